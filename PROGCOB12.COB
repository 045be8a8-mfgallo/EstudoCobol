      * DE CUSTO (BRUTO + ENCARGOS PATRONAIS + FGTS = CUSTO TOTAL),
      * COM OS ENCARGOS VINDOS DO PROPRIO RESUMO DA FOLHA - ACABA A
      * PLANILHA DE "QUANTO CUSTA O DEPARTAMENTO" DA DIRETORIA
      *MODIFICACAO: EMPREGADO COM RATEIO EM VIGOR NA COMPETENCIA
      * (RATEIOS.DAT, COMPETENCIA PELA VARIAVEL FOLHACOMPETENCIA=AAAAMM,
      * AUSENTE = MES CORRENTE) TEM BRUTO, DESCONTOS, LIQUIDO, ENCARGOS
      * E FGTS DIVIDIDOS ENTRE OS CENTROS PELOS PERCENTUAIS, NA
      * CONSOLIDACAO E NO CUSTO DE MAO DE OBRA - A SOBRA DO
      * ARREDONDAMENTO E O EMPREGADO NA QUANTIDADE FICAM NO CENTRO
      * PRINCIPAL. SEM RATEIO (OU COM RATEIO QUE NAO SOMA 100) TUDO
      * CONTINUA NO CENTRO DO RESUMO
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "DATA/DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPARTAMENTO.
           SELECT RATEIO-ARQUIVO ASSIGN TO "DATA/RATEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RATEIO.
           SELECT CONSOLIDACAO-RELATORIO
               ASSIGN TO "DATA/CENTROCUSTO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY CBRESUMO.
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  RATEIO-ARQUIVO.
           COPY CBRATEIO.
       FD  CONSOLIDACAO-RELATORIO.
       01 LINHA-CONSOLIDACAO PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-CONSOLIDACAO PIC X(02) VALUE "00".
       77 WRK-STATUS-RATEIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-FIM-RESUMO PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-FGTS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-CUSTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-CENTRO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CC-BUSCA PIC X(04) VALUE SPACES.
      *** COMPETENCIA QUE ESCOLHE O RATEIO EM VIGOR ********************
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       01 WRK-COMP-PARTES.
           02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMP-NUM REDEFINES WRK-COMP-PARTES PIC 9(06).
       01 WRK-DATA-HOJE.
           02 WRK-ANO-HOJE PIC 9(04) VALUE ZEROS.
           02 WRK-MES-HOJE PIC 9(02) VALUE ZEROS.
           02 WRK-DIA-HOJE PIC 9(02) VALUE ZEROS.
      *** RATEIOS POR CENTRO DE CUSTO ATE A COMPETENCIA E AS PARTES ****
      *** DO EMPREGADO EM CONSOLIDACAO *********************************
       77 WRK-FIM-RATEIO PIC X(01) VALUE 'N'.
       77 WRK-QTD-RATEIOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RAT PIC 9(03) VALUE ZEROS.
       77 WRK-RAT-VIGENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-RAT-SOMA-PCT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RAT-EXCESSO PIC X(01) VALUE 'N'.
       77 WRK-QTD-PARTES PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR-PRINCIPAL PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-BRUTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESTO-DESCONTOS PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESTO-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESTO-ENCARGOS PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESTO-FGTS PIC S9(09)V99 VALUE ZEROS.
       01 WRK-TAB-RATEIOS.
           02 WRK-TAB-RATEIO OCCURS 500 TIMES.
               03 TAB-RAT-EMP-ID PIC 9(06).
               03 TAB-RAT-COMP-INICIO PIC 9(06).
               03 TAB-RAT-CC PIC X(04).
               03 TAB-RAT-PCT PIC 9(03)V99.
       01 WRK-TAB-PARTES.
           02 WRK-TAB-PARTE OCCURS 10 TIMES.
               03 TAB-PAR-CC PIC X(04).
               03 TAB-PAR-PCT PIC 9(03)V99.
               03 TAB-PAR-BRUTO PIC S9(09)V99.
               03 TAB-PAR-DESCONTOS PIC S9(09)V99.
               03 TAB-PAR-LIQUIDO PIC S9(09)V99.
               03 TAB-PAR-ENCARGOS PIC S9(09)V99.
               03 TAB-PAR-FGTS PIC S9(09)V99.
       01 WRK-TAB-CENTROS.
           02 WRK-TAB-CENTRO OCCURS 100 TIMES.
               03 TAB-CC-CODIGO PIC X(04).
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           PERFORM 1000-CARREGA-DEPARTAMENTOS.
           PERFORM 1100-DEFINE-COMPETENCIA.
           PERFORM 1200-CARREGA-RATEIOS.
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO NOT = "00"
               DISPLAY "RESUMOFOLHA.DAT NAO PODE SER ABERTO - STATUS "
               TO TAB-DEP-DESCRICAO (WRK-QTD-DEPARTAMENTOS).
           PERFORM 1010-LE-DEPARTAMENTO.

      *** COMPETENCIA PELA VARIAVEL FOLHACOMPETENCIA=AAAAMM (AUSENTE **
      *** OU INVALIDA = MES CORRENTE) - SO ESCOLHE O RATEIO EM VIGOR ***
       1100-DEFINE-COMPETENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-COMP-ENTRADA.
           DISPLAY "FOLHACOMPETENCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-COMP-ENTRADA NOT = SPACES
               AND WRK-COMP-ENTRADA NUMERIC
               MOVE WRK-COMP-ENTRADA TO WRK-COMP-NUM
           END-IF.
           IF WRK-COMP-ANO < 2000
               OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               IF WRK-COMP-ENTRADA NOT = SPACES
                   DISPLAY 'FOLHACOMPETENCIA INVALIDA ('
                       WRK-COMP-ENTRADA ') - RATEIO PELO MES CORRENTE'
               END-IF
               MOVE WRK-ANO-HOJE TO WRK-COMP-ANO
               MOVE WRK-MES-HOJE TO WRK-COMP-MES
           END-IF.

      *** CARREGA OS RATEIOS COM INICIO ATE A COMPETENCIA **************
       1200-CARREGA-RATEIOS.
           MOVE ZEROS TO WRK-QTD-RATEIOS.
           OPEN INPUT RATEIO-ARQUIVO.
           IF WRK-STATUS-RATEIO NOT = "35"
               MOVE 'N' TO WRK-FIM-RATEIO
               PERFORM 1210-LE-RATEIO
               PERFORM 1220-ARMAZENA-RATEIO
                   UNTIL WRK-FIM-RATEIO = 'S'
               CLOSE RATEIO-ARQUIVO
           END-IF.

       1210-LE-RATEIO.
           READ RATEIO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RATEIO
           END-READ.

       1220-ARMAZENA-RATEIO.
           IF RAT-COMP-INICIO <= WRK-COMP-NUM
               IF WRK-QTD-RATEIOS < 500
                   ADD 1 TO WRK-QTD-RATEIOS
                   MOVE RAT-EMP-ID TO TAB-RAT-EMP-ID (WRK-QTD-RATEIOS)
                   MOVE RAT-COMP-INICIO
                       TO TAB-RAT-COMP-INICIO (WRK-QTD-RATEIOS)
                   MOVE RAT-CENTRO-CUSTO TO TAB-RAT-CC (WRK-QTD-RATEIOS)
                   MOVE RAT-PERCENTUAL TO TAB-RAT-PCT (WRK-QTD-RATEIOS)
               ELSE
                   DISPLAY 'TABELA DE RATEIOS CHEIA (500) - RATEIO DO '
                       'EMPREGADO ' RAT-EMP-ID ' IGNORADO'
               END-IF
           END-IF.
           PERFORM 1210-LE-RATEIO.

       2000-LE-RESUMO.
           READ RESUMO-ARQUIVO
               AT END
               PERFORM 2110-ACUMULA-CENTRO-MENSAL
           END-IF.

      *** O REGISTRO E DIVIDIDO NAS PARTES DO RATEIO EM VIGOR (SEM *****
      *** RATEIO, UMA SO PARTE DE 100 NO CENTRO DO RESUMO) *************
       2110-ACUMULA-CENTRO-MENSAL.
           PERFORM 2300-MONTA-PARTES-RATEIO.
           PERFORM 2400-RATEIA-VALORES.
           PERFORM 2120-ACUMULA-PARTE
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           ADD 1 TO WRK-TOTAL-QTD.
           ADD RESUMO-BRUTO TO WRK-TOTAL-BRUTO.
           ADD RESUMO-DESCONTOS TO WRK-TOTAL-DESCONTOS.
           ADD RESUMO-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD RESUMO-ENCARGOS TO WRK-TOTAL-ENCARGOS.
           ADD RESUMO-FGTS TO WRK-TOTAL-FGTS.
           PERFORM 2000-LE-RESUMO.

       2120-ACUMULA-PARTE.
           MOVE TAB-PAR-CC (WRK-IDX-PAR) TO WRK-CC-BUSCA.
           MOVE 'N' TO WRK-CC-ENCONTRADO.
           PERFORM 2150-BUSCA-CENTRO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
           IF WRK-CC-ENCONTRADO NOT = 'S'
               PERFORM 2200-INSERE-CENTRO-ORDENADO
           END-IF.
           IF WRK-IDX-PAR = WRK-IDX-PAR-PRINCIPAL
               ADD 1 TO TAB-CC-QTD (WRK-IDX-CC)
           END-IF.
           ADD TAB-PAR-BRUTO (WRK-IDX-PAR) TO TAB-CC-BRUTO (WRK-IDX-CC).
           ADD TAB-PAR-DESCONTOS (WRK-IDX-PAR)
               TO TAB-CC-DESCONTOS (WRK-IDX-CC).
           ADD TAB-PAR-LIQUIDO (WRK-IDX-PAR)
               TO TAB-CC-LIQUIDO (WRK-IDX-CC).
           ADD TAB-PAR-ENCARGOS (WRK-IDX-PAR)
               TO TAB-CC-ENCARGOS (WRK-IDX-CC).
           ADD TAB-PAR-FGTS (WRK-IDX-PAR) TO TAB-CC-FGTS (WRK-IDX-CC).

       2150-BUSCA-CENTRO.
           IF TAB-CC-CODIGO (WRK-IDX-BUSCA) = WRK-CC-BUSCA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-CC
               MOVE 'S' TO WRK-CC-ENCONTRADO
           END-IF.
               UNTIL WRK-IDX-SHIFT < WRK-POSICAO-INSERE.
           ADD 1 TO WRK-QTD-CENTROS.
           MOVE WRK-POSICAO-INSERE TO WRK-IDX-CC.
           MOVE WRK-CC-BUSCA TO TAB-CC-CODIGO (WRK-IDX-CC).
           MOVE ZEROS TO TAB-CC-QTD (WRK-IDX-CC).
           MOVE ZEROS TO TAB-CC-BRUTO (WRK-IDX-CC).
           MOVE ZEROS TO TAB-CC-DESCONTOS (WRK-IDX-CC).
           MOVE ZEROS TO TAB-CC-FGTS (WRK-IDX-CC).

       2250-ACHA-POSICAO.
           IF TAB-CC-CODIGO (WRK-IDX-BUSCA) > WRK-CC-BUSCA
               MOVE WRK-IDX-BUSCA TO WRK-POSICAO-INSERE
           END-IF.

           MOVE WRK-TAB-CENTRO (WRK-IDX-SHIFT)
               TO WRK-TAB-CENTRO (WRK-IDX-SHIFT + 1).

      *** MONTA AS PARTES DO EMPREGADO: O RATEIO DE MAIOR INICIO ATE ***
      *** A COMPETENCIA, SE SOMAR 100 - SENAO UMA SO PARTE NO CENTRO ***
      *** DO RESUMO. O CENTRO PRINCIPAL E O DO RESUMO QUANDO FAZ PARTE *
      *** DO RATEIO, SENAO O DE MAIOR PERCENTUAL ***********************
       2300-MONTA-PARTES-RATEIO.
           MOVE ZEROS TO WRK-RAT-VIGENCIA.
           PERFORM 2310-BUSCA-VIGENCIA
               VARYING WRK-IDX-RAT FROM 1 BY 1
               UNTIL WRK-IDX-RAT > WRK-QTD-RATEIOS.
           MOVE ZEROS TO WRK-QTD-PARTES.
           MOVE ZEROS TO WRK-RAT-SOMA-PCT.
           MOVE 'N' TO WRK-RAT-EXCESSO.
           IF WRK-RAT-VIGENCIA > ZEROS
               PERFORM 2320-CARREGA-PARTE
                   VARYING WRK-IDX-RAT FROM 1 BY 1
                   UNTIL WRK-IDX-RAT > WRK-QTD-RATEIOS
               IF WRK-RAT-SOMA-PCT NOT = 100 OR WRK-RAT-EXCESSO = 'S'
                   DISPLAY 'RATEIO DO EMPREGADO ' RESUMO-ID
                       ' IGNORADO - PERCENTUAIS NAO SOMAM 100 OU MAIS '
                       'DE 10 CENTROS'
                   MOVE ZEROS TO WRK-QTD-PARTES
               END-IF
           END-IF.
           IF WRK-QTD-PARTES = ZEROS
               MOVE 1 TO WRK-QTD-PARTES
               MOVE RESUMO-CENTRO-CUSTO TO TAB-PAR-CC (1)
               MOVE 100 TO TAB-PAR-PCT (1)
           END-IF.
           MOVE 1 TO WRK-IDX-PAR-PRINCIPAL.
           PERFORM 2330-BUSCA-PRINCIPAL
               VARYING WRK-IDX-PAR FROM 2 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           PERFORM 2340-CONFIRMA-PRINCIPAL
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.

       2310-BUSCA-VIGENCIA.
           IF TAB-RAT-EMP-ID (WRK-IDX-RAT) = RESUMO-ID
               AND TAB-RAT-COMP-INICIO (WRK-IDX-RAT) > WRK-RAT-VIGENCIA
               MOVE TAB-RAT-COMP-INICIO (WRK-IDX-RAT)
                   TO WRK-RAT-VIGENCIA
           END-IF.

       2320-CARREGA-PARTE.
           IF TAB-RAT-EMP-ID (WRK-IDX-RAT) = RESUMO-ID
               AND TAB-RAT-COMP-INICIO (WRK-IDX-RAT) = WRK-RAT-VIGENCIA
               ADD TAB-RAT-PCT (WRK-IDX-RAT) TO WRK-RAT-SOMA-PCT
               IF WRK-QTD-PARTES < 10
                   ADD 1 TO WRK-QTD-PARTES
                   MOVE TAB-RAT-CC (WRK-IDX-RAT)
                       TO TAB-PAR-CC (WRK-QTD-PARTES)
                   MOVE TAB-RAT-PCT (WRK-IDX-RAT)
                       TO TAB-PAR-PCT (WRK-QTD-PARTES)
               ELSE
                   MOVE 'S' TO WRK-RAT-EXCESSO
               END-IF
           END-IF.

       2330-BUSCA-PRINCIPAL.
           IF TAB-PAR-PCT (WRK-IDX-PAR)
               > TAB-PAR-PCT (WRK-IDX-PAR-PRINCIPAL)
               MOVE WRK-IDX-PAR TO WRK-IDX-PAR-PRINCIPAL
           END-IF.

       2340-CONFIRMA-PRINCIPAL.
           IF TAB-PAR-CC (WRK-IDX-PAR) = RESUMO-CENTRO-CUSTO
               MOVE WRK-IDX-PAR TO WRK-IDX-PAR-PRINCIPAL
           END-IF.

      *** DIVIDE OS VALORES DO REGISTRO PELOS PERCENTUAIS (TRUNCADO) ***
      *** E DEIXA A SOBRA DO ARREDONDAMENTO NO CENTRO PRINCIPAL ********
       2400-RATEIA-VALORES.
           MOVE RESUMO-BRUTO TO WRK-RESTO-BRUTO.
           MOVE RESUMO-DESCONTOS TO WRK-RESTO-DESCONTOS.
           MOVE RESUMO-LIQUIDO TO WRK-RESTO-LIQUIDO.
           MOVE RESUMO-ENCARGOS TO WRK-RESTO-ENCARGOS.
           MOVE RESUMO-FGTS TO WRK-RESTO-FGTS.
           PERFORM 2410-CALCULA-PARTE
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           ADD WRK-RESTO-BRUTO TO TAB-PAR-BRUTO (WRK-IDX-PAR-PRINCIPAL).
           ADD WRK-RESTO-DESCONTOS
               TO TAB-PAR-DESCONTOS (WRK-IDX-PAR-PRINCIPAL).
           ADD WRK-RESTO-LIQUIDO
               TO TAB-PAR-LIQUIDO (WRK-IDX-PAR-PRINCIPAL).
           ADD WRK-RESTO-ENCARGOS
               TO TAB-PAR-ENCARGOS (WRK-IDX-PAR-PRINCIPAL).
           ADD WRK-RESTO-FGTS TO TAB-PAR-FGTS (WRK-IDX-PAR-PRINCIPAL).

       2410-CALCULA-PARTE.
           COMPUTE TAB-PAR-BRUTO (WRK-IDX-PAR) =
               RESUMO-BRUTO * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           COMPUTE TAB-PAR-DESCONTOS (WRK-IDX-PAR) =
               RESUMO-DESCONTOS * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           COMPUTE TAB-PAR-LIQUIDO (WRK-IDX-PAR) =
               RESUMO-LIQUIDO * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           COMPUTE TAB-PAR-ENCARGOS (WRK-IDX-PAR) =
               RESUMO-ENCARGOS * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           COMPUTE TAB-PAR-FGTS (WRK-IDX-PAR) =
               RESUMO-FGTS * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           SUBTRACT TAB-PAR-BRUTO (WRK-IDX-PAR) FROM WRK-RESTO-BRUTO.
           SUBTRACT TAB-PAR-DESCONTOS (WRK-IDX-PAR)
               FROM WRK-RESTO-DESCONTOS.
           SUBTRACT TAB-PAR-LIQUIDO (WRK-IDX-PAR)
               FROM WRK-RESTO-LIQUIDO.
           SUBTRACT TAB-PAR-ENCARGOS (WRK-IDX-PAR)
               FROM WRK-RESTO-ENCARGOS.
           SUBTRACT TAB-PAR-FGTS (WRK-IDX-PAR) FROM WRK-RESTO-FGTS.

      *********** IMPRIME OS SUBTOTAIS POR CENTRO E O TOTAL GERAL *******
       3000-IMPRIME-CONSOLIDACAO.
           OPEN OUTPUT CONSOLIDACAO-RELATORIO.
