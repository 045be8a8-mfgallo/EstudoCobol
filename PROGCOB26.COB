      * FOLHA SO CARREGA A COMPETENCIA CORRENTE
      *MODIFICACAO: GRAVAR TRILHA DE AUDITORIA (OPERADOR, INICIO E FIM
      * DA EXECUCAO) NO ARQUIVO COMPARTILHADO DE AUDITORIA
      *MODIFICACAO: EMPREGADO COM RATEIO EM VIGOR NA COMPETENCIA
      * APURADA (RATEIOS.DAT) TEM O BRUTO EM BRL DO REALIZADO DIVIDIDO
      * ENTRE OS CENTROS PELOS PERCENTUAIS, COM A SOBRA DO
      * ARREDONDAMENTO NO CENTRO PRINCIPAL. SEM RATEIO (OU COM RATEIO
      * QUE NAO SOMA 100) O REALIZADO CONTINUA NO CENTRO DO RESUMO
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "DATA/DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPARTAMENTO.
           SELECT RATEIO-ARQUIVO ASSIGN TO "DATA/RATEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RATEIO.
           SELECT VARIACAO-RELATORIO ASSIGN TO "DATA/ORCAMENTOVAR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VARIACAO.
           02 REA-VALOR PIC 9(10)V99.
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  RATEIO-ARQUIVO.
           COPY CBRATEIO.
       FD  VARIACAO-RELATORIO.
       01 LINHA-VARIACAO PIC X(120).
       FD  AUDITORIA-ARQUIVO.
       77 WRK-STATUS-REALIZADO PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-VARIACAO PIC X(02) VALUE "00".
       77 WRK-STATUS-RATEIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-ORCADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-REALIZADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-VARIACAO PIC S9(12)V99 VALUE ZEROS.
      *** RATEIOS POR CENTRO DE CUSTO ATE A COMPETENCIA E AS PARTES ****
      *** DO EMPREGADO EM APURACAO *************************************
       77 WRK-FIM-RATEIO PIC X(01) VALUE 'N'.
       77 WRK-QTD-RATEIOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RAT PIC 9(03) VALUE ZEROS.
       77 WRK-RAT-VIGENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-RAT-SOMA-PCT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RAT-EXCESSO PIC X(01) VALUE 'N'.
       77 WRK-RAT-RESTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PARTES PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR-PRINCIPAL PIC 9(02) VALUE ZEROS.
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
               03 TAB-PAR-VALOR PIC S9(11)V99.
      *** ORCADO E REALIZADO DE TODAS AS COMPETENCIAS CARREGADOS *******
       01 WRK-TAB-ORCAMENTOS.
           02 WRK-TAB-ORCAMENTO OCCURS 600 TIMES.
           PERFORM 1200-CARREGA-ORCAMENTOS.
           PERFORM 1300-CARREGA-REALIZADOS.
           PERFORM 1400-CARREGA-DEPARTAMENTOS.
           PERFORM 1500-CARREGA-RATEIOS.
           PERFORM 2000-APURA-REALIZADO-COMPETENCIA.
           PERFORM 2500-REGRAVA-REALIZADOS.
           PERFORM 3000-MONTA-CENTROS.
               TO TAB-DEP-DESCRICAO (WRK-QTD-DEPARTAMENTOS).
           PERFORM 1410-LE-DEPARTAMENTO.

      *** CARREGA OS RATEIOS COM INICIO ATE A COMPETENCIA APURADA ******
       1500-CARREGA-RATEIOS.
           MOVE ZEROS TO WRK-QTD-RATEIOS.
           OPEN INPUT RATEIO-ARQUIVO.
           IF WRK-STATUS-RATEIO NOT = "35"
               MOVE 'N' TO WRK-FIM-RATEIO
               PERFORM 1510-LE-RATEIO
               PERFORM 1520-ARMAZENA-RATEIO
                   UNTIL WRK-FIM-RATEIO = 'S'
               CLOSE RATEIO-ARQUIVO
           END-IF.

       1510-LE-RATEIO.
           READ RATEIO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RATEIO
           END-READ.

       1520-ARMAZENA-RATEIO.
           IF RAT-COMP-INICIO <= WRK-COMPETENCIA
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
           PERFORM 1510-LE-RATEIO.

      *** APURA O REALIZADO DA COMPETENCIA EM BRL A PARTIR DO RESUMO ***
      *** DA FOLHA MENSAL (SO REGISTROS SEM TIPO) E ACRESCENTA AO ******
      *** REALIZADO GUARDADO *******************************************

       2020-ACUMULA-RESUMO.
           IF RESUMO-TIPO = SPACES
               PERFORM 2100-MONTA-PARTES-RATEIO
               PERFORM 2200-RATEIA-VALOR
               PERFORM 2025-ACUMULA-PARTE
                   VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARTES
           END-IF.
           PERFORM 2010-LE-RESUMO.

       2025-ACUMULA-PARTE.
           MOVE 'N' TO WRK-REA-ENCONTRADO.
           PERFORM 2030-BUSCA-REALIZADO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-REALIZADOS
                   OR WRK-REA-ENCONTRADO = 'S'.
           IF WRK-REA-ENCONTRADO = 'S'
               ADD TAB-PAR-VALOR (WRK-IDX-PAR)
                   TO TAB-REA-VALOR (WRK-IDX-REA)
           ELSE
               ADD 1 TO WRK-QTD-REALIZADOS
               MOVE TAB-PAR-CC (WRK-IDX-PAR)
                   TO TAB-REA-CC (WRK-QTD-REALIZADOS)
               MOVE WRK-COMPETENCIA
                   TO TAB-REA-COMP (WRK-QTD-REALIZADOS)
               MOVE TAB-PAR-VALOR (WRK-IDX-PAR)
                   TO TAB-REA-VALOR (WRK-QTD-REALIZADOS)
           END-IF.

       2030-BUSCA-REALIZADO.
           IF TAB-REA-CC (WRK-IDX-BUSCA) = TAB-PAR-CC (WRK-IDX-PAR)
               AND TAB-REA-COMP (WRK-IDX-BUSCA) = WRK-COMPETENCIA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-REA
               MOVE 'S' TO WRK-REA-ENCONTRADO
           END-IF.

      *** MONTA AS PARTES DO EMPREGADO: O RATEIO DE MAIOR INICIO ATE ***
      *** A COMPETENCIA, SE SOMAR 100 - SENAO UMA SO PARTE NO CENTRO ***
      *** DO RESUMO. O CENTRO PRINCIPAL E O DO RESUMO QUANDO FAZ PARTE *
      *** DO RATEIO, SENAO O DE MAIOR PERCENTUAL ***********************
       2100-MONTA-PARTES-RATEIO.
           MOVE ZEROS TO WRK-RAT-VIGENCIA.
           PERFORM 2110-BUSCA-VIGENCIA
               VARYING WRK-IDX-RAT FROM 1 BY 1
               UNTIL WRK-IDX-RAT > WRK-QTD-RATEIOS.
           MOVE ZEROS TO WRK-QTD-PARTES.
           MOVE ZEROS TO WRK-RAT-SOMA-PCT.
           MOVE 'N' TO WRK-RAT-EXCESSO.
           IF WRK-RAT-VIGENCIA > ZEROS
               PERFORM 2120-CARREGA-PARTE
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
           PERFORM 2130-BUSCA-PRINCIPAL
               VARYING WRK-IDX-PAR FROM 2 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           PERFORM 2140-CONFIRMA-PRINCIPAL
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.

       2110-BUSCA-VIGENCIA.
           IF TAB-RAT-EMP-ID (WRK-IDX-RAT) = RESUMO-ID
               AND TAB-RAT-COMP-INICIO (WRK-IDX-RAT) > WRK-RAT-VIGENCIA
               MOVE TAB-RAT-COMP-INICIO (WRK-IDX-RAT)
                   TO WRK-RAT-VIGENCIA
           END-IF.

       2120-CARREGA-PARTE.
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

       2130-BUSCA-PRINCIPAL.
           IF TAB-PAR-PCT (WRK-IDX-PAR)
               > TAB-PAR-PCT (WRK-IDX-PAR-PRINCIPAL)
               MOVE WRK-IDX-PAR TO WRK-IDX-PAR-PRINCIPAL
           END-IF.

       2140-CONFIRMA-PRINCIPAL.
           IF TAB-PAR-CC (WRK-IDX-PAR) = RESUMO-CENTRO-CUSTO
               MOVE WRK-IDX-PAR TO WRK-IDX-PAR-PRINCIPAL
           END-IF.

      *** DIVIDE O BRUTO EM BRL PELOS PERCENTUAIS (TRUNCADO) E DEIXA ***
      *** A SOBRA DO ARREDONDAMENTO NO CENTRO PRINCIPAL ****************
       2200-RATEIA-VALOR.
           MOVE RESUMO-BRUTO-BRL TO WRK-RAT-RESTO.
           PERFORM 2210-CALCULA-PARTE
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           ADD WRK-RAT-RESTO TO TAB-PAR-VALOR (WRK-IDX-PAR-PRINCIPAL).

       2210-CALCULA-PARTE.
           COMPUTE TAB-PAR-VALOR (WRK-IDX-PAR) =
               RESUMO-BRUTO-BRL * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           SUBTRACT TAB-PAR-VALOR (WRK-IDX-PAR) FROM WRK-RAT-RESTO.

      *** GUARDA O REALIZADO ATUALIZADO PARA AS PROXIMAS APURACOES *****
       2500-REGRAVA-REALIZADOS.
           OPEN OUTPUT REALIZADO-ARQUIVO.
