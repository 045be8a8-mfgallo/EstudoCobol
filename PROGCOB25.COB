      * ANTES DO INICIO DA SERIE (ENTRA EM TODOS OS QUADROS)
      *MODIFICACAO: GRAVAR TRILHA DE AUDITORIA (OPERADOR, INICIO E FIM
      * DA EXECUCAO) NO ARQUIVO COMPARTILHADO DE AUDITORIA
      *MODIFICACAO: SEM TABELAS DE EMPREGADOS E ADMISSOES - AS
      * ADMISSOES VAO PARA O ARQUIVO DE TRABALHO INDEXADO POR ID
      * (QUADROTRAB.DAT) E CADA EMPREGADO E APURADO NA LEITURA DO
      * MASTER, NO QUADRO DO DEPARTAMENTO E NOS 12 MESES DA TENDENCIA.
      * MAIS DE 50 DEPARTAMENTOS NO MASTER OU NA REFERENCIA ABORTA A
      * EXECUCAO (RC 16) COM MENSAGEM, SEM RELATORIO
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ADMISSAO-ARQUIVO ASSIGN TO "DATA/ADMISSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ADMISSAO.
           SELECT ADMISSAO-TRABALHO ASSIGN TO "DATA/QUADROTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-ID
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
       FD  ADMISSAO-ARQUIVO.
           COPY CBADMISS.
      *** COMPETENCIA DE ADMISSAO POR EMPREGADO ************************
       FD  ADMISSAO-TRABALHO.
       01 ADMISSAO-TRABALHO-RECORD.
           02 ATR-ID PIC 9(06).
           02 ATR-COMP PIC 9(06).
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  DEPARTAMENTO-ARQUIVO.
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ADMISSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-HEADCOUNT PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-COMP-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DEPARTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-DEPARTAMENTOS PIC 9(03) VALUE 50.
       77 WRK-IDX-DEP PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-QUA PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BUSCA PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-QUADROS PIC 9(03) VALUE ZEROS.
       77 WRK-DEP-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-QUA-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-CC-EMP PIC X(04) VALUE SPACES.
       77 WRK-COMP-EMP-ADM PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-EMP-DSL PIC 9(06) VALUE ZEROS.
       77 WRK-QUADRO-MEDIO PIC 9(05)V9 VALUE ZEROS.
       77 WRK-TREND-MES PIC 9(02) VALUE ZEROS.
       77 WRK-TREND-TOTMES PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-TREND PIC 9(02) VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
      *** QUADRO, ADMISSOES E DESLIGAMENTOS DA EMPRESA NOS 12 MESES ***
      *** DA TENDENCIA, DO MAIS ANTIGO ATE A COMPETENCIA PEDIDA ********
       01 WRK-TAB-TENDENCIAS.
           02 WRK-TAB-TENDENCIA OCCURS 12 TIMES.
               03 TAB-TEN-COMP PIC 9(06).
               03 TAB-TEN-QUADRO PIC 9(05).
               03 TAB-TEN-ADM PIC 9(05).
               03 TAB-TEN-DSL PIC 9(05).
       01 WRK-TAB-DEPARTAMENTOS.
           02 WRK-TAB-DEPARTAMENTO OCCURS 50 TIMES.
               03 TAB-DEP-CODIGO PIC X(04).
               03 TAB-DEP-DESCRICAO PIC X(30).
      *** QUADRO APURADO POR DEPARTAMENTO ******************************
       77 WRK-MAX-QUADROS PIC 9(03) VALUE 50.
       01 WRK-TAB-QUADROS.
           02 WRK-TAB-QUADRO OCCURS 50 TIMES.
               03 TAB-QUA-CC PIC X(04).
           PERFORM 1000-CAPTURA-COMPETENCIA
               UNTIL WRK-COMP-VALIDA = 'S'.
           PERFORM 1200-CARREGA-ADMISSOES.
           IF WRK-RETORNO NOT = 16
               PERFORM 1300-MONTA-TENDENCIA
               PERFORM 1400-APURA-EMPREGADOS
               CLOSE ADMISSAO-TRABALHO
           END-IF.
           IF WRK-RETORNO NOT = 16
               PERFORM 1600-CARREGA-DEPARTAMENTOS
           END-IF.
           IF WRK-RETORNO NOT = 16
               PERFORM 3000-IMPRIME-RELATORIO
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
               END-IF
           END-IF.

      *** ADMISSOES NO ARQUIVO DE TRABALHO POR ID - A PRIMEIRA ********
      *** ADMISSAO DO EMPREGADO E A QUE VALE ***************************
       1200-CARREGA-ADMISSOES.
           OPEN OUTPUT ADMISSAO-TRABALHO.
           CLOSE ADMISSAO-TRABALHO.
           OPEN I-O ADMISSAO-TRABALHO.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY 'QUADROTRAB.DAT NAO PODE SER CRIADO - STATUS '
                   WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           ELSE
               PERFORM 1205-LE-ARQUIVO-ADMISSOES
           END-IF.

       1205-LE-ARQUIVO-ADMISSOES.
           OPEN INPUT ADMISSAO-ARQUIVO.
           IF WRK-STATUS-ADMISSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ADMISSAO
           END-READ.

       1220-ARMAZENA-ADMISSAO.
           MOVE ADM-ID TO ATR-ID.
           MOVE ADM-DATA-ADMISSAO (1:6) TO ATR-COMP.
           WRITE ADMISSAO-TRABALHO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 1210-LE-ADMISSAO.

      *** MONTA AS 12 COMPETENCIAS DA TENDENCIA, DO MES MAIS ANTIGO ****
      *** (11 MESES ATRAS) ATE A COMPETENCIA PEDIDA ********************
       1300-MONTA-TENDENCIA.
           MOVE WRK-COMP-ENTRADA (1:4) TO WRK-TREND-ANO.
           MOVE WRK-COMP-ENTRADA (5:2) TO WRK-TREND-MES.
           PERFORM 4050-RECUA-ONZE-MESES.
           PERFORM 1310-MONTA-MES-TENDENCIA
               VARYING WRK-IDX-TREND FROM 1 BY 1
               UNTIL WRK-IDX-TREND > 12.

       1310-MONTA-MES-TENDENCIA.
           COMPUTE TAB-TEN-COMP (WRK-IDX-TREND) =
               (WRK-TREND-ANO * 100) + WRK-TREND-MES.
           MOVE ZEROS TO TAB-TEN-QUADRO (WRK-IDX-TREND).
           MOVE ZEROS TO TAB-TEN-ADM (WRK-IDX-TREND).
           MOVE ZEROS TO TAB-TEN-DSL (WRK-IDX-TREND).
           ADD 1 TO WRK-TREND-MES.
           IF WRK-TREND-MES > 12
               MOVE 1 TO WRK-TREND-MES
               ADD 1 TO WRK-TREND-ANO
           END-IF.

      *** LE O MASTER CASANDO A COMPETENCIA DE ADMISSAO POR ID (SEM ****
      *** ADMISSAO REGISTRADA = ADMITIDO ANTES DA SERIE) E APURA CADA **
      *** EMPREGADO NO QUADRO E NA TENDENCIA ***************************
       1400-APURA-EMPREGADOS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-STATUS-EMPLOYEE NOT = "00"
               DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - STATUS '
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 1410-LE-EMPREGADO
               PERFORM 1420-APURA-EMPREGADO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE EMPLOYEE-MASTER
           END-IF.
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1420-APURA-EMPREGADO.
           IF EMP-CENTRO-CUSTO = SPACES
               MOVE "9999" TO WRK-CC-EMP
           ELSE
               MOVE EMP-CENTRO-CUSTO TO WRK-CC-EMP
           END-IF.
           PERFORM 1430-BUSCA-ADMISSAO.
           IF EMP-DESLIGADO AND EMP-DATA-DESLIGAMENTO NUMERIC
               AND EMP-DATA-DESLIGAMENTO > ZEROS
               MOVE EMP-DATA-DESLIGAMENTO (1:6) TO WRK-COMP-EMP-DSL
           ELSE
               MOVE ZEROS TO WRK-COMP-EMP-DSL
           END-IF.
           PERFORM 2100-APURA-EMPREGADO.
           IF WRK-RETORNO NOT = 16
               PERFORM 4200-APURA-MES-TENDENCIA
                   VARYING WRK-IDX-TREND FROM 1 BY 1
                   UNTIL WRK-IDX-TREND > 12
               PERFORM 1410-LE-EMPREGADO
           END-IF.

       1430-BUSCA-ADMISSAO.
           MOVE EMP-ID TO ATR-ID.
           READ ADMISSAO-TRABALHO
               INVALID KEY
                   MOVE ZEROS TO WRK-COMP-EMP-ADM
               NOT INVALID KEY
                   MOVE ATR-COMP TO WRK-COMP-EMP-ADM
           END-READ.

       1600-CARREGA-DEPARTAMENTOS.
           MOVE ZEROS TO WRK-QTD-DEPARTAMENTOS.
                   MOVE 'S' TO WRK-FIM-DEPARTAMENTO
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) - DEPARTAMENTO **
      *** DESCARTADO SAIRIA COMO NAO CADASTRADO ************************
       1620-ARMAZENA-DEPARTAMENTO.
           IF WRK-QTD-DEPARTAMENTOS = WRK-MAX-DEPARTAMENTOS
               DISPLAY 'DEPARTAMENTOS.DAT COM MAIS DE '
                   WRK-MAX-DEPARTAMENTOS ' DEPARTAMENTOS'
               DISPLAY 'EXECUCAO ABORTADA'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-DEPARTAMENTO
           ELSE
               ADD 1 TO WRK-QTD-DEPARTAMENTOS
               MOVE DEP-CODIGO
                   TO TAB-DEP-CODIGO (WRK-QTD-DEPARTAMENTOS)
               MOVE DEP-DESCRICAO
                   TO TAB-DEP-DESCRICAO (WRK-QTD-DEPARTAMENTOS)
               PERFORM 1610-LE-DEPARTAMENTO
           END-IF.

      *** APURA POR DEPARTAMENTO: QUADRO INICIAL (ADMITIDO ANTES DA ****
      *** COMPETENCIA E NAO DESLIGADO ANTES DELA), ADMISSOES E *********
      *** DESLIGAMENTOS DA COMPETENCIA E QUADRO FINAL ******************
       2100-APURA-EMPREGADO.
           PERFORM 2200-LOCALIZA-QUADRO.
           IF WRK-RETORNO NOT = 16
               PERFORM 2150-SOMA-QUADRO
           END-IF.

       2150-SOMA-QUADRO.
      *** QUADRO INICIAL - JA ESTAVA NA EMPRESA NA VIRADA DO MES *******
           IF WRK-COMP-EMP-ADM < WRK-COMPETENCIA
               AND (WRK-COMP-EMP-DSL = ZEROS
               UNTIL WRK-IDX-BUSCA > WRK-QTD-QUADROS
                   OR WRK-QUA-ENCONTRADO = 'S'.
           IF WRK-QUA-ENCONTRADO NOT = 'S'
               AND WRK-QTD-QUADROS = WRK-MAX-QUADROS
               DISPLAY 'MASTER COM MAIS DE ' WRK-MAX-QUADROS
                   ' DEPARTAMENTOS - EXECUCAO ABORTADA'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           IF WRK-QUA-ENCONTRADO NOT = 'S' AND WRK-RETORNO NOT = 16
               ADD 1 TO WRK-QTD-QUADROS
               MOVE WRK-QTD-QUADROS TO WRK-IDX-QUA
               MOVE WRK-CC-EMP TO TAB-QUA-CC (WRK-IDX-QUA)
               MOVE ZEROS TO TAB-QUA-INICIAL (WRK-IDX-QUA)
               MOVE ZEROS TO TAB-QUA-ADMISSOES (WRK-IDX-QUA)
               MOVE ZEROS TO TAB-QUA-DESLIGADOS (WRK-IDX-QUA)
           END-IF.

       2250-BUSCA-QUADRO.
           IF TAB-QUA-CC (WRK-IDX-BUSCA) = WRK-CC-EMP
               MOVE WRK-IDX-BUSCA TO WRK-IDX-QUA
               MOVE 'S' TO WRK-QUA-ENCONTRADO
           END-IF.
      *** COMPETENCIA PEDIDA, COM QUADRO FINAL, ADMISSOES E ************
      *** DESLIGAMENTOS DA EMPRESA EM CADA MES *************************
       4000-IMPRIME-TENDENCIA.
           PERFORM 4100-IMPRIME-MES-TENDENCIA
               VARYING WRK-IDX-TREND FROM 1 BY 1
               UNTIL WRK-IDX-TREND > 12.
               WRK-TREND-TOTMES - (WRK-TREND-ANO * 12).

       4100-IMPRIME-MES-TENDENCIA.
           MOVE TAB-TEN-COMP (WRK-IDX-TREND) TO WRK-TEN-COMPETENCIA.
           MOVE TAB-TEN-QUADRO (WRK-IDX-TREND) TO WRK-TEN-QUADRO.
           MOVE TAB-TEN-ADM (WRK-IDX-TREND) TO WRK-TEN-ADMISSOES.
           MOVE TAB-TEN-DSL (WRK-IDX-TREND) TO WRK-TEN-DESLIGADOS.
           WRITE LINHA-HEADCOUNT FROM WRK-LINHA-TENDENCIA.

      *** SOMA O EMPREGADO LIDO NO MES DA TENDENCIA ********************
       4200-APURA-MES-TENDENCIA.
           MOVE TAB-TEN-COMP (WRK-IDX-TREND) TO WRK-TREND-COMP.
           IF WRK-COMP-EMP-ADM <= WRK-TREND-COMP
               AND (WRK-COMP-EMP-DSL = ZEROS
                   OR WRK-COMP-EMP-DSL > WRK-TREND-COMP)
               ADD 1 TO TAB-TEN-QUADRO (WRK-IDX-TREND)
           END-IF.
           IF WRK-COMP-EMP-ADM = WRK-TREND-COMP
               ADD 1 TO TAB-TEN-ADM (WRK-IDX-TREND)
           END-IF.
           IF WRK-COMP-EMP-DSL = WRK-TREND-COMP
               ADD 1 TO TAB-TEN-DSL (WRK-IDX-TREND)
           END-IF.
