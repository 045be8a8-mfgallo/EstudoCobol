       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB40.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: CONFERENCIA DOS RATEIOS POR CENTRO DE CUSTO - LISTA,
      * PARA A AUDITORIA, CADA EMPREGADO COM RATEIO EM VIGOR NA
      * COMPETENCIA (RATEIOS.DAT, LAYOUT CBRATEIO) COM O SEU TOTAL DA
      * FOLHA MENSAL NO RESUMO (BRUTO, ENCARGOS, FGTS E LIQUIDO) E,
      * LOGO ABAIXO, A PARTE DE CADA CENTRO PELA MESMA REGRA USADA NA
      * CONSOLIDACAO (PROGCOB12), NA EXPORTACAO CONTABIL (PROGCOB13) E
      * NO ORCADO X REALIZADO (PROGCOB26): PERCENTUAL TRUNCADO E A
      * SOBRA DO ARREDONDAMENTO NO CENTRO PRINCIPAL (O DO MASTER, OU O
      * DE MAIOR PERCENTUAL QUANDO O CENTRO DO MASTER NAO ESTA NO
      * RATEIO), MARCADO COM "P". VALE O RATEIO DE MAIOR COMPETENCIA
      * DE INICIO ATE A COMPETENCIA (FOLHACOMPETENCIA=AAAAMM, AUSENTE =
      * MES CORRENTE). SAI EM DATA/RATEIO.PRT COM AS CRITICAS:
      * PERCENTUAIS QUE NAO SOMAM 100 OU MAIS DE 10 CENTROS (RATEIO
      * IGNORADO - TUDO FICA NO CENTRO DO MASTER), CENTRO FORA DE
      * DEPARTAMENTOS.DAT, CENTRO REPETIDO E EMPREGADO FORA DO MASTER.
      * CODIGOS DE RETORNO: 0 = SEM CRITICA, 4 = HOUVE CRITICA,
      * 8 = COMPETENCIA INVALIDA, 16 = SEM EMPLOYEE-MASTER OU TABELA
      * DE RATEIOS/EMPREGADOS ESGOTADA
      *MODIFICACAO: SEM TABELAS DE RATEIOS E DE EMPREGADOS - OS RATEIOS
      * EM VIGOR E O TOTAL DE CADA EMPREGADO VAO PARA O ARQUIVO DE
      * TRABALHO INDEXADO RATEIOTRAB.DAT, LIDO POR CHAVE. RC 16 PASSA A
      * SER SEM EMPLOYEE-MASTER, FALHA NO ARQUIVO DE TRABALHO OU
      * DEPARTAMENTOS.DAT MAIOR QUE A TABELA (ANTES O EXCESSO ERA
      * DESCARTADO E SAIA COMO CENTRO NAO CADASTRADO)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO-ARQUIVO ASSIGN TO "DATA/RATEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RATEIO.
           SELECT RESUMO-ARQUIVO ASSIGN TO "DATA/RESUMOFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WRK-STATUS-EMPLOYEE.
           SELECT DEPARTAMENTO-ARQUIVO
               ASSIGN TO "DATA/DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPARTAMENTO.
      *** RATEIOS EM VIGOR (R) POR EMPREGADO/INICIO E TOTAL DA FOLHA ***
      *** DE CADA EMPREGADO COM RATEIO (E), EM ORDEM DE ID *************
           SELECT RATEIO-TRABALHO ASSIGN TO "DATA/RATEIOTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTR-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT RATEIO-RELATORIO ASSIGN TO "DATA/RATEIO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  RATEIO-ARQUIVO.
           COPY CBRATEIO.
       FD  RESUMO-ARQUIVO.
           COPY CBRESUMO.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  RATEIO-TRABALHO.
       01 RATEIO-TRABALHO-RECORD.
           02 RTR-CHAVE.
               03 RTR-TIPO PIC X(01).
               03 RTR-ID PIC 9(06).
               03 RTR-COMP-INICIO PIC 9(06).
               03 RTR-SEQ PIC 9(06).
           02 RTR-CC PIC X(04).
           02 RTR-PCT PIC 9(03)V99.
           02 RTR-VIGENCIA PIC 9(06).
           02 RTR-QTD-RESUMO PIC 9(03).
           02 RTR-BRUTO PIC 9(09)V99.
           02 RTR-ENCARGOS PIC 9(09)V99.
           02 RTR-FGTS PIC 9(09)V99.
           02 RTR-LIQUIDO PIC S9(09)V99.
       FD  RATEIO-RELATORIO.
       01 LINHA-RELATORIO PIC X(130).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-RATEIO PIC X(02) VALUE "00".
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-RATEIO PIC X(01) VALUE 'N'.
       77 WRK-FIM-RESUMO PIC X(01) VALUE 'N'.
       77 WRK-FIM-DEPARTAMENTO PIC X(01) VALUE 'N'.
       77 WRK-EMP-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-DEP-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-TAB-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-CC-REPETIDO PIC X(01) VALUE 'N'.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
      *** COMPETENCIA CONFERIDA ****************************************
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       01 WRK-COMP-PARTES.
           02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMP-NUM REDEFINES WRK-COMP-PARTES PIC 9(06).
      *** DEPARTAMENTOS (CENTROS DE CUSTO VALIDOS) *********************
       77 WRK-QTD-DEPARTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-DEPARTAMENTOS PIC 9(03) VALUE 50.
       77 WRK-IDX-DEP PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DEP-ACHADO PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-DEPARTAMENTOS.
           02 WRK-TAB-DEPARTAMENTO OCCURS 50 TIMES.
               03 TAB-DEP-CODIGO PIC X(04).
               03 TAB-DEP-DESCRICAO PIC X(30).
      *** RATEIOS COM INICIO ATE A COMPETENCIA NO ARQUIVO DE TRABALHO **
       77 WRK-SEQ-RATEIO PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-FIM-EMPREGADOS PIC X(01) VALUE 'N'.
      *** EMPREGADO COM RATEIO EM LISTAGEM, COM O RATEIO EM VIGOR E O **
      *** TOTAL DA FOLHA MENSAL NO RESUMO ******************************
       77 WRK-QTD-EMPREGADOS PIC 9(06) VALUE ZEROS.
       01 WRK-EMP-RATEIO.
           02 WRK-ERT-ID PIC 9(06).
           02 WRK-ERT-VIGENCIA PIC 9(06).
           02 WRK-ERT-QTD-RESUMO PIC 9(03).
           02 WRK-ERT-BRUTO PIC 9(09)V99.
           02 WRK-ERT-ENCARGOS PIC 9(09)V99.
           02 WRK-ERT-FGTS PIC 9(09)V99.
           02 WRK-ERT-LIQUIDO PIC S9(09)V99.
      *** PARTES DO EMPREGADO EM LISTAGEM ******************************
       77 WRK-CC-PRINCIPAL PIC X(04) VALUE SPACES.
       77 WRK-RAT-SOMA-PCT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RAT-EXCESSO PIC X(01) VALUE 'N'.
       77 WRK-QTD-PARTES PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR-PRINCIPAL PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-BRUTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESTO-ENCARGOS PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESTO-FGTS PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESTO-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       01 WRK-TAB-PARTES.
           02 WRK-TAB-PARTE OCCURS 10 TIMES.
               03 TAB-PAR-CC PIC X(04).
               03 TAB-PAR-PCT PIC 9(03)V99.
               03 TAB-PAR-BRUTO PIC S9(09)V99.
               03 TAB-PAR-ENCARGOS PIC S9(09)V99.
               03 TAB-PAR-FGTS PIC S9(09)V99.
               03 TAB-PAR-LIQUIDO PIC S9(09)V99.
      *** TOTAIS DA CONFERENCIA ****************************************
       77 WRK-QTD-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-IGNORADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CRITICAS PIC 9(05) VALUE ZEROS.
       77 WRK-CRITICA PIC X(70) VALUE SPACES.
      *** RELATORIO DE CONFERENCIA *************************************
       01 WRK-CAB-1.
           02 FILLER PIC X(38)
               VALUE "CONFERENCIA DOS RATEIOS POR CENTRO DE ".
           02 FILLER PIC X(20) VALUE "CUSTO - COMPETENCIA ".
           02 WRK-CAB-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CAB-ANO PIC 9(04).
       01 WRK-CAB-2.
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(07) VALUE "CC".
           02 FILLER PIC X(21) VALUE "DESCRICAO".
           02 FILLER PIC X(09) VALUE "PERC".
           02 FILLER PIC X(15) VALUE "BRUTO".
           02 FILLER PIC X(15) VALUE "ENCARGOS".
           02 FILLER PIC X(15) VALUE "FGTS".
           02 FILLER PIC X(15) VALUE "LIQUIDO".
       01 WRK-LINHA-RATEIO.
           02 WRK-LIN-ID PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LIN-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LIN-CC PIC X(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LIN-PRINCIPAL PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LIN-DESCRICAO PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LIN-PCT PIC ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-LIN-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LIN-ENCARGOS PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LIN-FGTS PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LIN-LIQUIDO PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-CRITICA.
           02 FILLER PIC X(35) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "*** ".
           02 WRK-CRT-TEXTO PIC X(70).
       01 WRK-LINHA-TOTAL.
           02 WRK-TOT-ROTULO PIC X(40).
           02 WRK-TOT-VALOR PIC ZZZZ9.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-HORA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-DATA-FIM PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-HORA-FIM PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           PERFORM 1000-DEFINE-COMPETENCIA.
           IF WRK-RETORNO = ZEROS
               PERFORM 1100-CARREGA-DEPARTAMENTOS
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 1200-CARREGA-RATEIOS
           END-IF.
           IF WRK-RETORNO = ZEROS
               OPEN INPUT EMPLOYEE-MASTER
               IF WRK-STATUS-EMPLOYEE NOT = "00"
                   DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - '
                       'STATUS ' WRK-STATUS-EMPLOYEE
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   PERFORM 2000-ACUMULA-RESUMOS
                   IF WRK-RETORNO = ZEROS
                       PERFORM 3000-IMPRIME-CONFERENCIA
                   END-IF
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE RATEIO-TRABALHO
           END-IF.
           IF WRK-RETORNO = ZEROS
               DISPLAY 'RATEIOS DA COMPETENCIA ' WRK-COMP-NUM
                   ' CONFERIDOS - EMPREGADOS: ' WRK-QTD-LISTADOS
                   ' CRITICAS: ' WRK-QTD-CRITICAS
               IF WRK-QTD-CRITICAS > ZEROS
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** CAPTURA OPERADOR E HORARIO DE INICIO DA EXECUCAO ******
       0100-INICIA-AUDITORIA.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-OPERADOR FROM ENVIRONMENT-VALUE.
           ACCEPT WRK-AUD-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WRK-AUD-HORA-INICIO FROM TIME.

      *********** GRAVA REGISTRO DE AUDITORIA AO FIM DA EXECUCAO ********
       8000-GRAVA-AUDITORIA.
           ACCEPT WRK-AUD-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WRK-AUD-HORA-FIM FROM TIME.
           OPEN EXTEND AUDITORIA-ARQUIVO.
           IF WRK-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-ARQUIVO
               CLOSE AUDITORIA-ARQUIVO
               OPEN EXTEND AUDITORIA-ARQUIVO
           END-IF.
           MOVE "PROGCOB40" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** COMPETENCIA PELA VARIAVEL FOLHACOMPETENCIA=AAAAMM (AUSENTE = *
      *** MES CORRENTE, O MESMO DA FOLHA MENSAL E DO LOTE CONTABIL) ****
       1000-DEFINE-COMPETENCIA.
           MOVE SPACES TO WRK-COMP-ENTRADA.
           DISPLAY "FOLHACOMPETENCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-COMP-ENTRADA = SPACES
               MOVE WRK-ANO TO WRK-COMP-ANO
               MOVE WRK-MES TO WRK-COMP-MES
           ELSE
               IF WRK-COMP-ENTRADA NOT NUMERIC
                   MOVE ZEROS TO WRK-COMP-NUM
               ELSE
                   MOVE WRK-COMP-ENTRADA TO WRK-COMP-NUM
               END-IF
           END-IF.
           IF WRK-COMP-ANO < 2000
               OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'FOLHACOMPETENCIA INVALIDA (' WRK-COMP-ENTRADA
                   ') - RATEIOS NAO CONFERIDOS'
               MOVE 8 TO WRK-RETORNO
           END-IF.

      *********** CARREGA A REFERENCIA DE DEPARTAMENTOS EM TABELA *******
       1100-CARREGA-DEPARTAMENTOS.
           MOVE ZEROS TO WRK-QTD-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTO-ARQUIVO.
           IF WRK-STATUS-DEPARTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-DEPARTAMENTO
               PERFORM 1110-LE-DEPARTAMENTO
               PERFORM 1120-ARMAZENA-DEPARTAMENTO
                   UNTIL WRK-FIM-DEPARTAMENTO = 'S'
               CLOSE DEPARTAMENTO-ARQUIVO
           END-IF.

       1110-LE-DEPARTAMENTO.
           READ DEPARTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-DEPARTAMENTO
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) - CENTRO ********
      *** DESCARTADO SAIRIA COMO NAO CADASTRADO ************************
       1120-ARMAZENA-DEPARTAMENTO.
           IF WRK-QTD-DEPARTAMENTOS = WRK-MAX-DEPARTAMENTOS
               DISPLAY 'DEPARTAMENTOS.DAT COM MAIS DE '
                   WRK-MAX-DEPARTAMENTOS ' DEPARTAMENTOS'
               DISPLAY 'CONFERENCIA INTERROMPIDA'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-DEPARTAMENTO
           ELSE
               ADD 1 TO WRK-QTD-DEPARTAMENTOS
               MOVE DEP-CODIGO
                   TO TAB-DEP-CODIGO (WRK-QTD-DEPARTAMENTOS)
               MOVE DEP-DESCRICAO
                   TO TAB-DEP-DESCRICAO (WRK-QTD-DEPARTAMENTOS)
               PERFORM 1110-LE-DEPARTAMENTO
           END-IF.

      *** CARREGA OS RATEIOS COM INICIO ATE A COMPETENCIA - O RATEIO ***
      *** FUTURO AINDA NAO VALE E FICA FORA DA CONFERENCIA *************
       1200-CARREGA-RATEIOS.
           MOVE ZEROS TO WRK-SEQ-RATEIO.
           MOVE ZEROS TO WRK-QTD-EMPREGADOS.
           OPEN OUTPUT RATEIO-TRABALHO.
           IF WRK-STATUS-TRABALHO = "00"
               CLOSE RATEIO-TRABALHO
               OPEN I-O RATEIO-TRABALHO
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY 'RATEIOTRAB.DAT NAO PODE SER CRIADO - STATUS '
                   WRK-STATUS-TRABALHO
               DISPLAY 'CONFERENCIA INTERROMPIDA'
               MOVE 16 TO WRK-RETORNO
           ELSE
               OPEN INPUT RATEIO-ARQUIVO
               IF WRK-STATUS-RATEIO NOT = "35"
                   MOVE 'N' TO WRK-FIM-RATEIO
                   PERFORM 1210-LE-RATEIO
                   PERFORM 1220-ARMAZENA-RATEIO
                       UNTIL WRK-FIM-RATEIO = 'S'
                   CLOSE RATEIO-ARQUIVO
               END-IF
               IF WRK-RETORNO NOT = ZEROS
                   CLOSE RATEIO-TRABALHO
               END-IF
           END-IF.

       1210-LE-RATEIO.
           READ RATEIO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RATEIO
           END-READ.

      *** CADA RATEIO VAI PARA O TRABALHO NA ORDEM DO ARQUIVO (SEQ) ****
       1220-ARMAZENA-RATEIO.
           IF RAT-COMP-INICIO <= WRK-COMP-NUM
               ADD 1 TO WRK-SEQ-RATEIO
               MOVE 'R' TO RTR-TIPO
               MOVE RAT-EMP-ID TO RTR-ID
               MOVE RAT-COMP-INICIO TO RTR-COMP-INICIO
               MOVE WRK-SEQ-RATEIO TO RTR-SEQ
               MOVE RAT-CENTRO-CUSTO TO RTR-CC
               MOVE RAT-PERCENTUAL TO RTR-PCT
               MOVE ZEROS TO RTR-VIGENCIA
               PERFORM 1240-ZERA-TOTAIS
               WRITE RATEIO-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WRK-STATUS-TRABALHO NOT = "00"
                   PERFORM 1290-FALHA-TRABALHO
                   MOVE 'S' TO WRK-FIM-RATEIO
               ELSE
                   PERFORM 1230-REGISTRA-EMPREGADO
               END-IF
           END-IF.
           IF WRK-FIM-RATEIO NOT = 'S'
               PERFORM 1210-LE-RATEIO
           END-IF.

      *** UM REGISTRO POR EMPREGADO (E), EM ORDEM DE ID PELA CHAVE, ****
      *** COM A MAIOR COMPETENCIA DE INICIO DOS SEUS RATEIOS (O ********
      *** RATEIO EM VIGOR) *********************************************
       1230-REGISTRA-EMPREGADO.
           PERFORM 1250-LE-EMPREGADO-RATEIO.
           IF WRK-TAB-ENCONTRADO = 'S'
               IF RAT-COMP-INICIO > RTR-VIGENCIA
                   MOVE RAT-COMP-INICIO TO RTR-VIGENCIA
                   REWRITE RATEIO-TRABALHO-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WRK-STATUS-TRABALHO NOT = "00"
                       PERFORM 1290-FALHA-TRABALHO
                       MOVE 'S' TO WRK-FIM-RATEIO
                   END-IF
               END-IF
           ELSE
               MOVE 'E' TO RTR-TIPO
               MOVE RAT-EMP-ID TO RTR-ID
               MOVE ZEROS TO RTR-COMP-INICIO
               MOVE ZEROS TO RTR-SEQ
               MOVE SPACES TO RTR-CC
               MOVE ZEROS TO RTR-PCT
               MOVE RAT-COMP-INICIO TO RTR-VIGENCIA
               PERFORM 1240-ZERA-TOTAIS
               WRITE RATEIO-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WRK-STATUS-TRABALHO NOT = "00"
                   PERFORM 1290-FALHA-TRABALHO
                   MOVE 'S' TO WRK-FIM-RATEIO
               ELSE
                   ADD 1 TO WRK-QTD-EMPREGADOS
               END-IF
           END-IF.

       1240-ZERA-TOTAIS.
           MOVE ZEROS TO RTR-QTD-RESUMO.
           MOVE ZEROS TO RTR-BRUTO.
           MOVE ZEROS TO RTR-ENCARGOS.
           MOVE ZEROS TO RTR-FGTS.
           MOVE ZEROS TO RTR-LIQUIDO.

      *** LEITURA POR CHAVE DO REGISTRO DO EMPREGADO EM RTR-ID *********
       1250-LE-EMPREGADO-RATEIO.
           MOVE 'E' TO RTR-TIPO.
           MOVE ZEROS TO RTR-COMP-INICIO.
           MOVE ZEROS TO RTR-SEQ.
           MOVE 'S' TO WRK-TAB-ENCONTRADO.
           READ RATEIO-TRABALHO
               INVALID KEY
                   MOVE 'N' TO WRK-TAB-ENCONTRADO
           END-READ.

      *** FALHA NO ARQUIVO DE TRABALHO ABORTA (RC 16) ******************
       1290-FALHA-TRABALHO.
           DISPLAY 'FALHA NA GRAVACAO DE RATEIOTRAB.DAT - STATUS '
               WRK-STATUS-TRABALHO.
           DISPLAY 'CONFERENCIA INTERROMPIDA'.
           MOVE 16 TO WRK-RETORNO.

      *** TOTAL DA FOLHA MENSAL (RESUMO SEM TIPO) DE CADA EMPREGADO ****
      *** COM RATEIO ***************************************************
       2000-ACUMULA-RESUMOS.
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO NOT = "00"
               DISPLAY 'RESUMOFOLHA.DAT AUSENTE - CONFERENCIA SAI SEM '
                   'VALORES'
           ELSE
               MOVE 'N' TO WRK-FIM-RESUMO
               PERFORM 2010-LE-RESUMO
               PERFORM 2020-ACUMULA-RESUMO
                   UNTIL WRK-FIM-RESUMO = 'S'
               CLOSE RESUMO-ARQUIVO
           END-IF.

       2010-LE-RESUMO.
           READ RESUMO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RESUMO
           END-READ.

       2020-ACUMULA-RESUMO.
           IF RESUMO-TIPO = SPACES
               MOVE RESUMO-ID TO RTR-ID
               PERFORM 1250-LE-EMPREGADO-RATEIO
               IF WRK-TAB-ENCONTRADO = 'S'
                   ADD 1 TO RTR-QTD-RESUMO
                   ADD RESUMO-BRUTO TO RTR-BRUTO
                   ADD RESUMO-ENCARGOS TO RTR-ENCARGOS
                   ADD RESUMO-FGTS TO RTR-FGTS
                   ADD RESUMO-LIQUIDO TO RTR-LIQUIDO
                   REWRITE RATEIO-TRABALHO-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WRK-STATUS-TRABALHO NOT = "00"
                       PERFORM 1290-FALHA-TRABALHO
                       MOVE 'S' TO WRK-FIM-RESUMO
                   END-IF
               END-IF
           END-IF.
           IF WRK-FIM-RESUMO NOT = 'S'
               PERFORM 2010-LE-RESUMO
           END-IF.

      *********** IMPRIME A CONFERENCIA EMPREGADO A EMPREGADO ***********
       3000-IMPRIME-CONFERENCIA.
           OPEN OUTPUT RATEIO-RELATORIO.
           MOVE WRK-COMP-MES TO WRK-CAB-MES.
           MOVE WRK-COMP-ANO TO WRK-CAB-ANO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-1.
           WRITE LINHA-RELATORIO FROM WRK-CAB-2.
           IF WRK-QTD-EMPREGADOS = ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "NENHUM RATEIO EM VIGOR NA COMPETENCIA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE 'N' TO WRK-FIM-EMPREGADOS.
           MOVE 'E' TO RTR-TIPO.
           MOVE ZEROS TO RTR-ID.
           MOVE ZEROS TO RTR-COMP-INICIO.
           MOVE ZEROS TO RTR-SEQ.
           START RATEIO-TRABALHO KEY IS NOT LESS THAN RTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-EMPREGADOS
           END-START.
           PERFORM 3050-LE-EMPREGADO.
           PERFORM 3100-IMPRIME-EMPREGADO
               UNTIL WRK-FIM-EMPREGADOS = 'S'.
           PERFORM 3700-IMPRIME-TOTAIS.
           CLOSE RATEIO-RELATORIO.

      *** PROXIMO REGISTRO DE EMPREGADO (E) NA ORDEM DA CHAVE **********
       3050-LE-EMPREGADO.
           IF WRK-FIM-EMPREGADOS NOT = 'S'
               READ RATEIO-TRABALHO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-EMPREGADOS
               END-READ
           END-IF.
           IF WRK-FIM-EMPREGADOS NOT = 'S'
               IF RTR-TIPO NOT = 'E'
                   MOVE 'S' TO WRK-FIM-EMPREGADOS
               ELSE
                   MOVE RTR-ID TO WRK-ERT-ID
                   MOVE RTR-VIGENCIA TO WRK-ERT-VIGENCIA
                   MOVE RTR-QTD-RESUMO TO WRK-ERT-QTD-RESUMO
                   MOVE RTR-BRUTO TO WRK-ERT-BRUTO
                   MOVE RTR-ENCARGOS TO WRK-ERT-ENCARGOS
                   MOVE RTR-FGTS TO WRK-ERT-FGTS
                   MOVE RTR-LIQUIDO TO WRK-ERT-LIQUIDO
               END-IF
           END-IF.

      *** AS PARTES DO RATEIO MUDAM A POSICAO - VOLTA PARA O EMPREGADO *
      *** SEGUINTE AO QUE ACABOU DE SAIR *******************************
       3060-PROXIMO-EMPREGADO.
           MOVE 'E' TO RTR-TIPO.
           MOVE WRK-ERT-ID TO RTR-ID.
           MOVE ZEROS TO RTR-COMP-INICIO.
           MOVE ZEROS TO RTR-SEQ.
           START RATEIO-TRABALHO KEY IS GREATER THAN RTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-EMPREGADOS
           END-START.
           PERFORM 3050-LE-EMPREGADO.

      *** LINHA DO TOTAL DO EMPREGADO SEGUIDA DAS PARTES POR CENTRO ****
       3100-IMPRIME-EMPREGADO.
           ADD 1 TO WRK-QTD-LISTADOS.
           MOVE WRK-ERT-ID TO EMP-ID.
           MOVE 'S' TO WRK-EMP-ENCONTRADO.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-EMP-ENCONTRADO
           END-READ.
           MOVE SPACES TO WRK-LINHA-RATEIO.
           MOVE WRK-ERT-ID TO WRK-LIN-ID.
           IF WRK-EMP-ENCONTRADO = 'S'
               MOVE EMP-NOME TO WRK-LIN-NOME
               MOVE EMP-CENTRO-CUSTO TO WRK-CC-PRINCIPAL
           ELSE
               MOVE SPACES TO WRK-CC-PRINCIPAL
           END-IF.
           MOVE WRK-CC-PRINCIPAL TO WRK-LIN-CC.
           MOVE "TOTAL DO EMPREGADO" TO WRK-LIN-DESCRICAO.
           MOVE 100 TO WRK-LIN-PCT.
           MOVE WRK-ERT-BRUTO TO WRK-LIN-BRUTO.
           MOVE WRK-ERT-ENCARGOS TO WRK-LIN-ENCARGOS.
           MOVE WRK-ERT-FGTS TO WRK-LIN-FGTS.
           MOVE WRK-ERT-LIQUIDO TO WRK-LIN-LIQUIDO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-RATEIO.
           IF WRK-EMP-ENCONTRADO NOT = 'S'
               MOVE "EMPREGADO NAO CADASTRADO NO MASTER" TO WRK-CRITICA
               PERFORM 3600-IMPRIME-CRITICA
           ELSE
               IF EMP-DESLIGADO
                   MOVE SPACES TO WRK-CRT-TEXTO
                   MOVE "EMPREGADO DESLIGADO - RATEIO SEM EFEITO"
                       TO WRK-CRT-TEXTO
                   WRITE LINHA-RELATORIO FROM WRK-LINHA-CRITICA
               END-IF
           END-IF.
           IF WRK-ERT-QTD-RESUMO = ZEROS
               MOVE SPACES TO WRK-CRT-TEXTO
               MOVE "SEM FOLHA MENSAL NO RESUMO DA COMPETENCIA"
                   TO WRK-CRT-TEXTO
               WRITE LINHA-RELATORIO FROM WRK-LINHA-CRITICA
           END-IF.
           PERFORM 3200-MONTA-PARTES-RATEIO.
           PERFORM 3300-RATEIA-VALORES.
           PERFORM 3500-IMPRIME-PARTE
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           PERFORM 3060-PROXIMO-EMPREGADO.

      *** MESMA REGRA DOS PROGRAMAS QUE RATEIAM: O RATEIO EM VIGOR SE **
      *** SOMAR 100 E TIVER ATE 10 CENTROS - SENAO TUDO NO CENTRO DO ***
      *** MASTER. O CENTRO PRINCIPAL E O DO MASTER QUANDO FAZ PARTE ****
      *** DO RATEIO, SENAO O DE MAIOR PERCENTUAL ***********************
       3200-MONTA-PARTES-RATEIO.
           MOVE ZEROS TO WRK-QTD-PARTES.
           MOVE ZEROS TO WRK-RAT-SOMA-PCT.
           MOVE 'N' TO WRK-RAT-EXCESSO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE 'R' TO RTR-TIPO.
           MOVE WRK-ERT-ID TO RTR-ID.
           MOVE WRK-ERT-VIGENCIA TO RTR-COMP-INICIO.
           MOVE ZEROS TO RTR-SEQ.
           START RATEIO-TRABALHO KEY IS NOT LESS THAN RTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           PERFORM 3205-LE-PARTE.
           PERFORM 3210-CARREGA-PARTE
               UNTIL WRK-FIM-TRABALHO = 'S'.
           IF WRK-RAT-SOMA-PCT NOT = 100
               MOVE SPACES TO WRK-CRITICA
               STRING "PERCENTUAIS DO RATEIO NAO SOMAM 100 - RATEIO "
                   DELIMITED BY SIZE
                   "IGNORADO" DELIMITED BY SIZE
                   INTO WRK-CRITICA
               PERFORM 3600-IMPRIME-CRITICA
               MOVE ZEROS TO WRK-QTD-PARTES
           ELSE
               IF WRK-RAT-EXCESSO = 'S'
                   STRING "RATEIO COM MAIS DE 10 CENTROS - RATEIO "
                       DELIMITED BY SIZE
                       "IGNORADO" DELIMITED BY SIZE
                       INTO WRK-CRITICA
                   PERFORM 3600-IMPRIME-CRITICA
                   MOVE ZEROS TO WRK-QTD-PARTES
               ELSE
                   PERFORM 3400-CRITICA-PARTE
                       VARYING WRK-IDX-PAR FROM 1 BY 1
                       UNTIL WRK-IDX-PAR > WRK-QTD-PARTES
               END-IF
           END-IF.
           IF WRK-QTD-PARTES = ZEROS
               ADD 1 TO WRK-QTD-IGNORADOS
               MOVE 1 TO WRK-QTD-PARTES
               MOVE WRK-CC-PRINCIPAL TO TAB-PAR-CC (1)
               MOVE 100 TO TAB-PAR-PCT (1)
           END-IF.
           MOVE 1 TO WRK-IDX-PAR-PRINCIPAL.
           PERFORM 3220-BUSCA-PRINCIPAL
               VARYING WRK-IDX-PAR FROM 2 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           PERFORM 3230-CONFIRMA-PRINCIPAL
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           IF TAB-PAR-CC (WRK-IDX-PAR-PRINCIPAL) NOT = WRK-CC-PRINCIPAL
               AND WRK-EMP-ENCONTRADO = 'S'
               MOVE SPACES TO WRK-CRT-TEXTO
               STRING "CENTRO DO MASTER FORA DO RATEIO - SOBRA NO "
                   DELIMITED BY SIZE
                   "CENTRO DE MAIOR PERCENTUAL" DELIMITED BY SIZE
                   INTO WRK-CRT-TEXTO
               WRITE LINHA-RELATORIO FROM WRK-LINHA-CRITICA
           END-IF.

      *** RATEIO EM VIGOR DO EMPREGADO NA ORDEM DO ARQUIVO *************
       3205-LE-PARTE.
           IF WRK-FIM-TRABALHO NOT = 'S'
               READ RATEIO-TRABALHO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TRABALHO
               END-READ
           END-IF.
           IF WRK-FIM-TRABALHO NOT = 'S'
               IF RTR-TIPO NOT = 'R'
                   OR RTR-ID NOT = WRK-ERT-ID
                   OR RTR-COMP-INICIO NOT = WRK-ERT-VIGENCIA
                   MOVE 'S' TO WRK-FIM-TRABALHO
               END-IF
           END-IF.

       3210-CARREGA-PARTE.
           ADD RTR-PCT TO WRK-RAT-SOMA-PCT.
           IF WRK-QTD-PARTES < 10
               ADD 1 TO WRK-QTD-PARTES
               MOVE RTR-CC TO TAB-PAR-CC (WRK-QTD-PARTES)
               MOVE RTR-PCT TO TAB-PAR-PCT (WRK-QTD-PARTES)
           ELSE
               MOVE 'S' TO WRK-RAT-EXCESSO
           END-IF.
           PERFORM 3205-LE-PARTE.

       3220-BUSCA-PRINCIPAL.
           IF TAB-PAR-PCT (WRK-IDX-PAR)
               > TAB-PAR-PCT (WRK-IDX-PAR-PRINCIPAL)
               MOVE WRK-IDX-PAR TO WRK-IDX-PAR-PRINCIPAL
           END-IF.

       3230-CONFIRMA-PRINCIPAL.
           IF TAB-PAR-CC (WRK-IDX-PAR) = WRK-CC-PRINCIPAL
               MOVE WRK-IDX-PAR TO WRK-IDX-PAR-PRINCIPAL
           END-IF.

      *** DIVIDE O TOTAL DO EMPREGADO PELOS PERCENTUAIS (TRUNCADO) E ***
      *** DEIXA A SOBRA DO ARREDONDAMENTO NO CENTRO PRINCIPAL **********
       3300-RATEIA-VALORES.
           MOVE WRK-ERT-BRUTO TO WRK-RESTO-BRUTO.
           MOVE WRK-ERT-ENCARGOS TO WRK-RESTO-ENCARGOS.
           MOVE WRK-ERT-FGTS TO WRK-RESTO-FGTS.
           MOVE WRK-ERT-LIQUIDO TO WRK-RESTO-LIQUIDO.
           PERFORM 3310-CALCULA-PARTE
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           ADD WRK-RESTO-BRUTO TO TAB-PAR-BRUTO (WRK-IDX-PAR-PRINCIPAL).
           ADD WRK-RESTO-ENCARGOS
               TO TAB-PAR-ENCARGOS (WRK-IDX-PAR-PRINCIPAL).
           ADD WRK-RESTO-FGTS TO TAB-PAR-FGTS (WRK-IDX-PAR-PRINCIPAL).
           ADD WRK-RESTO-LIQUIDO
               TO TAB-PAR-LIQUIDO (WRK-IDX-PAR-PRINCIPAL).

       3310-CALCULA-PARTE.
           COMPUTE TAB-PAR-BRUTO (WRK-IDX-PAR) =
               WRK-ERT-BRUTO
               * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           COMPUTE TAB-PAR-ENCARGOS (WRK-IDX-PAR) =
               WRK-ERT-ENCARGOS
               * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           COMPUTE TAB-PAR-FGTS (WRK-IDX-PAR) =
               WRK-ERT-FGTS
               * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           COMPUTE TAB-PAR-LIQUIDO (WRK-IDX-PAR) =
               WRK-ERT-LIQUIDO
               * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           SUBTRACT TAB-PAR-BRUTO (WRK-IDX-PAR) FROM WRK-RESTO-BRUTO.
           SUBTRACT TAB-PAR-ENCARGOS (WRK-IDX-PAR)
               FROM WRK-RESTO-ENCARGOS.
           SUBTRACT TAB-PAR-FGTS (WRK-IDX-PAR) FROM WRK-RESTO-FGTS.
           SUBTRACT TAB-PAR-LIQUIDO (WRK-IDX-PAR)
               FROM WRK-RESTO-LIQUIDO.

      *** CENTRO DO RATEIO PRECISA EXISTIR EM DEPARTAMENTOS E NAO PODE *
      *** SE REPETIR NO MESMO RATEIO ***********************************
       3400-CRITICA-PARTE.
           MOVE 'N' TO WRK-DEP-ENCONTRADO.
           PERFORM 3410-BUSCA-DEPARTAMENTO
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEPARTAMENTOS
                   OR WRK-DEP-ENCONTRADO = 'S'.
           IF WRK-DEP-ENCONTRADO NOT = 'S'
               MOVE SPACES TO WRK-CRITICA
               STRING "CENTRO " DELIMITED BY SIZE
                   TAB-PAR-CC (WRK-IDX-PAR) DELIMITED BY SIZE
                   " NAO CADASTRADO EM DEPARTAMENTOS" DELIMITED BY SIZE
                   INTO WRK-CRITICA
               PERFORM 3600-IMPRIME-CRITICA
           END-IF.
           MOVE 'N' TO WRK-CC-REPETIDO.
           PERFORM 3420-BUSCA-REPETIDO
               VARYING WRK-IDX-PAR-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-PAR-BUSCA >= WRK-IDX-PAR
                   OR WRK-CC-REPETIDO = 'S'.
           IF WRK-CC-REPETIDO = 'S'
               MOVE SPACES TO WRK-CRITICA
               STRING "CENTRO " DELIMITED BY SIZE
                   TAB-PAR-CC (WRK-IDX-PAR) DELIMITED BY SIZE
                   " REPETIDO NO RATEIO" DELIMITED BY SIZE
                   INTO WRK-CRITICA
               PERFORM 3600-IMPRIME-CRITICA
           END-IF.

       3410-BUSCA-DEPARTAMENTO.
           IF TAB-DEP-CODIGO (WRK-IDX-DEP) = TAB-PAR-CC (WRK-IDX-PAR)
               MOVE WRK-IDX-DEP TO WRK-IDX-DEP-ACHADO
               MOVE 'S' TO WRK-DEP-ENCONTRADO
           END-IF.

       3420-BUSCA-REPETIDO.
           IF TAB-PAR-CC (WRK-IDX-PAR-BUSCA) = TAB-PAR-CC (WRK-IDX-PAR)
               MOVE 'S' TO WRK-CC-REPETIDO
           END-IF.

       3500-IMPRIME-PARTE.
           MOVE SPACES TO WRK-LINHA-RATEIO.
           MOVE TAB-PAR-CC (WRK-IDX-PAR) TO WRK-LIN-CC.
           IF WRK-IDX-PAR = WRK-IDX-PAR-PRINCIPAL
               MOVE "P" TO WRK-LIN-PRINCIPAL
           END-IF.
           MOVE 'N' TO WRK-DEP-ENCONTRADO.
           PERFORM 3410-BUSCA-DEPARTAMENTO
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEPARTAMENTOS
                   OR WRK-DEP-ENCONTRADO = 'S'.
           IF WRK-DEP-ENCONTRADO = 'S'
               MOVE TAB-DEP-DESCRICAO (WRK-IDX-DEP-ACHADO)
                   TO WRK-LIN-DESCRICAO
           END-IF.
           MOVE TAB-PAR-PCT (WRK-IDX-PAR) TO WRK-LIN-PCT.
           MOVE TAB-PAR-BRUTO (WRK-IDX-PAR) TO WRK-LIN-BRUTO.
           MOVE TAB-PAR-ENCARGOS (WRK-IDX-PAR) TO WRK-LIN-ENCARGOS.
           MOVE TAB-PAR-FGTS (WRK-IDX-PAR) TO WRK-LIN-FGTS.
           MOVE TAB-PAR-LIQUIDO (WRK-IDX-PAR) TO WRK-LIN-LIQUIDO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-RATEIO.

       3600-IMPRIME-CRITICA.
           ADD 1 TO WRK-QTD-CRITICAS.
           MOVE WRK-CRITICA TO WRK-CRT-TEXTO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-CRITICA.
           MOVE SPACES TO WRK-CRITICA.

       3700-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "EMPREGADOS COM RATEIO EM VIGOR" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LISTADOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "RATEIOS IGNORADOS (TUDO NO CENTRO)" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-IGNORADOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "CRITICAS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CRITICAS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
