       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB30.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: REPASSE DOS EMPRESTIMOS CONSIGNADOS AOS BANCOS APOS A
      * FOLHA MENSAL OFICIAL DA EMPRESA (FOLHAEMPRESA). SO EXECUTA SE
      * O CONTROLE DE EXECUCAO MOSTRA A FOLHA DA COMPETENCIA PAGA
      * (PROGCOB04 'P'); SENAO DEVOLVE RC 8. A PARTIR DAS PARCELAS
      * APURADAS PELA FOLHA (CONSIGAPL.DAT) GERA UM ARQUIVO DE REPASSE
      * POR BANCO CREDOR (DATA/REPASSE<EMPRESA><BANCO>.DAT - HEADER,
      * UMA LINHA POR PARCELA DESCONTADA E TRAILER COM QUANTIDADE E
      * TOTAL), LISTA NO RELATORIO DATA/CONSIGNAO<EMPRESA>.PRT AS
      * PARCELAS NAO DESCONTADAS E OS CONTRATOS RECUSADOS PELA MARGEM
      * (RC 4 SE HOUVER ALGUMA) E ATUALIZA NO CADASTRO DE CONSIGNADOS
      * AS PARCELAS PAGAS - O CONTRATO QUITADO NA ULTIMA COMPETENCIA
      * E ENCERRADO E O RECUSADO SAI DO DESCONTO. A ULTIMA COMPETENCIA
      * PAGA DO CONTRATO TORNA A REEXECUCAO SEGURA
      *MODIFICACAO: SEM TABELAS DE PARCELAS E DE CONTRATOS - AS
      * PARCELAS VAO PARA O ARQUIVO DE TRABALHO INDEXADO REPASSETRAB.DAT
      * (CONSULTADO POR CHAVE NA ATUALIZACAO DOS CONTRATOS), REPASSES E
      * PENDENTES RELEEM O CONSIGAPL.DAT E O CADASTRO E REGRAVADO PELO
      * TEMPORARIO CONSIGNADOS.TMP. MAIS DE 50 BANCOS CREDORES OU FALHA
      * NO ARQUIVO DE TRABALHO ABORTA O REPASSE (RC 16)
      *MODIFICACAO: SO REPASSAR DEPOIS DA LIBERACAO DA REMESSA DA FOLHA
      * PELO SUPERVISOR (PROGCOB46 'P' POSTERIOR A ULTIMA FOLHA PAGA) -
      * SEM A LIBERACAO O REPASSE E RECUSADO (RC 8); PASSO DO JOB LIBERA
      *MODIFICACAO: COMPETENCIA PELA VARIAVEL FOLHACOMPETENCIA=AAAAMM
      * (AUSENTE = MES CORRENTE, INVALIDA RECUSA COM RC 8), A MESMA DA
      * LIBERACAO DO PROGCOB46 NO JOB LIBERA - A LIBERACAO FEITA DEPOIS
      * DA VIRADA DO MES REPASSA A COMPETENCIA LIBERADA
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-EXEC-ARQUIVO
               ASSIGN TO "DATA/CONTROLEEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE-EXEC.
           SELECT CONSIGAPL-ARQUIVO
               ASSIGN TO "DATA/CONSIGAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGAPL.
           SELECT CONSIGNADO-ARQUIVO
               ASSIGN TO "DATA/CONSIGNADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGNADO.
           SELECT CONSIGNADO-TRABALHO ASSIGN TO "DATA/CONSIGNADOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGNADO-TRAB.
      *** PARCELAS DA COMPETENCIA POR EMPREGADO/BANCO/CONTRATO *********
           SELECT PARCELA-TRABALHO ASSIGN TO "DATA/REPASSETRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTR-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
      *** UM ARQUIVO DE REPASSE POR BANCO - NOME MONTADO POR CAMPO *****
           SELECT REPASSE-ARQUIVO ASSIGN TO WRK-NOME-ARQ-REPASSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REPASSE.
           SELECT RELATORIO-ARQUIVO ASSIGN TO WRK-NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-EXEC-ARQUIVO.
       01 CONTROLE-EXEC-RECORD.
           02 CTL-PROGRAMA PIC X(09).
           02 CTL-ANO PIC 9(04).
           02 CTL-MES PIC 9(02).
           02 CTL-STATUS PIC X(01).
           02 CTL-OPERADOR PIC X(08).
           02 CTL-DATA PIC 9(08).
           02 CTL-HORA PIC 9(08).
           02 CTL-EMPRESA PIC X(03).
       FD  CONSIGAPL-ARQUIVO.
           COPY CBCSGAPL.
       FD  CONSIGNADO-ARQUIVO.
           COPY CBCONSIG.
       FD  CONSIGNADO-TRABALHO.
       01 LINHA-CONSIGNADO-TRAB PIC X(54).
       FD  PARCELA-TRABALHO.
       01 PARCELA-TRABALHO-RECORD.
           02 PTR-CHAVE.
               03 PTR-ID PIC 9(06).
               03 PTR-BANCO PIC 9(03).
               03 PTR-CONTRATO PIC X(15).
               03 PTR-SEQ PIC 9(06).
           02 PTR-SITUACAO PIC X(01).
       FD  REPASSE-ARQUIVO.
       01 LINHA-REPASSE PIC X(80).
       FD  RELATORIO-ARQUIVO.
       01 LINHA-RELATORIO PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-CONSIGAPL PIC X(02) VALUE "00".
       77 WRK-STATUS-CONSIGNADO PIC X(02) VALUE "00".
       77 WRK-STATUS-CONSIGNADO-TRAB PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-REPASSE PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-SELECIONADA PIC X(03) VALUE "001".
       77 WRK-CTL-EMPRESA-NORM PIC X(03) VALUE SPACES.
       77 WRK-CAP-EMPRESA-NORM PIC X(03) VALUE SPACES.
       77 WRK-FOLHA-PAGA PIC X(01) VALUE 'N'.
       77 WRK-FOLHA-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-FOLHA-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-LIB-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-LIB-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-REMESSA-LIBERADA PIC X(01) VALUE 'N'.
       77 WRK-FIM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMP-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-ARQ-REPASSE PIC X(40) VALUE SPACES.
       77 WRK-NOME-ARQ-RELATORIO PIC X(40) VALUE SPACES.
       77 WRK-FIM-CONSIGAPL PIC X(01) VALUE 'N'.
       77 WRK-PARCELA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-SEQ-PARCELA PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-QTD-BANCOS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-BANCOS PIC 9(02) VALUE 50.
       77 WRK-IDX-BCO PIC 9(02) VALUE ZEROS.
       77 WRK-BCO-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-BANCO-REPASSE PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-REPASSE PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REPASSE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-CONSIGNADO PIC X(01) VALUE 'N'.
       77 WRK-QTD-ATUALIZADOS PIC 9(06) VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-BANCOS.
           02 WRK-TAB-BANCO OCCURS 50 TIMES.
               03 TAB-BCO-CODIGO PIC 9(03).
      *** LAYOUT DO ARQUIVO DE REPASSE (80 POSICOES) *******************
       01 WRK-REP-HEADER.
           02 FILLER PIC X(01) VALUE "H".
           02 WRK-REPH-BANCO PIC 9(03).
           02 WRK-REPH-EMPRESA PIC X(03).
           02 WRK-REPH-COMPETENCIA PIC 9(06).
           02 WRK-REPH-DATA PIC 9(08).
           02 FILLER PIC X(59) VALUE SPACES.
       01 WRK-REP-DETALHE.
           02 FILLER PIC X(01) VALUE "D".
           02 WRK-REPD-ID PIC 9(06).
           02 WRK-REPD-NOME PIC X(20).
           02 WRK-REPD-CONTRATO PIC X(15).
           02 WRK-REPD-VALOR PIC 9(09)V99.
           02 FILLER PIC X(27) VALUE SPACES.
       01 WRK-REP-TRAILER.
           02 FILLER PIC X(01) VALUE "T".
           02 WRK-REPT-QTD PIC 9(06).
           02 WRK-REPT-TOTAL PIC 9(11)V99.
           02 FILLER PIC X(60) VALUE SPACES.
      *** LINHAS DO RELATORIO DE PARCELAS NAO DESCONTADAS **************
       01 WRK-CAB-RELATORIO.
           02 FILLER PIC X(48)
               VALUE "CONSIGNADOS NAO DESCONTADOS - EMPRESA ".
           02 WRK-CAB-EMPRESA PIC X(03).
           02 FILLER PIC X(14) VALUE " COMPETENCIA ".
           02 WRK-CAB-COMPETENCIA PIC 9(06).
       01 WRK-CAB-COLUNAS.
           02 FILLER PIC X(50)
               VALUE "ID     NOME                 BCO CONTRATO       ".
           02 FILLER PIC X(40)
               VALUE "     PARCELA SITUACAO".
       01 WRK-LINHA-PENDENTE.
           02 WRK-PEN-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PEN-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PEN-BANCO PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PEN-CONTRATO PIC X(15).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PEN-VALOR PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PEN-SITUACAO PIC X(30).
       01 WRK-LINHA-TOTAL-PEN.
           02 FILLER PIC X(30) VALUE "TOTAL DE PARCELAS PENDENTES: ".
           02 WRK-PEN-QTD PIC ZZ9.
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
           DISPLAY "FOLHAEMPRESA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-EMPRESA-SELECIONADA FROM ENVIRONMENT-VALUE.
           IF WRK-EMPRESA-SELECIONADA = SPACES
               MOVE "001" TO WRK-EMPRESA-SELECIONADA
           END-IF.
           PERFORM 0900-DEFINE-COMPETENCIA.
           IF WRK-RETORNO = ZEROS
               PERFORM 1000-VERIFICA-FOLHA-PAGA
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 2000-CARREGA-PARCELAS
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 3000-GERA-REPASSES
                   VARYING WRK-IDX-BCO FROM 1 BY 1
                   UNTIL WRK-IDX-BCO > WRK-QTD-BANCOS
               PERFORM 4000-IMPRIME-PENDENTES
               PERFORM 5000-ATUALIZA-CONSIGNADOS
               CLOSE PARCELA-TRABALHO
               DISPLAY 'REPASSE DE CONSIGNADOS EMPRESA '
                   WRK-EMPRESA-SELECIONADA ': ' WRK-QTD-BANCOS
                   ' BANCOS, ' WRK-QTD-PENDENTES
                   ' PARCELAS NAO DESCONTADAS'
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
           MOVE "PROGCOB30" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** COMPETENCIA DO REPASSE (FOLHACOMPETENCIA, AUSENTE = MES ******
      *** CORRENTE) - INVALIDA RECUSA O REPASSE (RC 8) *****************
       0900-DEFINE-COMPETENCIA.
           DISPLAY "FOLHACOMPETENCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           MOVE 'S' TO WRK-COMP-VALIDA.
           IF WRK-COMP-ENTRADA = SPACES
               MOVE WRK-ANO TO WRK-COMP-ANO
               MOVE WRK-MES TO WRK-COMP-MES
           ELSE
               IF WRK-COMP-ENTRADA NOT NUMERIC
                   MOVE 'N' TO WRK-COMP-VALIDA
               ELSE
                   MOVE WRK-COMP-ENTRADA (1:4) TO WRK-COMP-ANO
                   MOVE WRK-COMP-ENTRADA (5:2) TO WRK-COMP-MES
                   IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                       MOVE 'N' TO WRK-COMP-VALIDA
                   END-IF
               END-IF
           END-IF.
           IF WRK-COMP-VALIDA NOT = 'S'
               DISPLAY 'FOLHACOMPETENCIA INVALIDA (' WRK-COMP-ENTRADA
                   ') - AAAAMM, REPASSE RECUSADO'
               MOVE 8 TO WRK-RETORNO
           ELSE
               COMPUTE WRK-COMPETENCIA =
                   (WRK-COMP-ANO * 100) + WRK-COMP-MES
           END-IF.

      *** VARRE O CONTROLE DE EXECUCAO - VALE O ULTIMO STATUS DA *******
      *** FOLHA MENSAL (PROGCOB04) NA COMPETENCIA/EMPRESA - SEM FOLHA **
      *** PAGA NAO HA O QUE REPASSAR (RC 8); A REMESSA DA FOLHA TEM ****
      *** DE TER SIDO LIBERADA PELO SUPERVISOR DEPOIS DA ULTIMA FOLHA **
      *** PAGA (PROGCOB46), SENAO O REPASSE E RECUSADO (RC 8) **********
       1000-VERIFICA-FOLHA-PAGA.
           MOVE 'N' TO WRK-FOLHA-PAGA.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 1010-LE-CONTROLE
               PERFORM 1020-CONFERE-CONTROLE
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.
           IF WRK-FOLHA-PAGA NOT = 'S'
               DISPLAY 'FOLHA DA COMPETENCIA ' WRK-COMPETENCIA
                   ' EMPRESA ' WRK-EMPRESA-SELECIONADA
                   ' NAO ESTA PAGA - REPASSE RECUSADO'
               MOVE 8 TO WRK-RETORNO
           END-IF.
           MOVE 'N' TO WRK-REMESSA-LIBERADA.
           IF WRK-LIB-DATA > WRK-FOLHA-DATA
               MOVE 'S' TO WRK-REMESSA-LIBERADA
           END-IF.
           IF WRK-LIB-DATA = WRK-FOLHA-DATA
               AND WRK-LIB-DATA NOT = ZEROS
               AND WRK-LIB-HORA >= WRK-FOLHA-HORA
               MOVE 'S' TO WRK-REMESSA-LIBERADA
           END-IF.
           IF WRK-FOLHA-PAGA = 'S' AND WRK-REMESSA-LIBERADA NOT = 'S'
               DISPLAY 'REMESSA DA FOLHA SEM LIBERACAO DO SUPERVISOR '
                   '(PROGCOB46) - REPASSE RECUSADO'
               MOVE 8 TO WRK-RETORNO
           END-IF.

       1010-LE-CONTROLE.
           READ CONTROLE-EXEC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

       1020-CONFERE-CONTROLE.
           IF CTL-EMPRESA = SPACES
               MOVE "001" TO WRK-CTL-EMPRESA-NORM
           ELSE
               MOVE CTL-EMPRESA TO WRK-CTL-EMPRESA-NORM
           END-IF.
           IF CTL-PROGRAMA = "PROGCOB04"
               AND CTL-ANO = WRK-COMP-ANO AND CTL-MES = WRK-COMP-MES
               AND WRK-CTL-EMPRESA-NORM = WRK-EMPRESA-SELECIONADA
               IF CTL-STATUS = 'P'
                   MOVE 'S' TO WRK-FOLHA-PAGA
                   MOVE CTL-DATA TO WRK-FOLHA-DATA
                   MOVE CTL-HORA TO WRK-FOLHA-HORA
               ELSE
                   MOVE 'N' TO WRK-FOLHA-PAGA
               END-IF
           END-IF.
           IF CTL-PROGRAMA = "PROGCOB46" AND CTL-STATUS = 'P'
               AND CTL-ANO = WRK-COMP-ANO AND CTL-MES = WRK-COMP-MES
               AND WRK-CTL-EMPRESA-NORM = WRK-EMPRESA-SELECIONADA
               MOVE CTL-DATA TO WRK-LIB-DATA
               MOVE CTL-HORA TO WRK-LIB-HORA
           END-IF.
           PERFORM 1010-LE-CONTROLE.

      *** CARREGA AS PARCELAS APURADAS DA EMPRESA NA COMPETENCIA NO ****
      *** ARQUIVO DE TRABALHO E MONTA A LISTA DE BANCOS CREDORES COM ***
      *** PARCELA DESCONTADA - SEM O ARQUIVO DE TRABALHO OU COM MAIS ***
      *** BANCOS QUE A LISTA COMPORTA O REPASSE E ABORTADO (RC 16) *****
       2000-CARREGA-PARCELAS.
           MOVE ZEROS TO WRK-SEQ-PARCELA.
           MOVE ZEROS TO WRK-QTD-BANCOS.
           OPEN OUTPUT PARCELA-TRABALHO.
           IF WRK-STATUS-TRABALHO = "00"
               CLOSE PARCELA-TRABALHO
               OPEN I-O PARCELA-TRABALHO
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY "ARQUIVO DE TRABALHO REPASSETRAB.DAT NAO PODE "
                   "SER CRIADO - STATUS " WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           ELSE
               OPEN INPUT CONSIGAPL-ARQUIVO
               IF WRK-STATUS-CONSIGAPL NOT = "35"
                   MOVE 'N' TO WRK-FIM-CONSIGAPL
                   PERFORM 2010-LE-CONSIGAPL
                   PERFORM 2020-ARMAZENA-PARCELA
                       UNTIL WRK-FIM-CONSIGAPL = 'S'
                   CLOSE CONSIGAPL-ARQUIVO
               END-IF
           END-IF.

       2010-LE-CONSIGAPL.
           READ CONSIGAPL-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGAPL
           END-READ.

       2020-ARMAZENA-PARCELA.
           PERFORM 2050-CONFERE-COMPETENCIA.
           IF WRK-PARCELA-VALIDA = 'S'
               ADD 1 TO WRK-SEQ-PARCELA
               MOVE CAP-EMP-ID TO PTR-ID
               MOVE CAP-BANCO TO PTR-BANCO
               MOVE CAP-CONTRATO TO PTR-CONTRATO
               MOVE WRK-SEQ-PARCELA TO PTR-SEQ
               MOVE CAP-SITUACAO TO PTR-SITUACAO
               WRITE PARCELA-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WRK-STATUS-TRABALHO NOT = "00"
                   DISPLAY "FALHA NA GRAVACAO DO REPASSETRAB.DAT - "
                       "STATUS " WRK-STATUS-TRABALHO
                   MOVE 16 TO WRK-RETORNO
               END-IF
               IF CAP-DESCONTADA AND WRK-RETORNO NOT = 16
                   PERFORM 2030-REGISTRA-BANCO
               END-IF
           END-IF.
           IF WRK-RETORNO = 16
               MOVE 'S' TO WRK-FIM-CONSIGAPL
           ELSE
               PERFORM 2010-LE-CONSIGAPL
           END-IF.

       2030-REGISTRA-BANCO.
           MOVE 'N' TO WRK-BCO-ENCONTRADO.
           PERFORM 2040-CONFERE-BANCO
               VARYING WRK-IDX-BCO FROM 1 BY 1
               UNTIL WRK-IDX-BCO > WRK-QTD-BANCOS
                   OR WRK-BCO-ENCONTRADO = 'S'.
           IF WRK-BCO-ENCONTRADO = 'N'
               IF WRK-QTD-BANCOS NOT < WRK-MAX-BANCOS
                   DISPLAY "MAIS DE " WRK-MAX-BANCOS
                       " BANCOS CREDORES NA COMPETENCIA - "
                       "REPASSE ABORTADO"
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   ADD 1 TO WRK-QTD-BANCOS
                   MOVE CAP-BANCO TO TAB-BCO-CODIGO (WRK-QTD-BANCOS)
               END-IF
           END-IF.

       2040-CONFERE-BANCO.
           IF TAB-BCO-CODIGO (WRK-IDX-BCO) = CAP-BANCO
               MOVE 'S' TO WRK-BCO-ENCONTRADO
           END-IF.

      *** PARCELA DA EMPRESA E COMPETENCIA DO REPASSE - PARCELA SEM ****
      *** EMPRESA E DA 001 (LEGADO) ************************************
       2050-CONFERE-COMPETENCIA.
           IF CAP-EMPRESA = SPACES
               MOVE "001" TO WRK-CAP-EMPRESA-NORM
           ELSE
               MOVE CAP-EMPRESA TO WRK-CAP-EMPRESA-NORM
           END-IF.
           IF WRK-CAP-EMPRESA-NORM = WRK-EMPRESA-SELECIONADA
               AND CAP-ANO = WRK-COMP-ANO AND CAP-MES = WRK-COMP-MES
               MOVE 'S' TO WRK-PARCELA-VALIDA
           ELSE
               MOVE 'N' TO WRK-PARCELA-VALIDA
           END-IF.

      *** GERA O ARQUIVO DE REPASSE DE UM BANCO CREDOR RELENDO AS ******
      *** PARCELAS NA ORDEM DO CONSIGAPL.DAT ***************************
       3000-GERA-REPASSES.
           MOVE TAB-BCO-CODIGO (WRK-IDX-BCO) TO WRK-BANCO-REPASSE.
           MOVE SPACES TO WRK-NOME-ARQ-REPASSE.
           STRING "DATA/REPASSE" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               WRK-BANCO-REPASSE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WRK-NOME-ARQ-REPASSE.
           MOVE ZEROS TO WRK-QTD-REPASSE.
           MOVE ZEROS TO WRK-TOTAL-REPASSE.
           OPEN OUTPUT REPASSE-ARQUIVO.
           MOVE WRK-BANCO-REPASSE TO WRK-REPH-BANCO.
           MOVE WRK-EMPRESA-SELECIONADA TO WRK-REPH-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-REPH-COMPETENCIA.
           MOVE WRK-DATA TO WRK-REPH-DATA.
           WRITE LINHA-REPASSE FROM WRK-REP-HEADER.
           OPEN INPUT CONSIGAPL-ARQUIVO.
           MOVE 'N' TO WRK-FIM-CONSIGAPL.
           PERFORM 2010-LE-CONSIGAPL.
           PERFORM 3100-GRAVA-DETALHE-REPASSE
               UNTIL WRK-FIM-CONSIGAPL = 'S'.
           CLOSE CONSIGAPL-ARQUIVO.
           MOVE WRK-QTD-REPASSE TO WRK-REPT-QTD.
           MOVE WRK-TOTAL-REPASSE TO WRK-REPT-TOTAL.
           WRITE LINHA-REPASSE FROM WRK-REP-TRAILER.
           CLOSE REPASSE-ARQUIVO.
           DISPLAY 'REPASSE ' WRK-NOME-ARQ-REPASSE ' - '
               WRK-QTD-REPASSE ' PARCELAS'.

       3100-GRAVA-DETALHE-REPASSE.
           PERFORM 2050-CONFERE-COMPETENCIA.
           IF WRK-PARCELA-VALIDA = 'S'
               AND CAP-BANCO = WRK-BANCO-REPASSE
               AND CAP-SITUACAO = 'D'
               MOVE CAP-EMP-ID TO WRK-REPD-ID
               MOVE CAP-NOME TO WRK-REPD-NOME
               MOVE CAP-CONTRATO TO WRK-REPD-CONTRATO
               MOVE CAP-VALOR-PARCELA TO WRK-REPD-VALOR
               WRITE LINHA-REPASSE FROM WRK-REP-DETALHE
               ADD 1 TO WRK-QTD-REPASSE
               ADD CAP-VALOR-PARCELA TO WRK-TOTAL-REPASSE
           END-IF.
           PERFORM 2010-LE-CONSIGAPL.

      *** RELATORIO DAS PARCELAS QUE O BANCO NAO VAI RECEBER - NAO *****
      *** DESCONTADAS POR LIQUIDO INSUFICIENTE OU RECUSADAS PELA *******
      *** MARGEM. HAVENDO ALGUMA, O PASSO TERMINA COM AVISO (RC 4) *****
       4000-IMPRIME-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE SPACES TO WRK-NOME-ARQ-RELATORIO.
           STRING "DATA/CONSIGNAO" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WRK-NOME-ARQ-RELATORIO.
           OPEN OUTPUT RELATORIO-ARQUIVO.
           MOVE WRK-EMPRESA-SELECIONADA TO WRK-CAB-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA.
           WRITE LINHA-RELATORIO FROM WRK-CAB-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-COLUNAS.
           OPEN INPUT CONSIGAPL-ARQUIVO.
           IF WRK-STATUS-CONSIGAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-CONSIGAPL
               PERFORM 2010-LE-CONSIGAPL
               PERFORM 4100-IMPRIME-PENDENTE
                   UNTIL WRK-FIM-CONSIGAPL = 'S'
               CLOSE CONSIGAPL-ARQUIVO
           END-IF.
           MOVE WRK-QTD-PENDENTES TO WRK-PEN-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL-PEN.
           CLOSE RELATORIO-ARQUIVO.
           IF WRK-QTD-PENDENTES > ZEROS
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

       4100-IMPRIME-PENDENTE.
           PERFORM 2050-CONFERE-COMPETENCIA.
           IF WRK-PARCELA-VALIDA = 'S'
               AND CAP-SITUACAO NOT = 'D'
               MOVE CAP-EMP-ID TO WRK-PEN-ID
               MOVE CAP-NOME TO WRK-PEN-NOME
               MOVE CAP-BANCO TO WRK-PEN-BANCO
               MOVE CAP-CONTRATO TO WRK-PEN-CONTRATO
               MOVE CAP-VALOR-PARCELA TO WRK-PEN-VALOR
               IF CAP-SITUACAO = 'R'
                   MOVE "RECUSADO - MARGEM 35%" TO WRK-PEN-SITUACAO
               ELSE
                   MOVE "NAO DESCONTADA - LIQUIDO"
                       TO WRK-PEN-SITUACAO
               END-IF
               WRITE LINHA-RELATORIO FROM WRK-LINHA-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.
           PERFORM 2010-LE-CONSIGAPL.

      *** ATUALIZA O CADASTRO DE CONSIGNADOS - PARCELA DESCONTADA ******
      *** SOMA UMA PARCELA PAGA (SO SE A COMPETENCIA AINDA NAO FOI *****
      *** CONTADA) E ENCERRA O CONTRATO NA ULTIMA COMPETENCIA; O *******
      *** CONTRATO RECUSADO PELA MARGEM SAI DO DESCONTO. OS CONTRATOS **
      *** PASSAM PELO TEMPORARIO CONSIGNADOS.TMP E SO VOLTAM AO ********
      *** CADASTRO SE ALGUM FOI ATUALIZADO *****************************
       5000-ATUALIZA-CONSIGNADOS.
           MOVE ZEROS TO WRK-QTD-ATUALIZADOS.
           OPEN INPUT CONSIGNADO-ARQUIVO.
           IF WRK-STATUS-CONSIGNADO NOT = "35"
               OPEN OUTPUT CONSIGNADO-TRABALHO
               MOVE 'N' TO WRK-FIM-CONSIGNADO
               PERFORM 5010-LE-CONSIGNADO
               PERFORM 5020-CONFERE-CONSIGNADO
                   UNTIL WRK-FIM-CONSIGNADO = 'S'
               CLOSE CONSIGNADO-ARQUIVO
               CLOSE CONSIGNADO-TRABALHO
           END-IF.
           IF WRK-QTD-ATUALIZADOS > ZEROS
               OPEN OUTPUT CONSIGNADO-ARQUIVO
               OPEN INPUT CONSIGNADO-TRABALHO
               MOVE 'N' TO WRK-FIM-CONSIGNADO
               PERFORM 5110-LE-CONSIGNADO-TRAB
               PERFORM 5100-GRAVA-CONSIGNADO
                   UNTIL WRK-FIM-CONSIGNADO = 'S'
               CLOSE CONSIGNADO-TRABALHO
               CLOSE CONSIGNADO-ARQUIVO
           END-IF.

       5010-LE-CONSIGNADO.
           READ CONSIGNADO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
           END-READ.

       5020-CONFERE-CONSIGNADO.
           IF CSG-ATIVO
               PERFORM 5025-POSICIONA-PARCELAS
               PERFORM 5030-BUSCA-PARCELA
                   UNTIL WRK-FIM-TRABALHO = 'S'
           END-IF.
           WRITE LINHA-CONSIGNADO-TRAB FROM WRK-REG-CONSIGNADO.
           PERFORM 5010-LE-CONSIGNADO.

      *** POSICIONA NA PRIMEIRA PARCELA DO CONTRATO - AS PARCELAS DO ***
      *** MESMO CONTRATO SAEM NA ORDEM DO CONSIGAPL.DAT ****************
       5025-POSICIONA-PARCELAS.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE CSG-EMP-ID TO PTR-ID.
           MOVE CSG-BANCO TO PTR-BANCO.
           MOVE CSG-CONTRATO TO PTR-CONTRATO.
           MOVE ZEROS TO PTR-SEQ.
           START PARCELA-TRABALHO KEY NOT < PTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           IF WRK-FIM-TRABALHO NOT = 'S'
               PERFORM 5040-LE-TRABALHO
           END-IF.

       5030-BUSCA-PARCELA.
           EVALUATE PTR-SITUACAO
               WHEN 'D'
                   IF CSG-ULT-COMP-PAGA < WRK-COMPETENCIA
                       ADD 1 TO CSG-PARCELAS-PAGAS
                       MOVE WRK-COMPETENCIA TO CSG-ULT-COMP-PAGA
                       IF WRK-COMPETENCIA >= CSG-COMP-FIM
                           MOVE 'E' TO CSG-SITUACAO
                       END-IF
                       ADD 1 TO WRK-QTD-ATUALIZADOS
                   END-IF
               WHEN 'R'
                   MOVE 'R' TO CSG-SITUACAO
                   ADD 1 TO WRK-QTD-ATUALIZADOS
           END-EVALUATE.
           PERFORM 5040-LE-TRABALHO.

       5040-LE-TRABALHO.
           READ PARCELA-TRABALHO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.
           IF WRK-FIM-TRABALHO NOT = 'S'
               IF PTR-ID NOT = CSG-EMP-ID
                   OR PTR-BANCO NOT = CSG-BANCO
                   OR PTR-CONTRATO NOT = CSG-CONTRATO
                   MOVE 'S' TO WRK-FIM-TRABALHO
               END-IF
           END-IF.

       5100-GRAVA-CONSIGNADO.
           WRITE WRK-REG-CONSIGNADO FROM LINHA-CONSIGNADO-TRAB.
           PERFORM 5110-LE-CONSIGNADO-TRAB.

       5110-LE-CONSIGNADO-TRAB.
           READ CONSIGNADO-TRABALHO
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
           END-READ.
