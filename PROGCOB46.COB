       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB46.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: LIBERACAO DA FOLHA MENSAL DA EMPRESA (FOLHAEMPRESA)
      * ANTES DA TRANSMISSAO DA REMESSA AO BANCO. DEPOIS DA FOLHA PAGA
      * (PROGCOB04 'P') E CONCILIADA (PROGCOB16 'P') COMPARA, EMPREGADO
      * A EMPREGADO, OS RESUMOS DA FOLHA MENSAL DA COMPETENCIA
      * (RESUMOFOLHA.DAT) COM OS DA COMPETENCIA ANTERIOR ARQUIVADOS
      * PELO FECHAMENTO (RESUMOFOLHA.DAT.AAAAMM) E LISTA NO RELATORIO
      * DATA/LIBERACAO<EMPRESA>.PRT OS EMPREGADOS NOVOS, OS AUSENTES E
      * AS VARIACOES DE LIQUIDO, INSS, IRRF E DESCONTOS ACIMA DA
      * TOLERANCIA (FOLHATOLERANCIA, PERCENTUAL SOBRE O VALOR ANTERIOR,
      * PADRAO 10), COM OS TOTAIS DA EMPRESA LADO A LADO.
      * SEM FOLHAAPROVADOR SO EMITE O RELATORIO E DEVOLVE RC 4
      * (LIBERACAO PENDENTE). COM FOLHAAPROVADOR, O APROVADOR TEM DE SER
      * O PROPRIO USUARIO QUE SUBMETE O JOB (USER), SUPERVISOR ATIVO EM
      * OPERADORES.DAT E DIFERENTE DE QUEM EXECUTOU A FOLHA (OPERADOR
      * DO PROGCOB04 NO CONTROLE); A LIBERACAO E
      * REGISTRADA NO CONTROLE DE EXECUCAO (PROGCOB46 'P', COM O
      * APROVADOR NO OPERADOR) E O FECHAMENTO (PROGCOB21) SO ACEITA A
      * COMPETENCIA LIBERADA DEPOIS DA ULTIMA FOLHA PAGA.
      * COMPETENCIA PELA VARIAVEL FOLHACOMPETENCIA=AAAAMM (AUSENTE = MES
      * CORRENTE, O DA FOLHA MENSAL).
      * CODIGOS DE RETORNO: 0 = LIBERADA, 4 = LIBERACAO PENDENTE,
      * 8 = COMPETENCIA OU TOLERANCIA INVALIDA, FOLHA NAO PAGA OU NAO
      * CONCILIADA, APROVADOR RECUSADO, 16 = FALHA NO ARQUIVO DE
      * TRABALHO LIBERACAOTRAB.DAT OU NO RELATORIO
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
      *** RESUMO DA COMPETENCIA E O ARQUIVADO DA ANTERIOR - NOME *******
      *** MONTADO POR CAMPO ********************************************
           SELECT RESUMO-ARQUIVO ASSIGN TO WRK-NOME-ARQ-RESUMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
      *** VALORES DAS DUAS COMPETENCIAS POR EMPREGADO ******************
           SELECT LIBERACAO-TRABALHO ASSIGN TO "DATA/LIBERACAOTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTR-ID
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT OPERADOR-ARQUIVO ASSIGN TO "DATA/OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPERADOR.
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
       FD  RESUMO-ARQUIVO.
           COPY CBRESUMO.
       FD  LIBERACAO-TRABALHO.
       01 LIBERACAO-TRABALHO-RECORD.
           02 LTR-ID PIC 9(06).
           02 LTR-NOME PIC X(20).
           02 LTR-NA-ANTERIOR PIC X(01).
           02 LTR-NA-ATUAL PIC X(01).
           02 LTR-ANT-LIQUIDO PIC S9(09)V99.
           02 LTR-ANT-INSS PIC S9(09)V99.
           02 LTR-ANT-IRRF PIC S9(09)V99.
           02 LTR-ANT-DESCONTOS PIC S9(09)V99.
           02 LTR-ATU-LIQUIDO PIC S9(09)V99.
           02 LTR-ATU-INSS PIC S9(09)V99.
           02 LTR-ATU-IRRF PIC S9(09)V99.
           02 LTR-ATU-DESCONTOS PIC S9(09)V99.
       FD  OPERADOR-ARQUIVO.
       01 OPERADOR-RECORD.
           02 OPE-ID PIC X(08).
           02 OPE-OPCOES PIC X(09).
           02 OPE-ATIVO PIC X(01).
           02 OPE-SUPERVISOR PIC X(01).
       FD  RELATORIO-ARQUIVO.
       01 LINHA-RELATORIO PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-OPERADOR PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-SELECIONADA PIC X(03) VALUE "001".
       77 WRK-CTL-EMPRESA-NORM PIC X(03) VALUE SPACES.
       77 WRK-RES-EMPRESA-NORM PIC X(03) VALUE SPACES.
       77 WRK-NOME-ARQ-RESUMO PIC X(40) VALUE SPACES.
       77 WRK-NOME-ARQ-RELATORIO PIC X(40) VALUE SPACES.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
      *** COMPETENCIA LIBERADA E A ANTERIOR, DE COMPARACAO *************
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMP-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-ANT-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-ANT-MES PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-ANT PIC 9(06) VALUE ZEROS.
       77 WRK-SEM-ANTERIOR PIC X(01) VALUE 'N'.
      *** TOLERANCIA PERCENTUAL DAS VARIACOES **************************
       77 WRK-TOL-ENTRADA PIC X(03) VALUE SPACES.
       77 WRK-TOLERANCIA PIC 9(03) VALUE 10.
       77 WRK-LIMITE PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIF-ABSOLUTA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ANT PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ATU PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CAMPO PIC X(10) VALUE SPACES.
      *** SITUACAO DA FOLHA NO CONTROLE DE EXECUCAO ********************
       77 WRK-FIM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-FOLHA-PAGA PIC X(01) VALUE 'N'.
       77 WRK-FOLHA-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-FOLHA-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-FOLHA-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-CONCILIACAO-OK PIC X(01) VALUE 'N'.
       77 WRK-LIB-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-LIB-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-LIB-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-JA-LIBERADA PIC X(01) VALUE 'N'.
      *** APROVACAO ****************************************************
       77 WRK-APROVADOR-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-APROVADOR-OK PIC X(01) VALUE 'N'.
       77 WRK-FIM-OPERADOR PIC X(01) VALUE 'N'.
      *** LEITURA DOS RESUMOS E DO ARQUIVO DE TRABALHO *****************
       77 WRK-FIM-RESUMO PIC X(01) VALUE 'N'.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-CARGA-ATUAL PIC X(01) VALUE 'N'.
       77 WRK-LTR-EXISTE PIC X(01) VALUE 'N'.
       77 WRK-QTD-NOVOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AUSENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-VARIACOES PIC 9(06) VALUE ZEROS.
      *** TOTAIS DA EMPRESA NAS DUAS COMPETENCIAS **********************
       01 WRK-TOTAIS-ANTERIOR.
           02 WRK-TAN-EMPREGADOS PIC 9(06) VALUE ZEROS.
           02 WRK-TAN-BRUTO PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAN-INSS PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAN-IRRF PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAN-DESCONTOS PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAN-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       01 WRK-TOTAIS-ATUAL.
           02 WRK-TAT-EMPREGADOS PIC 9(06) VALUE ZEROS.
           02 WRK-TAT-BRUTO PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAT-INSS PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAT-IRRF PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAT-DESCONTOS PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAT-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
      *** LINHAS DO RELATORIO DE LIBERACAO *****************************
       01 WRK-CAB-RELATORIO.
           02 FILLER PIC X(30)
               VALUE "LIBERACAO DA FOLHA - EMPRESA ".
           02 WRK-CAB-EMPRESA PIC X(03).
           02 FILLER PIC X(14) VALUE " COMPETENCIA ".
           02 WRK-CAB-COMPETENCIA PIC 9(06).
           02 FILLER PIC X(14) VALUE " X ANTERIOR ".
           02 WRK-CAB-COMPETENCIA-ANT PIC 9(06).
           02 FILLER PIC X(13) VALUE " TOLERANCIA ".
           02 WRK-CAB-TOLERANCIA PIC ZZ9.
           02 FILLER PIC X(01) VALUE "%".
       01 WRK-CAB-COLUNAS.
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(11) VALUE "OCORRENCIA".
           02 FILLER PIC X(10) VALUE "CAMPO".
           02 FILLER PIC X(15) VALUE "       ANTERIOR".
           02 FILLER PIC X(16) VALUE "           ATUAL".
           02 FILLER PIC X(16) VALUE "       DIFERENCA".
       01 WRK-LINHA-DETALHE.
           02 WRK-DET-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-OCORRENCIA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-CAMPO PIC X(10).
           02 WRK-DET-ANTERIOR PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-ATUAL PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-CAB-TOTAIS.
           02 FILLER PIC X(14) VALUE "TOTAIS".
           02 FILLER PIC X(17) VALUE "         ANTERIOR".
           02 FILLER PIC X(18) VALUE "             ATUAL".
           02 FILLER PIC X(18) VALUE "         DIFERENCA".
       01 WRK-LINHA-TOTAL.
           02 WRK-TOT-ROTULO PIC X(14).
           02 WRK-TOT-ANTERIOR PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-TOT-ATUAL PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-TOT-DIFERENCA PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-OCORRENCIAS.
           02 FILLER PIC X(16) VALUE "NOVOS: ".
           02 WRK-OCO-NOVOS PIC ZZZ.ZZ9.
           02 FILLER PIC X(12) VALUE " AUSENTES: ".
           02 WRK-OCO-AUSENTES PIC ZZZ.ZZ9.
           02 FILLER PIC X(28)
               VALUE " VARIACOES ACIMA DA TOLER.: ".
           02 WRK-OCO-VARIACOES PIC ZZZ.ZZ9.
       01 WRK-LINHA-MENSAGEM PIC X(100) VALUE SPACES.
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
           PERFORM 1000-DEFINE-PARAMETROS.
           IF WRK-RETORNO = ZEROS
               PERFORM 1500-VERIFICA-CONTROLE
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 2000-CARREGA-RESUMOS
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 3000-EMITE-COMPARACAO
               CLOSE LIBERACAO-TRABALHO
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 5000-REGISTRA-APROVACAO
               WRITE LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               CLOSE RELATORIO-ARQUIVO
               DISPLAY 'LIBERACAO EMPRESA ' WRK-EMPRESA-SELECIONADA
                   ' COMPETENCIA ' WRK-COMPETENCIA ': '
                   WRK-QTD-NOVOS ' NOVOS, ' WRK-QTD-AUSENTES
                   ' AUSENTES, ' WRK-QTD-VARIACOES ' VARIACOES'
               DISPLAY WRK-LINHA-MENSAGEM
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
           MOVE "PROGCOB46" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** COMPETENCIA (FOLHACOMPETENCIA, AUSENTE = MES CORRENTE), A ****
      *** ANTERIOR DE COMPARACAO, A TOLERANCIA (FOLHATOLERANCIA, *******
      *** AUSENTE = 10%) E O APROVADOR (FOLHAAPROVADOR) - COMPETENCIA **
      *** OU TOLERANCIA INVALIDA RECUSA A LIBERACAO (RC 8) *************
       1000-DEFINE-PARAMETROS.
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
                   ') - AAAAMM, LIBERACAO RECUSADA'
               MOVE 8 TO WRK-RETORNO
           ELSE
               COMPUTE WRK-COMPETENCIA =
                   (WRK-COMP-ANO * 100) + WRK-COMP-MES
               IF WRK-COMP-MES = 1
                   COMPUTE WRK-ANT-ANO = WRK-COMP-ANO - 1
                   MOVE 12 TO WRK-ANT-MES
               ELSE
                   MOVE WRK-COMP-ANO TO WRK-ANT-ANO
                   COMPUTE WRK-ANT-MES = WRK-COMP-MES - 1
               END-IF
               COMPUTE WRK-COMPETENCIA-ANT =
                   (WRK-ANT-ANO * 100) + WRK-ANT-MES
           END-IF.
           DISPLAY "FOLHATOLERANCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-TOL-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-TOL-ENTRADA NOT = SPACES
               IF WRK-TOL-ENTRADA IS NUMERIC
                   MOVE WRK-TOL-ENTRADA TO WRK-TOLERANCIA
               ELSE
                   DISPLAY 'FOLHATOLERANCIA INVALIDA (' WRK-TOL-ENTRADA
                       ') - PERCENTUAL NNN, LIBERACAO RECUSADA'
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.
           DISPLAY "FOLHAAPROVADOR" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-APROVADOR-ENTRADA FROM ENVIRONMENT-VALUE.

      *** VARRE O CONTROLE DE EXECUCAO DA COMPETENCIA/EMPRESA - A ******
      *** FOLHA TEM DE ESTAR PAGA (ULTIMO STATUS DO PROGCOB04) E ********
      *** CONCILIADA (PROGCOB16 'P'); GUARDA QUEM EXECUTOU A FOLHA E A *
      *** ULTIMA LIBERACAO JA REGISTRADA *******************************
       1500-VERIFICA-CONTROLE.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 1510-LE-CONTROLE
               PERFORM 1520-CONFERE-CONTROLE
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.
           IF WRK-FOLHA-PAGA NOT = 'S'
               DISPLAY 'FOLHA DA COMPETENCIA ' WRK-COMPETENCIA
                   ' EMPRESA ' WRK-EMPRESA-SELECIONADA
                   ' NAO ESTA PAGA (PROGCOB04) - LIBERACAO RECUSADA'
               MOVE 8 TO WRK-RETORNO
           END-IF.
           IF WRK-CONCILIACAO-OK NOT = 'S'
               DISPLAY 'CONCILIACAO FOLHA X REMESSA PENDENTE '
                   '(PROGCOB16) - LIBERACAO RECUSADA'
               MOVE 8 TO WRK-RETORNO
           END-IF.
      *** LIBERACAO ANTERIOR A ULTIMA FOLHA PAGA (REEXECUCAO FORCADA) **
      *** NAO VALE - A FOLHA NOVA PRECISA DE NOVA LIBERACAO ************
           IF WRK-LIB-DATA > WRK-FOLHA-DATA
               MOVE 'S' TO WRK-JA-LIBERADA
           END-IF.
           IF WRK-LIB-DATA = WRK-FOLHA-DATA
               AND WRK-LIB-HORA >= WRK-FOLHA-HORA
               MOVE 'S' TO WRK-JA-LIBERADA
           END-IF.

       1510-LE-CONTROLE.
           READ CONTROLE-EXEC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

       1520-CONFERE-CONTROLE.
           IF CTL-EMPRESA = SPACES
               MOVE "001" TO WRK-CTL-EMPRESA-NORM
           ELSE
               MOVE CTL-EMPRESA TO WRK-CTL-EMPRESA-NORM
           END-IF.
           IF CTL-ANO = WRK-COMP-ANO AND CTL-MES = WRK-COMP-MES
               AND WRK-CTL-EMPRESA-NORM = WRK-EMPRESA-SELECIONADA
               EVALUATE CTL-PROGRAMA
                   WHEN "PROGCOB04"
                       IF CTL-STATUS = 'P'
                           MOVE 'S' TO WRK-FOLHA-PAGA
                           MOVE CTL-OPERADOR TO WRK-FOLHA-OPERADOR
                           MOVE CTL-DATA TO WRK-FOLHA-DATA
                           MOVE CTL-HORA TO WRK-FOLHA-HORA
                       ELSE
                           MOVE 'N' TO WRK-FOLHA-PAGA
                       END-IF
                   WHEN "PROGCOB16"
                       IF CTL-STATUS = 'P'
                           MOVE 'S' TO WRK-CONCILIACAO-OK
                       END-IF
                   WHEN "PROGCOB46"
                       IF CTL-STATUS = 'P'
                           MOVE CTL-OPERADOR TO WRK-LIB-OPERADOR
                           MOVE CTL-DATA TO WRK-LIB-DATA
                           MOVE CTL-HORA TO WRK-LIB-HORA
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM 1510-LE-CONTROLE.

      *** CARREGA NO ARQUIVO DE TRABALHO OS RESUMOS DA FOLHA MENSAL ****
      *** DA EMPRESA NAS DUAS COMPETENCIAS - SEM O ARQUIVADO DA ********
      *** ANTERIOR (PRIMEIRA COMPETENCIA) TODOS SAEM COMO NOVOS ********
       2000-CARREGA-RESUMOS.
           OPEN OUTPUT LIBERACAO-TRABALHO.
           IF WRK-STATUS-TRABALHO = "00"
               CLOSE LIBERACAO-TRABALHO
               OPEN I-O LIBERACAO-TRABALHO
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY "ARQUIVO DE TRABALHO LIBERACAOTRAB.DAT NAO PODE "
                   "SER CRIADO - STATUS " WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE SPACES TO WRK-NOME-ARQ-RESUMO
               STRING "DATA/RESUMOFOLHA.DAT." DELIMITED BY SIZE
                   WRK-COMPETENCIA-ANT DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-RESUMO
               MOVE 'N' TO WRK-CARGA-ATUAL
               PERFORM 2100-CARREGA-ARQUIVO
               IF WRK-STATUS-RESUMO NOT = "00"
                   MOVE 'S' TO WRK-SEM-ANTERIOR
               END-IF
               IF WRK-RETORNO = ZEROS
                   MOVE "DATA/RESUMOFOLHA.DAT" TO WRK-NOME-ARQ-RESUMO
                   MOVE 'S' TO WRK-CARGA-ATUAL
                   PERFORM 2100-CARREGA-ARQUIVO
               END-IF
               IF WRK-RETORNO NOT = ZEROS
                   CLOSE LIBERACAO-TRABALHO
               END-IF
           END-IF.

       2100-CARREGA-ARQUIVO.
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO = "00"
               MOVE 'N' TO WRK-FIM-RESUMO
               PERFORM 2110-LE-RESUMO
               PERFORM 2120-ACUMULA-RESUMO
                   UNTIL WRK-FIM-RESUMO = 'S'
               CLOSE RESUMO-ARQUIVO
           END-IF.

       2110-LE-RESUMO.
           READ RESUMO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RESUMO
           END-READ.

      *** SO A FOLHA MENSAL (TIPO EM BRANCO) DA EMPRESA - RESUMO SEM ***
      *** EMPRESA E DA 001 (LEGADO) ************************************
       2120-ACUMULA-RESUMO.
           IF RESUMO-EMPRESA = SPACES
               MOVE "001" TO WRK-RES-EMPRESA-NORM
           ELSE
               MOVE RESUMO-EMPRESA TO WRK-RES-EMPRESA-NORM
           END-IF.
           IF RESUMO-TIPO = SPACES
               AND WRK-RES-EMPRESA-NORM = WRK-EMPRESA-SELECIONADA
               PERFORM 2130-GRAVA-TRABALHO
           END-IF.
           IF WRK-RETORNO = 16
               MOVE 'S' TO WRK-FIM-RESUMO
           ELSE
               PERFORM 2110-LE-RESUMO
           END-IF.

       2130-GRAVA-TRABALHO.
           MOVE RESUMO-ID TO LTR-ID.
           MOVE 'S' TO WRK-LTR-EXISTE.
           READ LIBERACAO-TRABALHO
               INVALID KEY
                   MOVE 'N' TO WRK-LTR-EXISTE
           END-READ.
           IF WRK-LTR-EXISTE = 'N'
               MOVE RESUMO-ID TO LTR-ID
               MOVE 'N' TO LTR-NA-ANTERIOR
               MOVE 'N' TO LTR-NA-ATUAL
               MOVE ZEROS TO LTR-ANT-LIQUIDO LTR-ANT-INSS
                   LTR-ANT-IRRF LTR-ANT-DESCONTOS
                   LTR-ATU-LIQUIDO LTR-ATU-INSS
                   LTR-ATU-IRRF LTR-ATU-DESCONTOS
           END-IF.
           MOVE RESUMO-NOME TO LTR-NOME.
           IF WRK-CARGA-ATUAL = 'S'
               MOVE 'S' TO LTR-NA-ATUAL
               ADD RESUMO-LIQUIDO TO LTR-ATU-LIQUIDO
               ADD RESUMO-INSS TO LTR-ATU-INSS
               ADD RESUMO-IRRF TO LTR-ATU-IRRF
               ADD RESUMO-DESCONTOS TO LTR-ATU-DESCONTOS
               ADD RESUMO-BRUTO TO WRK-TAT-BRUTO
               ADD RESUMO-INSS TO WRK-TAT-INSS
               ADD RESUMO-IRRF TO WRK-TAT-IRRF
               ADD RESUMO-DESCONTOS TO WRK-TAT-DESCONTOS
               ADD RESUMO-LIQUIDO TO WRK-TAT-LIQUIDO
           ELSE
               MOVE 'S' TO LTR-NA-ANTERIOR
               ADD RESUMO-LIQUIDO TO LTR-ANT-LIQUIDO
               ADD RESUMO-INSS TO LTR-ANT-INSS
               ADD RESUMO-IRRF TO LTR-ANT-IRRF
               ADD RESUMO-DESCONTOS TO LTR-ANT-DESCONTOS
               ADD RESUMO-BRUTO TO WRK-TAN-BRUTO
               ADD RESUMO-INSS TO WRK-TAN-INSS
               ADD RESUMO-IRRF TO WRK-TAN-IRRF
               ADD RESUMO-DESCONTOS TO WRK-TAN-DESCONTOS
               ADD RESUMO-LIQUIDO TO WRK-TAN-LIQUIDO
           END-IF.
           IF WRK-LTR-EXISTE = 'S'
               REWRITE LIBERACAO-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE LIBERACAO-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY "FALHA NA GRAVACAO DO LIBERACAOTRAB.DAT - "
                   "STATUS " WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           END-IF.

      *** RELATORIO DE COMPARACAO - PERCORRE O ARQUIVO DE TRABALHO NA **
      *** ORDEM DE ID E FECHA COM OS TOTAIS DA EMPRESA LADO A LADO *****
       3000-EMITE-COMPARACAO.
           MOVE SPACES TO WRK-NOME-ARQ-RELATORIO.
           STRING "DATA/LIBERACAO" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WRK-NOME-ARQ-RELATORIO.
           OPEN OUTPUT RELATORIO-ARQUIVO.
           IF WRK-STATUS-RELATORIO NOT = "00"
               DISPLAY WRK-NOME-ARQ-RELATORIO ' NAO PODE SER CRIADO - '
                   'STATUS ' WRK-STATUS-RELATORIO
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE WRK-EMPRESA-SELECIONADA TO WRK-CAB-EMPRESA
               MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA
               MOVE WRK-COMPETENCIA-ANT TO WRK-CAB-COMPETENCIA-ANT
               MOVE WRK-TOLERANCIA TO WRK-CAB-TOLERANCIA
               WRITE LINHA-RELATORIO FROM WRK-CAB-RELATORIO
               IF WRK-SEM-ANTERIOR = 'S'
                   MOVE SPACES TO WRK-LINHA-MENSAGEM
                   STRING "SEM RESUMO ARQUIVADO DA COMPETENCIA "
                       DELIMITED BY SIZE
                       WRK-COMPETENCIA-ANT DELIMITED BY SIZE
                       " - TODOS OS EMPREGADOS SAEM COMO NOVOS"
                       DELIMITED BY SIZE
                       INTO WRK-LINHA-MENSAGEM
                   WRITE LINHA-RELATORIO FROM WRK-LINHA-MENSAGEM
               END-IF
               WRITE LINHA-RELATORIO FROM WRK-CAB-COLUNAS
               MOVE ZEROS TO LTR-ID
               START LIBERACAO-TRABALHO KEY IS NOT LESS THAN LTR-ID
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TRABALHO
               END-START
               IF WRK-FIM-TRABALHO NOT = 'S'
                   PERFORM 3010-LE-TRABALHO
                   PERFORM 3100-COMPARA-EMPREGADO
                       UNTIL WRK-FIM-TRABALHO = 'S'
               END-IF
               PERFORM 3500-IMPRIME-TOTAIS
           END-IF.

       3010-LE-TRABALHO.
           READ LIBERACAO-TRABALHO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

       3100-COMPARA-EMPREGADO.
           MOVE LTR-ID TO WRK-DET-ID.
           MOVE LTR-NOME TO WRK-DET-NOME.
           EVALUATE TRUE
               WHEN LTR-NA-ANTERIOR = 'N'
                   ADD 1 TO WRK-QTD-NOVOS
                   ADD 1 TO WRK-TAT-EMPREGADOS
                   MOVE "NOVO" TO WRK-DET-OCORRENCIA
                   MOVE "LIQUIDO" TO WRK-CAMPO
                   MOVE ZEROS TO WRK-VALOR-ANT
                   MOVE LTR-ATU-LIQUIDO TO WRK-VALOR-ATU
                   PERFORM 3300-GRAVA-DETALHE
               WHEN LTR-NA-ATUAL = 'N'
                   ADD 1 TO WRK-QTD-AUSENTES
                   ADD 1 TO WRK-TAN-EMPREGADOS
                   MOVE "AUSENTE" TO WRK-DET-OCORRENCIA
                   MOVE "LIQUIDO" TO WRK-CAMPO
                   MOVE LTR-ANT-LIQUIDO TO WRK-VALOR-ANT
                   MOVE ZEROS TO WRK-VALOR-ATU
                   PERFORM 3300-GRAVA-DETALHE
               WHEN OTHER
                   ADD 1 TO WRK-TAN-EMPREGADOS
                   ADD 1 TO WRK-TAT-EMPREGADOS
                   MOVE "VARIACAO" TO WRK-DET-OCORRENCIA
                   MOVE "LIQUIDO" TO WRK-CAMPO
                   MOVE LTR-ANT-LIQUIDO TO WRK-VALOR-ANT
                   MOVE LTR-ATU-LIQUIDO TO WRK-VALOR-ATU
                   PERFORM 3200-CONFERE-VARIACAO
                   MOVE "INSS" TO WRK-CAMPO
                   MOVE LTR-ANT-INSS TO WRK-VALOR-ANT
                   MOVE LTR-ATU-INSS TO WRK-VALOR-ATU
                   PERFORM 3200-CONFERE-VARIACAO
                   MOVE "IRRF" TO WRK-CAMPO
                   MOVE LTR-ANT-IRRF TO WRK-VALOR-ANT
                   MOVE LTR-ATU-IRRF TO WRK-VALOR-ATU
                   PERFORM 3200-CONFERE-VARIACAO
                   MOVE "DESCONTOS" TO WRK-CAMPO
                   MOVE LTR-ANT-DESCONTOS TO WRK-VALOR-ANT
                   MOVE LTR-ATU-DESCONTOS TO WRK-VALOR-ATU
                   PERFORM 3200-CONFERE-VARIACAO
           END-EVALUATE.
           PERFORM 3010-LE-TRABALHO.

      *** VARIACAO ACIMA DA TOLERANCIA SOBRE O VALOR ANTERIOR - VALOR **
      *** QUE SAIU DO ZERO SEMPRE E LISTADO ****************************
       3200-CONFERE-VARIACAO.
           COMPUTE WRK-DIFERENCA = WRK-VALOR-ATU - WRK-VALOR-ANT.
           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-DIF-ABSOLUTA = ZEROS - WRK-DIFERENCA
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA
           END-IF.
           IF WRK-VALOR-ANT < ZEROS
               COMPUTE WRK-LIMITE ROUNDED =
                   (ZEROS - WRK-VALOR-ANT) * WRK-TOLERANCIA / 100
           ELSE
               COMPUTE WRK-LIMITE ROUNDED =
                   WRK-VALOR-ANT * WRK-TOLERANCIA / 100
           END-IF.
           IF WRK-DIF-ABSOLUTA > WRK-LIMITE
               ADD 1 TO WRK-QTD-VARIACOES
               PERFORM 3300-GRAVA-DETALHE
           END-IF.

       3300-GRAVA-DETALHE.
           MOVE WRK-CAMPO TO WRK-DET-CAMPO.
           MOVE WRK-VALOR-ANT TO WRK-DET-ANTERIOR.
           MOVE WRK-VALOR-ATU TO WRK-DET-ATUAL.
           COMPUTE WRK-DET-DIFERENCA = WRK-VALOR-ATU - WRK-VALOR-ANT.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

       3500-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-NOVOS TO WRK-OCO-NOVOS.
           MOVE WRK-QTD-AUSENTES TO WRK-OCO-AUSENTES.
           MOVE WRK-QTD-VARIACOES TO WRK-OCO-VARIACOES.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-OCORRENCIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-TOTAIS.
           MOVE "EMPREGADOS" TO WRK-TOT-ROTULO.
           MOVE WRK-TAN-EMPREGADOS TO WRK-TOT-ANTERIOR.
           MOVE WRK-TAT-EMPREGADOS TO WRK-TOT-ATUAL.
           COMPUTE WRK-TOT-DIFERENCA =
               WRK-TAT-EMPREGADOS - WRK-TAN-EMPREGADOS.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "BRUTO" TO WRK-TOT-ROTULO.
           MOVE WRK-TAN-BRUTO TO WRK-TOT-ANTERIOR.
           MOVE WRK-TAT-BRUTO TO WRK-TOT-ATUAL.
           COMPUTE WRK-TOT-DIFERENCA = WRK-TAT-BRUTO - WRK-TAN-BRUTO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "INSS" TO WRK-TOT-ROTULO.
           MOVE WRK-TAN-INSS TO WRK-TOT-ANTERIOR.
           MOVE WRK-TAT-INSS TO WRK-TOT-ATUAL.
           COMPUTE WRK-TOT-DIFERENCA = WRK-TAT-INSS - WRK-TAN-INSS.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "IRRF" TO WRK-TOT-ROTULO.
           MOVE WRK-TAN-IRRF TO WRK-TOT-ANTERIOR.
           MOVE WRK-TAT-IRRF TO WRK-TOT-ATUAL.
           COMPUTE WRK-TOT-DIFERENCA = WRK-TAT-IRRF - WRK-TAN-IRRF.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "DESCONTOS" TO WRK-TOT-ROTULO.
           MOVE WRK-TAN-DESCONTOS TO WRK-TOT-ANTERIOR.
           MOVE WRK-TAT-DESCONTOS TO WRK-TOT-ATUAL.
           COMPUTE WRK-TOT-DIFERENCA =
               WRK-TAT-DESCONTOS - WRK-TAN-DESCONTOS.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "LIQUIDO" TO WRK-TOT-ROTULO.
           MOVE WRK-TAN-LIQUIDO TO WRK-TOT-ANTERIOR.
           MOVE WRK-TAT-LIQUIDO TO WRK-TOT-ATUAL.
           COMPUTE WRK-TOT-DIFERENCA =
               WRK-TAT-LIQUIDO - WRK-TAN-LIQUIDO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *** APROVACAO DO SUPERVISOR - SEM FOLHAAPROVADOR A LIBERACAO *****
      *** FICA PENDENTE (RC 4) ATE O SUPERVISOR CONFERIR O RELATORIO ***
      *** E SUBMETER O JOB LIBERA COM O PROPRIO ID - O APROVADOR *******
      *** INFORMADO TEM DE SER O USUARIO QUE SUBMETEU O JOB ************
       5000-REGISTRA-APROVACAO.
           MOVE SPACES TO WRK-LINHA-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-JA-LIBERADA = 'S'
                   STRING "REMESSA JA LIBERADA POR " DELIMITED BY SIZE
                       WRK-LIB-OPERADOR DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       WRK-LIB-DATA DELIMITED BY SIZE
                       INTO WRK-LINHA-MENSAGEM
               WHEN WRK-APROVADOR-ENTRADA = SPACES
                   STRING "LIBERACAO PENDENTE - CONFERIR O RELATORIO E "
                       DELIMITED BY SIZE
                       "SUBMETER O JOB LIBERA COM FOLHAAPROVADOR"
                       DELIMITED BY SIZE
                       INTO WRK-LINHA-MENSAGEM
                   MOVE 4 TO WRK-RETORNO
               WHEN WRK-APROVADOR-ENTRADA = WRK-FOLHA-OPERADOR
                   STRING "LIBERACAO RECUSADA - O APROVADOR "
                       DELIMITED BY SIZE
                       WRK-APROVADOR-ENTRADA DELIMITED BY SIZE
                       " EXECUTOU A FOLHA" DELIMITED BY SIZE
                       INTO WRK-LINHA-MENSAGEM
                   MOVE 8 TO WRK-RETORNO
               WHEN WRK-APROVADOR-ENTRADA NOT = WRK-OPERADOR
                   STRING "LIBERACAO RECUSADA - O APROVADOR "
                       DELIMITED BY SIZE
                       WRK-APROVADOR-ENTRADA DELIMITED BY SIZE
                       " NAO E O USUARIO DO JOB " DELIMITED BY SIZE
                       WRK-OPERADOR DELIMITED BY SIZE
                       INTO WRK-LINHA-MENSAGEM
                   MOVE 8 TO WRK-RETORNO
               WHEN OTHER
                   PERFORM 5100-CONFERE-APROVADOR
                   IF WRK-APROVADOR-OK = 'S'
                       PERFORM 5200-GRAVA-LIBERACAO
                       STRING "REMESSA LIBERADA POR " DELIMITED BY SIZE
                           WRK-APROVADOR-ENTRADA DELIMITED BY SIZE
                           INTO WRK-LINHA-MENSAGEM
                   ELSE
                       STRING "LIBERACAO RECUSADA - " DELIMITED BY SIZE
                           WRK-APROVADOR-ENTRADA DELIMITED BY SIZE
                           " SEM PERFIL SUPERVISOR ATIVO"
                           DELIMITED BY SIZE
                           INTO WRK-LINHA-MENSAGEM
                       MOVE 8 TO WRK-RETORNO
                   END-IF
           END-EVALUATE.

      *** SUPERVISOR ATIVO EM OPERADORES.DAT (COMO NO PROGCOB41) *******
       5100-CONFERE-APROVADOR.
           MOVE 'N' TO WRK-APROVADOR-OK.
           OPEN INPUT OPERADOR-ARQUIVO.
           IF WRK-STATUS-OPERADOR NOT = "00"
               DISPLAY 'ARQUIVO DE OPERADORES INDISPONIVEL - '
                   'APROVACAO IMPOSSIVEL'
           ELSE
               MOVE 'N' TO WRK-FIM-OPERADOR
               PERFORM 5110-LE-OPERADOR
               PERFORM 5120-CONFERE-PERFIL
                   UNTIL WRK-FIM-OPERADOR = 'S'
               CLOSE OPERADOR-ARQUIVO
           END-IF.

       5110-LE-OPERADOR.
           READ OPERADOR-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-OPERADOR
           END-READ.

       5120-CONFERE-PERFIL.
           IF OPE-ID = WRK-APROVADOR-ENTRADA
               AND OPE-ATIVO = 'S' AND OPE-SUPERVISOR = 'S'
               MOVE 'S' TO WRK-APROVADOR-OK
           END-IF.
           PERFORM 5110-LE-OPERADOR.

      *** REGISTRA A LIBERACAO NO CONTROLE DE EXECUCAO (ACRESCENTADO, **
      *** COM O APROVADOR NO OPERADOR) *********************************
       5200-GRAVA-LIBERACAO.
           OPEN EXTEND CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC = "35"
               OPEN OUTPUT CONTROLE-EXEC-ARQUIVO
               CLOSE CONTROLE-EXEC-ARQUIVO
               OPEN EXTEND CONTROLE-EXEC-ARQUIVO
           END-IF.
           MOVE "PROGCOB46" TO CTL-PROGRAMA.
           MOVE WRK-COMP-ANO TO CTL-ANO.
           MOVE WRK-COMP-MES TO CTL-MES.
           MOVE 'P' TO CTL-STATUS.
           MOVE WRK-APROVADOR-ENTRADA TO CTL-OPERADOR.
           ACCEPT CTL-DATA FROM DATE YYYYMMDD.
           ACCEPT CTL-HORA FROM TIME.
           MOVE WRK-EMPRESA-SELECIONADA TO CTL-EMPRESA.
           WRITE CONTROLE-EXEC-RECORD.
           CLOSE CONTROLE-EXEC-ARQUIVO.
