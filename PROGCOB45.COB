       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB45.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: CALENDARIO DE PROCESSAMENTO DA FOLHA - EXECUCAO DIARIA
      * (JOB CALEND). PARA CADA EMPRESA DO CADASTRO (EMPRESAS.DAT, SEM
      * O CADASTRO SO A 001) LE O CALENDARIO DA EMPRESA
      * (CALENDARIO<EMPRESA>.DAT, LAYOUT CBCALPRO) E CONFERE CADA
      * EVENTO CONTRA O CONTROLE DE EXECUCAO (CONTROLEEXEC.DAT):
      *   - ADIANTAMENTO: PROGCB04A PAGO NA COMPETENCIA DA EMPRESA
      *   - MENSAL......: PROGCOB04 PAGO NA COMPETENCIA DA EMPRESA
      *   - DECIMO1/2...: PROGCB171/PROGCB172 PAGO NO ANO (TODO O GRUPO)
      *   - EXPORTACAO..: PROGCOB20 NA COMPETENCIA (TODO O GRUPO)
      *   - FECHAMENTO..: PROGCOB21 NA COMPETENCIA DA EMPRESA
      * E CLASSIFICA O EVENTO EM REALIZADO, EM EXECUCAO, ATRASADO (DATA
      * PREVISTA JA PASSOU), VENCE HOJE OU PREVISTO NO MES. O RELATORIO
      * CALENDARIO.PRT LISTA POR EMPRESA OS EVENTOS DO MES CORRENTE E
      * OS PENDENTES DE MESES ANTERIORES, COM AS CRITICAS DO CALENDARIO
      * (EVENTO DESCONHECIDO, COMPETENCIA OU DATA INVALIDA, DATA
      * PREVISTA QUE NAO E DIA UTIL PELO FERIADOS.DAT).
      * PARA CADA EVENTO QUE VENCE HOJE OU ATRASADO GRAVA EM
      * PARAMEXEC.DAT A LINHA DE PARAMETROS DO JOB DO EVENTO (JOB,
      * FOLHAEVENTO, FOLHAEMPRESA, FOLHACOMPETENCIA E FOLHAPARCELA) -
      * OS EVENTOS DE TODO O GRUPO SAEM UMA VEZ SO, COM EMPRESA 000.
      * CODIGOS DE RETORNO: 0 = SEM PENDENCIA, 4 = EVENTO ATRASADO OU
      * CRITICA NO CALENDARIO (INCLUSIVE EMPRESA SEM CALENDARIO),
      * 16 = FERIADOS.DAT MAIOR QUE A TABELA OU SAIDA QUE NAO PODE SER
      * CRIADA
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT CALENDARIO-ARQUIVO ASSIGN TO WRK-NOME-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CALENDARIO.
           SELECT CONTROLE-EXEC-ARQUIVO
               ASSIGN TO "DATA/CONTROLEEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE-EXEC.
           SELECT FERIADO-ARQUIVO ASSIGN TO "DATA/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADO.
           SELECT PARAMETRO-ARQUIVO ASSIGN TO "DATA/PARAMEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMETRO.
           SELECT CALENDARIO-RELATORIO ASSIGN TO "DATA/CALENDARIO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-ARQUIVO.
           COPY CBEMPRESA.
       FD  CALENDARIO-ARQUIVO.
           COPY CBCALPRO.
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
       FD  FERIADO-ARQUIVO.
           COPY CBFERIAD.
      *** MESMAS POSICOES DE WRK-REG-PARAMETRO, PARA A RELEITURA *******
       FD  PARAMETRO-ARQUIVO.
       01 PARAMETRO-RECORD.
           02 PRL-JOB PIC X(08).
           02 FILLER PIC X(13).
           02 PRL-EVENTO PIC X(12).
           02 FILLER PIC X(14).
           02 PRL-EMPRESA PIC X(03).
           02 FILLER PIC X(18).
           02 PRL-COMPETENCIA PIC X(06).
           02 FILLER PIC X(36).
       FD  CALENDARIO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-STATUS-CALENDARIO PIC X(02) VALUE "00".
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-FERIADO PIC X(02) VALUE "00".
       77 WRK-STATUS-PARAMETRO PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-NUM REDEFINES WRK-DATA PIC 9(08).
       77 WRK-ANO-CORRENTE PIC 9(04) VALUE ZEROS.
       77 WRK-MES-CORRENTE PIC 9(02) VALUE ZEROS.
      *** EMPRESA E CALENDARIO EM CONFERENCIA **************************
       77 WRK-FIM-EMPRESA PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-CORRENTE PIC X(03) VALUE SPACES.
       77 WRK-RAZAO-CORRENTE PIC X(30) VALUE SPACES.
       77 WRK-NOME-ARQ-CALENDARIO PIC X(30) VALUE SPACES.
       77 WRK-FIM-CALENDARIO PIC X(01) VALUE 'N'.
       77 WRK-LINHA-CAL PIC 9(04) VALUE ZEROS.
       77 WRK-EVENTO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-CRITICA-TEXTO PIC X(40) VALUE SPACES.
      *** CHAVE DO EVENTO NO CONTROLE DE EXECUCAO - ESCOPO 'E' = *******
      *** EMPRESA DO CALENDARIO, 'G' = TODO O GRUPO (EMPRESA 000) ******
       77 WRK-EVT-JOB PIC X(08) VALUE SPACES.
       77 WRK-EVT-CHAVE PIC X(09) VALUE SPACES.
       77 WRK-EVT-ESCOPO PIC X(01) VALUE SPACE.
           88 EVT-DO-GRUPO VALUE "G".
       77 WRK-EVT-SO-ANO PIC X(01) VALUE 'N'.
       77 WRK-EVT-PARCELA PIC X(01) VALUE SPACE.
       77 WRK-FIM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-CONTROLE PIC X(03) VALUE SPACES.
       77 WRK-CTL-PAGO PIC X(01) VALUE 'N'.
       77 WRK-CTL-EM-EXECUCAO PIC X(01) VALUE 'N'.
       77 WRK-CTL-DATA-REALIZADO PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(11) VALUE SPACES.
       77 WRK-OBSERVACAO PIC X(30) VALUE SPACES.
       77 WRK-FIM-PARAMETRO PIC X(01) VALUE 'N'.
       77 WRK-PARAMETRO-EMITIDO PIC X(01) VALUE 'N'.
      *** DIA UTIL DA DATA PREVISTA (ZELLER E FERIADOS, COMO NO ********
      *** PROGCOB43) ***************************************************
       COPY CBCALEND.
       77 WRK-CAL-M PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-Y PIC 9(04) VALUE ZEROS.
       77 WRK-CAL-K PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-J PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-TERM1 PIC S9(04) VALUE ZEROS.
       77 WRK-CAL-SOMA PIC S9(06) VALUE ZEROS.
       77 WRK-CAL-QUOC PIC S9(04) VALUE ZEROS.
       77 WRK-CAL-H PIC S9(04) VALUE ZEROS.
       77 WRK-FIM-FERIADO PIC X(01) VALUE 'N'.
       77 WRK-IDX-FER PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-COMPOSTA PIC 9(08) VALUE ZEROS.
       01 WRK-TAB-DIAS-MES-INIC.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-INIC.
           02 WRK-DIAS-MES-TAB PIC 9(02) OCCURS 12 TIMES.
       77 WRK-BIS-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-BIS-MES PIC 9(02) VALUE ZEROS.
       77 WRK-BISSEXTO PIC X(01) VALUE 'N'.
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
      *** TOTAIS DA POSICAO DO DIA *************************************
       77 WRK-QTD-EMPRESAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EVENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REALIZADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EM-EXECUCAO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ATRASADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCE-HOJE PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PREVISTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FUTUROS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CRITICAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARAMETROS PIC 9(05) VALUE ZEROS.
      *** LINHA DE PARAMETROS DO JOB - PRONTA PARA O AGENDADOR *********
       01 WRK-REG-PARAMETRO.
           02 PRM-JOB PIC X(08).
           02 FILLER PIC X(13) VALUE " FOLHAEVENTO=".
           02 PRM-EVENTO PIC X(12).
           02 FILLER PIC X(14) VALUE " FOLHAEMPRESA=".
           02 PRM-EMPRESA PIC X(03).
           02 FILLER PIC X(18) VALUE " FOLHACOMPETENCIA=".
           02 PRM-COMPETENCIA PIC 9(06).
           02 FILLER PIC X(14) VALUE " FOLHAPARCELA=".
           02 PRM-PARCELA PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 PRM-SITUACAO PIC X(11).
           02 FILLER PIC X(01) VALUE SPACES.
           02 PRM-DATA-PREVISTA PIC 9(08).
      *** RELATORIO DA POSICAO DO CALENDARIO ***************************
       01 WRK-DATA-EDITADA.
           02 WRK-DTE-DIA PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-DTE-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-DTE-ANO PIC 9(04).
       01 WRK-CAB-1.
           02 FILLER PIC X(41)
               VALUE "CALENDARIO DE PROCESSAMENTO - POSICAO EM ".
           02 WRK-CAB-DATA PIC X(10).
       01 WRK-CAB-EMPRESA.
           02 FILLER PIC X(08) VALUE "EMPRESA ".
           02 WRK-CEM-CODIGO PIC X(03).
           02 FILLER PIC X(03) VALUE " - ".
           02 WRK-CEM-RAZAO PIC X(30).
           02 FILLER PIC X(13) VALUE " CALENDARIO: ".
           02 WRK-CEM-ARQUIVO PIC X(30).
       01 WRK-CAB-EVENTOS.
           02 FILLER PIC X(13) VALUE "EVENTO".
           02 FILLER PIC X(07) VALUE "COMPET".
           02 FILLER PIC X(11) VALUE "PREVISTO".
           02 FILLER PIC X(12) VALUE "SITUACAO".
           02 FILLER PIC X(09) VALUE "JOB".
           02 FILLER PIC X(30) VALUE "OBSERVACAO".
       01 WRK-LINHA-EVENTO.
           02 WRK-LEV-EVENTO PIC X(12).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LEV-COMPETENCIA PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LEV-PREVISTO PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LEV-SITUACAO PIC X(11).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LEV-JOB PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LEV-OBSERVACAO PIC X(30).
       01 WRK-LINHA-CRITICA.
           02 FILLER PIC X(15) VALUE "CRITICA LINHA ".
           02 WRK-LCR-LINHA PIC ZZZ9.
           02 FILLER PIC X(02) VALUE ": ".
           02 WRK-LCR-TEXTO PIC X(40).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LCR-REGISTRO PIC X(26).
       01 WRK-LINHA-TOTAL.
           02 WRK-TOT-ROTULO PIC X(40).
           02 WRK-TOT-QTD PIC ZZ.ZZ9.
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
           MOVE WRK-DATA-NUM TO WRK-DATA-EXECUCAO.
           MOVE WRK-ANO TO WRK-ANO-CORRENTE.
           MOVE WRK-MES TO WRK-MES-CORRENTE.
           PERFORM 1000-CARREGA-FERIADOS.
           IF WRK-RETORNO = ZEROS
               PERFORM 2000-ABRE-SAIDAS
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 3000-PROCESSA-EMPRESAS
               PERFORM 6000-IMPRIME-TOTAIS
               CLOSE CALENDARIO-RELATORIO
               CLOSE PARAMETRO-ARQUIVO
               DISPLAY 'CALENDARIO DE PROCESSAMENTO - EVENTOS VENCENDO '
                   'HOJE: ' WRK-QTD-VENCE-HOJE ' ATRASADOS: '
                   WRK-QTD-ATRASADOS ' CRITICAS: ' WRK-QTD-CRITICAS
               DISPLAY 'PARAMETROS GERADOS EM PARAMEXEC.DAT: '
                   WRK-QTD-PARAMETROS
               IF WRK-QTD-ATRASADOS > ZEROS
                   OR WRK-QTD-CRITICAS > ZEROS
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
           MOVE "PROGCOB45" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** CARREGA OS FERIADOS PARA CONFERIR SE A DATA PREVISTA E DIA ***
      *** UTIL - SEM O ARQUIVO SO SABADOS E DOMINGOS SAO CRITICADOS ****
       1000-CARREGA-FERIADOS.
           MOVE ZEROS TO WRK-CAL-QTD-FERIADOS.
           OPEN INPUT FERIADO-ARQUIVO.
           IF WRK-STATUS-FERIADO NOT = "35"
               MOVE 'N' TO WRK-FIM-FERIADO
               PERFORM 1010-LE-FERIADO
               PERFORM 1020-ARMAZENA-FERIADO
                   UNTIL WRK-FIM-FERIADO = 'S'
               CLOSE FERIADO-ARQUIVO
           END-IF.

       1010-LE-FERIADO.
           READ FERIADO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-FERIADO
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) - FERIADO *******
      *** PERDIDO DEIXARIA PASSAR DATA PREVISTA EM DIA SEM EXPEDIENTE **
       1020-ARMAZENA-FERIADO.
           IF WRK-CAL-QTD-FERIADOS >= WRK-CAL-MAX-FERIADOS
               DISPLAY "FERIADOS.DAT COM MAIS DE " WRK-CAL-MAX-FERIADOS
                   " FERIADOS - TABELA ESGOTADA, EXECUCAO ABORTADA"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-FERIADO
           ELSE
               ADD 1 TO WRK-CAL-QTD-FERIADOS
               MOVE FED-DATA
                   TO WRK-CAL-FERIADO-DATA (WRK-CAL-QTD-FERIADOS)
               PERFORM 1010-LE-FERIADO
           END-IF.

      *** ABRE O RELATORIO E O ARQUIVO DE PARAMETROS (REGERADO A *******
      *** CADA EXECUCAO DIARIA) ****************************************
       2000-ABRE-SAIDAS.
           OPEN OUTPUT CALENDARIO-RELATORIO.
           IF WRK-STATUS-RELATORIO NOT = "00"
               DISPLAY "CALENDARIO.PRT NAO PODE SER CRIADO - STATUS "
                   WRK-STATUS-RELATORIO
               MOVE 16 TO WRK-RETORNO
           ELSE
               OPEN OUTPUT PARAMETRO-ARQUIVO
               IF WRK-STATUS-PARAMETRO NOT = "00"
                   DISPLAY "PARAMEXEC.DAT NAO PODE SER CRIADO - STATUS "
                       WRK-STATUS-PARAMETRO
                   MOVE 16 TO WRK-RETORNO
                   CLOSE CALENDARIO-RELATORIO
               ELSE
                   MOVE WRK-DIA TO WRK-DTE-DIA
                   MOVE WRK-MES TO WRK-DTE-MES
                   MOVE WRK-ANO TO WRK-DTE-ANO
                   MOVE WRK-DATA-EDITADA TO WRK-CAB-DATA
                   WRITE LINHA-RELATORIO FROM WRK-CAB-1
               END-IF
           END-IF.

      *** UM CALENDARIO POR EMPRESA DO CADASTRO - SEM O CADASTRO O *****
      *** GRUPO SE RESUME A EMPRESA 001 ********************************
       3000-PROCESSA-EMPRESAS.
           OPEN INPUT EMPRESA-ARQUIVO.
           IF WRK-STATUS-EMPRESA = "35"
               MOVE "001" TO WRK-EMPRESA-CORRENTE
               MOVE SPACES TO WRK-RAZAO-CORRENTE
               PERFORM 3100-PROCESSA-CALENDARIO
           ELSE
               MOVE 'N' TO WRK-FIM-EMPRESA
               PERFORM 3010-LE-EMPRESA
               PERFORM 3020-TRATA-EMPRESA
                   UNTIL WRK-FIM-EMPRESA = 'S'
               CLOSE EMPRESA-ARQUIVO
           END-IF.

       3010-LE-EMPRESA.
           READ EMPRESA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-EMPRESA
           END-READ.

       3020-TRATA-EMPRESA.
           MOVE EMS-CODIGO TO WRK-EMPRESA-CORRENTE.
           MOVE EMS-RAZAO-SOCIAL TO WRK-RAZAO-CORRENTE.
           PERFORM 3100-PROCESSA-CALENDARIO.
           PERFORM 3010-LE-EMPRESA.

      *** CONFERE O CALENDARIO DA EMPRESA CORRENTE - EMPRESA SEM *******
      *** CALENDARIO E CRITICA (OS EVENTOS DELA NAO SAO CONTROLADOS) ***
       3100-PROCESSA-CALENDARIO.
           ADD 1 TO WRK-QTD-EMPRESAS.
           MOVE SPACES TO WRK-NOME-ARQ-CALENDARIO.
           STRING "DATA/CALENDARIO" DELIMITED BY SIZE
               WRK-EMPRESA-CORRENTE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WRK-NOME-ARQ-CALENDARIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-EMPRESA-CORRENTE TO WRK-CEM-CODIGO.
           MOVE WRK-RAZAO-CORRENTE TO WRK-CEM-RAZAO.
           MOVE WRK-NOME-ARQ-CALENDARIO TO WRK-CEM-ARQUIVO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-EMPRESA.
           MOVE ZEROS TO WRK-LINHA-CAL.
           OPEN INPUT CALENDARIO-ARQUIVO.
           IF WRK-STATUS-CALENDARIO NOT = "00"
               MOVE "CALENDARIO DA EMPRESA NAO ENCONTRADO"
                   TO WRK-CRITICA-TEXTO
               MOVE SPACES TO WRK-REG-CALENDARIO-PROC
               PERFORM 3390-GRAVA-CRITICA
           ELSE
               WRITE LINHA-RELATORIO FROM WRK-CAB-EVENTOS
               MOVE 'N' TO WRK-FIM-CALENDARIO
               PERFORM 3110-LE-CALENDARIO
               PERFORM 3200-AVALIA-EVENTO
                   UNTIL WRK-FIM-CALENDARIO = 'S'
               CLOSE CALENDARIO-ARQUIVO
           END-IF.

       3110-LE-CALENDARIO.
           READ CALENDARIO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CALENDARIO
           END-READ.
           IF WRK-FIM-CALENDARIO NOT = 'S'
               ADD 1 TO WRK-LINHA-CAL
           END-IF.

       3200-AVALIA-EVENTO.
           PERFORM 3300-VALIDA-EVENTO.
           IF WRK-EVENTO-VALIDO = 'S'
               ADD 1 TO WRK-QTD-EVENTOS
               PERFORM 3400-DEFINE-CHAVE-EVENTO
               PERFORM 3500-BUSCA-CONTROLE
               PERFORM 3600-CLASSIFICA-EVENTO
           END-IF.
           PERFORM 3110-LE-CALENDARIO.

      *** LINHA COM EVENTO, COMPETENCIA OU DATA INVALIDA E CRITICADA ***
      *** E IGNORADA; DATA PREVISTA EM SABADO, DOMINGO OU FERIADO E ****
      *** CRITICADA, MAS O EVENTO SEGUE CONTROLADO *********************
       3300-VALIDA-EVENTO.
           MOVE 'S' TO WRK-EVENTO-VALIDO.
           EVALUATE TRUE
               WHEN NOT CLP-ADIANTAMENTO AND NOT CLP-MENSAL
                   AND NOT CLP-DECIMO-1 AND NOT CLP-DECIMO-2
                   AND NOT CLP-EXPORTACAO AND NOT CLP-FECHAMENTO
                   MOVE "EVENTO DESCONHECIDO" TO WRK-CRITICA-TEXTO
                   MOVE 'N' TO WRK-EVENTO-VALIDO
               WHEN CLP-COMPETENCIA NOT NUMERIC
                   MOVE "COMPETENCIA INVALIDA" TO WRK-CRITICA-TEXTO
                   MOVE 'N' TO WRK-EVENTO-VALIDO
               WHEN CLP-COMP-MES < 1 OR CLP-COMP-MES > 12
                   MOVE "COMPETENCIA INVALIDA" TO WRK-CRITICA-TEXTO
                   MOVE 'N' TO WRK-EVENTO-VALIDO
               WHEN CLP-DATA-PREVISTA NOT NUMERIC
                   MOVE "DATA PREVISTA INVALIDA" TO WRK-CRITICA-TEXTO
                   MOVE 'N' TO WRK-EVENTO-VALIDO
               WHEN CLP-PREV-MES < 1 OR CLP-PREV-MES > 12
                   MOVE "DATA PREVISTA INVALIDA" TO WRK-CRITICA-TEXTO
                   MOVE 'N' TO WRK-EVENTO-VALIDO
           END-EVALUATE.
           IF WRK-EVENTO-VALIDO = 'S'
               MOVE CLP-PREV-ANO TO WRK-BIS-ANO
               MOVE CLP-PREV-MES TO WRK-BIS-MES
               PERFORM 9100-CALCULA-DIAS-NO-MES
               IF CLP-PREV-DIA < 1 OR CLP-PREV-DIA > WRK-DIAS-NO-MES
                   MOVE "DATA PREVISTA INVALIDA" TO WRK-CRITICA-TEXTO
                   MOVE 'N' TO WRK-EVENTO-VALIDO
               END-IF
           END-IF.
           IF WRK-EVENTO-VALIDO NOT = 'S'
               PERFORM 3390-GRAVA-CRITICA
           ELSE
               PERFORM 3350-CONFERE-DIA-UTIL
           END-IF.

       3350-CONFERE-DIA-UTIL.
           MOVE CLP-PREV-ANO TO WRK-ANO.
           MOVE CLP-PREV-MES TO WRK-MES.
           MOVE CLP-PREV-DIA TO WRK-DIA.
           MOVE CLP-DATA-PREVISTA TO WRK-DATA-COMPOSTA.
           PERFORM 9200-CALCULA-CALENDARIO.
           PERFORM 9300-VERIFICA-FERIADO.
           IF CAL-DOMINGO OR CAL-SABADO OR CAL-FERIADO
               MOVE "DATA PREVISTA NAO E DIA UTIL"
                   TO WRK-CRITICA-TEXTO
               PERFORM 3390-GRAVA-CRITICA
           END-IF.

       3390-GRAVA-CRITICA.
           ADD 1 TO WRK-QTD-CRITICAS.
           MOVE WRK-LINHA-CAL TO WRK-LCR-LINHA.
           MOVE WRK-CRITICA-TEXTO TO WRK-LCR-TEXTO.
           MOVE WRK-REG-CALENDARIO-PROC TO WRK-LCR-REGISTRO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-CRITICA.

      *** JOB, CHAVE NO CONTROLE E ESCOPO DE CADA EVENTO - O 13o E ANUAL
      *** (VALE O ANO DA COMPETENCIA) E COBRE O GRUPO, COMO A EXPORTACAO
       3400-DEFINE-CHAVE-EVENTO.
           MOVE 'E' TO WRK-EVT-ESCOPO.
           MOVE 'N' TO WRK-EVT-SO-ANO.
           MOVE SPACE TO WRK-EVT-PARCELA.
           EVALUATE TRUE
               WHEN CLP-ADIANTAMENTO
                   MOVE "ADIANT" TO WRK-EVT-JOB
                   MOVE "PROGCB04A" TO WRK-EVT-CHAVE
               WHEN CLP-MENSAL
                   MOVE "FOLHA" TO WRK-EVT-JOB
                   MOVE "PROGCOB04" TO WRK-EVT-CHAVE
               WHEN CLP-DECIMO-1
                   MOVE "DECIMO" TO WRK-EVT-JOB
                   MOVE "PROGCB171" TO WRK-EVT-CHAVE
                   MOVE 'G' TO WRK-EVT-ESCOPO
                   MOVE 'S' TO WRK-EVT-SO-ANO
                   MOVE '1' TO WRK-EVT-PARCELA
               WHEN CLP-DECIMO-2
                   MOVE "DECIMO" TO WRK-EVT-JOB
                   MOVE "PROGCB172" TO WRK-EVT-CHAVE
                   MOVE 'G' TO WRK-EVT-ESCOPO
                   MOVE 'S' TO WRK-EVT-SO-ANO
                   MOVE '2' TO WRK-EVT-PARCELA
               WHEN CLP-EXPORTACAO
                   MOVE "EVENTOS" TO WRK-EVT-JOB
                   MOVE "PROGCOB20" TO WRK-EVT-CHAVE
                   MOVE 'G' TO WRK-EVT-ESCOPO
               WHEN OTHER
                   MOVE "FECHA" TO WRK-EVT-JOB
                   MOVE "PROGCOB21" TO WRK-EVT-CHAVE
           END-EVALUATE.

      *** PROCURA O EVENTO NO CONTROLE DE EXECUCAO - 'P' EM QUALQUER ***
      *** REGISTRO DA CHAVE DA O EVENTO COMO REALIZADO; 'E' SEM 'P' E **
      *** EXECUCAO EM ANDAMENTO (OU CAIDA, A CONFERIR) *****************
       3500-BUSCA-CONTROLE.
           MOVE 'N' TO WRK-CTL-PAGO.
           MOVE 'N' TO WRK-CTL-EM-EXECUCAO.
           MOVE ZEROS TO WRK-CTL-DATA-REALIZADO.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 3510-LE-CONTROLE
               PERFORM 3520-CONFERE-CONTROLE
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.

       3510-LE-CONTROLE.
           READ CONTROLE-EXEC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

      *** CONTROLE GRAVADO ANTES DA FOLHA MULTIEMPRESA VALE PARA A *****
      *** EMPRESA 001 **************************************************
       3520-CONFERE-CONTROLE.
           IF CTL-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-CONTROLE
           ELSE
               MOVE CTL-EMPRESA TO WRK-EMPRESA-CONTROLE
           END-IF.
           IF CTL-PROGRAMA = WRK-EVT-CHAVE
               AND CTL-ANO = CLP-COMP-ANO
               AND (WRK-EVT-SO-ANO = 'S' OR CTL-MES = CLP-COMP-MES)
               AND (EVT-DO-GRUPO
                   OR WRK-EMPRESA-CONTROLE = WRK-EMPRESA-CORRENTE)
               EVALUATE CTL-STATUS
                   WHEN 'P'
                       MOVE 'S' TO WRK-CTL-PAGO
                       MOVE CTL-DATA TO WRK-CTL-DATA-REALIZADO
                   WHEN 'E'
                       MOVE 'S' TO WRK-CTL-EM-EXECUCAO
               END-EVALUATE
           END-IF.
           PERFORM 3510-LE-CONTROLE.

      *** SITUACAO DO EVENTO NA DATA - SO OS EVENTOS DO MES CORRENTE ***
      *** E OS PENDENTES SAEM NO RELATORIO; REALIZADOS DE MESES ********
      *** ANTERIORES E PREVISTOS DE MESES SEGUINTES SO SAO CONTADOS ****
       3600-CLASSIFICA-EVENTO.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE SPACES TO WRK-OBSERVACAO.
           EVALUATE TRUE
               WHEN WRK-CTL-PAGO = 'S'
                   ADD 1 TO WRK-QTD-REALIZADOS
                   IF CLP-PREV-ANO = WRK-ANO-CORRENTE
                       AND CLP-PREV-MES = WRK-MES-CORRENTE
                       MOVE "REALIZADO" TO WRK-SITUACAO
                       MOVE WRK-CTL-DATA-REALIZADO (7:2) TO WRK-DTE-DIA
                       MOVE WRK-CTL-DATA-REALIZADO (5:2) TO WRK-DTE-MES
                       MOVE WRK-CTL-DATA-REALIZADO (1:4) TO WRK-DTE-ANO
                       STRING "EXECUTADO EM " DELIMITED BY SIZE
                           WRK-DATA-EDITADA DELIMITED BY SIZE
                           INTO WRK-OBSERVACAO
                   END-IF
               WHEN WRK-CTL-EM-EXECUCAO = 'S'
                   AND CLP-DATA-PREVISTA <= WRK-DATA-EXECUCAO
                   ADD 1 TO WRK-QTD-EM-EXECUCAO
                   MOVE "EM EXECUCAO" TO WRK-SITUACAO
                   MOVE "CONFERIR SE A EXECUCAO CAIU"
                       TO WRK-OBSERVACAO
               WHEN CLP-DATA-PREVISTA < WRK-DATA-EXECUCAO
                   ADD 1 TO WRK-QTD-ATRASADOS
                   MOVE "ATRASADO" TO WRK-SITUACAO
                   PERFORM 3700-GERA-PARAMETRO
               WHEN CLP-DATA-PREVISTA = WRK-DATA-EXECUCAO
                   ADD 1 TO WRK-QTD-VENCE-HOJE
                   MOVE "VENCE HOJE" TO WRK-SITUACAO
                   PERFORM 3700-GERA-PARAMETRO
               WHEN CLP-PREV-ANO = WRK-ANO-CORRENTE
                   AND CLP-PREV-MES = WRK-MES-CORRENTE
                   ADD 1 TO WRK-QTD-PREVISTOS
                   MOVE "PREVISTO" TO WRK-SITUACAO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FUTUROS
           END-EVALUATE.
           IF WRK-SITUACAO NOT = SPACES
               PERFORM 3650-GRAVA-LINHA-EVENTO
           END-IF.

       3650-GRAVA-LINHA-EVENTO.
           MOVE CLP-EVENTO TO WRK-LEV-EVENTO.
           MOVE CLP-COMPETENCIA TO WRK-LEV-COMPETENCIA.
           MOVE CLP-PREV-DIA TO WRK-DTE-DIA.
           MOVE CLP-PREV-MES TO WRK-DTE-MES.
           MOVE CLP-PREV-ANO TO WRK-DTE-ANO.
           MOVE WRK-DATA-EDITADA TO WRK-LEV-PREVISTO.
           MOVE WRK-SITUACAO TO WRK-LEV-SITUACAO.
           MOVE WRK-EVT-JOB TO WRK-LEV-JOB.
           MOVE WRK-OBSERVACAO TO WRK-LEV-OBSERVACAO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-EVENTO.

      *** PARAMETROS DO JOB DO EVENTO A EXECUTAR - EVENTO DO GRUPO *****
      *** (EMPRESA 000) QUE JA SAIU NO CALENDARIO DE OUTRA EMPRESA NAO *
      *** SE REPETE ****************************************************
       3700-GERA-PARAMETRO.
           MOVE WRK-EVT-JOB TO PRM-JOB.
           MOVE CLP-EVENTO TO PRM-EVENTO.
           IF EVT-DO-GRUPO
               MOVE "000" TO PRM-EMPRESA
           ELSE
               MOVE WRK-EMPRESA-CORRENTE TO PRM-EMPRESA
           END-IF.
           MOVE CLP-COMPETENCIA TO PRM-COMPETENCIA.
           MOVE WRK-EVT-PARCELA TO PRM-PARCELA.
           MOVE WRK-SITUACAO TO PRM-SITUACAO.
           MOVE CLP-DATA-PREVISTA TO PRM-DATA-PREVISTA.
           MOVE 'N' TO WRK-PARAMETRO-EMITIDO.
           IF EVT-DO-GRUPO
               PERFORM 3710-CONFERE-PARAMETRO-EMITIDO
           END-IF.
           IF WRK-PARAMETRO-EMITIDO = 'S'
               MOVE "PARAMETROS JA GERADOS (GRUPO)" TO WRK-OBSERVACAO
           ELSE
               WRITE PARAMETRO-RECORD FROM WRK-REG-PARAMETRO
               ADD 1 TO WRK-QTD-PARAMETROS
               MOVE "PARAMETROS GERADOS" TO WRK-OBSERVACAO
               DISPLAY 'EXECUTAR JOB ' PRM-JOB ' FOLHAEVENTO='
                   PRM-EVENTO ' FOLHAEMPRESA=' PRM-EMPRESA
                   ' FOLHACOMPETENCIA=' PRM-COMPETENCIA
                   ' FOLHAPARCELA=' PRM-PARCELA ' - ' PRM-SITUACAO
           END-IF.

      *** RELE O QUE JA FOI GRAVADO NESTA EXECUCAO E VOLTA A ***********
      *** ACRESCENTAR NO FIM *******************************************
       3710-CONFERE-PARAMETRO-EMITIDO.
           CLOSE PARAMETRO-ARQUIVO.
           OPEN INPUT PARAMETRO-ARQUIVO.
           MOVE 'N' TO WRK-FIM-PARAMETRO.
           PERFORM 3720-LE-PARAMETRO.
           PERFORM 3730-COMPARA-PARAMETRO
               UNTIL WRK-FIM-PARAMETRO = 'S'.
           CLOSE PARAMETRO-ARQUIVO.
           OPEN EXTEND PARAMETRO-ARQUIVO.

       3720-LE-PARAMETRO.
           READ PARAMETRO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-PARAMETRO
           END-READ.

       3730-COMPARA-PARAMETRO.
           IF PRL-JOB = PRM-JOB
               AND PRL-EVENTO = PRM-EVENTO
               AND PRL-EMPRESA = PRM-EMPRESA
               AND PRL-COMPETENCIA = CLP-COMPETENCIA
               MOVE 'S' TO WRK-PARAMETRO-EMITIDO
           END-IF.
           PERFORM 3720-LE-PARAMETRO.

      *********** TOTAIS DA POSICAO DO DIA ******************************
       6000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "EMPRESAS CONFERIDAS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EMPRESAS TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "EVENTOS NOS CALENDARIOS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EVENTOS TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "REALIZADOS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-REALIZADOS TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "EM EXECUCAO" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EM-EXECUCAO TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "ATRASADOS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-ATRASADOS TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "VENCEM HOJE" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-VENCE-HOJE TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "PREVISTOS NO MES" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PREVISTOS TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "PREVISTOS PARA MESES SEGUINTES" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FUTUROS TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "CRITICAS NOS CALENDARIOS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CRITICAS TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "LINHAS DE PARAMETROS GERADAS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PARAMETROS TO WRK-TOT-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.

      *** DIAS DO MES (FEVEREIRO BISSEXTO COM 29) **********************
       9100-CALCULA-DIAS-NO-MES.
           MOVE 'N' TO WRK-BISSEXTO.
           IF (WRK-BIS-ANO - ((WRK-BIS-ANO / 4) * 4)) = 0
               MOVE 'S' TO WRK-BISSEXTO
               IF (WRK-BIS-ANO - ((WRK-BIS-ANO / 100) * 100)) = 0
                   MOVE 'N' TO WRK-BISSEXTO
                   IF (WRK-BIS-ANO - ((WRK-BIS-ANO / 400) * 400)) = 0
                       MOVE 'S' TO WRK-BISSEXTO
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-DIAS-MES-TAB (WRK-BIS-MES) TO WRK-DIAS-NO-MES.
           IF WRK-BIS-MES = 2 AND WRK-BISSEXTO = 'S'
               ADD 1 TO WRK-DIAS-NO-MES
           END-IF.

      *********** DERIVA DIA DA SEMANA (CONGRUENCIA DE ZELLER) **********
       9200-CALCULA-CALENDARIO.
           IF WRK-MES < 3
               COMPUTE WRK-CAL-M = WRK-MES + 12
               COMPUTE WRK-CAL-Y = WRK-ANO - 1
           ELSE
               MOVE WRK-MES TO WRK-CAL-M
               MOVE WRK-ANO TO WRK-CAL-Y
           END-IF.
           COMPUTE WRK-CAL-J = WRK-CAL-Y / 100.
           COMPUTE WRK-CAL-K = WRK-CAL-Y - (WRK-CAL-J * 100).
           COMPUTE WRK-CAL-TERM1 = (13 * (WRK-CAL-M + 1)) / 5.
           COMPUTE WRK-CAL-SOMA = WRK-DIA + WRK-CAL-TERM1 + WRK-CAL-K
               + (WRK-CAL-K / 4) + (WRK-CAL-J / 4) + (5 * WRK-CAL-J).
           COMPUTE WRK-CAL-QUOC = WRK-CAL-SOMA / 7.
           COMPUTE WRK-CAL-H = WRK-CAL-SOMA - (WRK-CAL-QUOC * 7).
           EVALUATE WRK-CAL-H
               WHEN 0
                   MOVE 7 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "SABADO" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 1
                   MOVE 1 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "DOMINGO" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 2
                   MOVE 2 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "SEGUNDA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 3
                   MOVE 3 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "TERCA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 4
                   MOVE 4 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "QUARTA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 5
                   MOVE 5 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "QUINTA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN OTHER
                   MOVE 6 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "SEXTA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
           END-EVALUATE.

      *** CONFERE SE A DATA COMPOSTA CORRENTE E FERIADO DA TABELA ******
       9300-VERIFICA-FERIADO.
           MOVE 'N' TO WRK-CAL-DIA-FERIADO.
           PERFORM 9310-CONFERE-FERIADO
               VARYING WRK-IDX-FER FROM 1 BY 1
               UNTIL WRK-IDX-FER > WRK-CAL-QTD-FERIADOS
                   OR CAL-FERIADO.

       9310-CONFERE-FERIADO.
           IF WRK-CAL-FERIADO-DATA (WRK-IDX-FER) = WRK-DATA-COMPOSTA
               MOVE 'S' TO WRK-CAL-DIA-FERIADO
           END-IF.
