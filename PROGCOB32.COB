       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB32.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: DEMONSTRATIVO MENSAL DAS PENSOES ALIMENTICIAS POR ORDEM
      * JUDICIAL, APOS A FOLHA MENSAL OFICIAL DA EMPRESA (FOLHAEMPRESA).
      * SO EXECUTA SE O CONTROLE DE EXECUCAO MOSTRA A FOLHA DA
      * COMPETENCIA PAGA (PROGCOB04 'P'); SENAO DEVOLVE RC 8. A PARTIR
      * DAS PENSOES APURADAS PELA FOLHA (PENSAOAPL.DAT) EMITE NO
      * RELATORIO DATA/PENSAO<EMPRESA>.PRT UM BLOCO POR ORDEM
      * (EMPREGADO, PROCESSO, BENEFICIARIO, REGRA, BASE, VALOR E
      * CREDITO) PARA RESPOSTA AO JUIZO E CONFERENCIA DA TESOURARIA.
      * ORDEM DESCONTADA SEM DADOS DE CREDITO (FORA DA REMESSA)
      * TERMINA O PASSO COM AVISO (RC 4) - A TESOURARIA PRECISA PAGAR
      * POR FORA
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
           SELECT PENSAOAPL-ARQUIVO
               ASSIGN TO "DATA/PENSAOAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAOAPL.
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
       FD  PENSAOAPL-ARQUIVO.
           COPY CBPENAPL.
       FD  RELATORIO-ARQUIVO.
       01 LINHA-RELATORIO PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-PENSAOAPL PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-SELECIONADA PIC X(03) VALUE "001".
       77 WRK-CTL-EMPRESA-NORM PIC X(03) VALUE SPACES.
       77 WRK-PAP-EMPRESA-NORM PIC X(03) VALUE SPACES.
       77 WRK-FOLHA-PAGA PIC X(01) VALUE 'N'.
       77 WRK-FIM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-FIM-PENSAOAPL PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-ARQ-RELATORIO PIC X(40) VALUE SPACES.
       77 WRK-QTD-ORDENS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CREDITO PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PENSOES PIC 9(11)V99 VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
      *** LINHAS DO DEMONSTRATIVO - UM BLOCO POR ORDEM *****************
       01 WRK-CAB-RELATORIO.
           02 FILLER PIC X(48)
               VALUE "DEMONSTRATIVO DE PENSAO ALIMENTICIA - EMPRESA ".
           02 WRK-CAB-EMPRESA PIC X(03).
           02 FILLER PIC X(14) VALUE " COMPETENCIA ".
           02 WRK-CAB-COMPETENCIA PIC 9(06).
       01 WRK-LINHA-SEPARADOR.
           02 FILLER PIC X(80) VALUE ALL "-".
       01 WRK-DEM-LINHA-EMPREGADO.
           02 FILLER PIC X(16) VALUE "EMPREGADO.....: ".
           02 WRK-DEM-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DEM-NOME PIC X(20).
       01 WRK-DEM-LINHA-ORDEM.
           02 FILLER PIC X(16) VALUE "PROCESSO......: ".
           02 WRK-DEM-ORDEM PIC X(15).
       01 WRK-DEM-LINHA-BENEF.
           02 FILLER PIC X(16) VALUE "BENEFICIARIO..: ".
           02 WRK-DEM-BENEF PIC X(30).
       01 WRK-DEM-LINHA-REGRA.
           02 FILLER PIC X(16) VALUE "REGRA.........: ".
           02 WRK-DEM-REGRA PIC X(24).
           02 WRK-DEM-PCT PIC ZZ9,99.
           02 WRK-DEM-PCT-SINAL PIC X(01).
       01 WRK-DEM-LINHA-VALORES.
           02 FILLER PIC X(16) VALUE "BASE..........: ".
           02 WRK-DEM-BASE PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(14) VALUE "   DESCONTADO ".
           02 WRK-DEM-VALOR PIC Z.ZZZ.ZZ9,99.
       01 WRK-DEM-LINHA-CONTA.
           02 FILLER PIC X(16) VALUE "CREDITO.......: ".
           02 FILLER PIC X(06) VALUE "CONTA ".
           02 WRK-DEM-BANCO PIC 9(03).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-DEM-AGENCIA PIC 9(04).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-DEM-CONTA PIC 9(08).
           02 FILLER PIC X(01) VALUE "-".
           02 WRK-DEM-CONTA-DV PIC X(01).
           02 FILLER PIC X(04) VALUE " EM ".
           02 WRK-DEM-DATA-CONTA PIC 9(08).
       01 WRK-DEM-LINHA-PIX.
           02 FILLER PIC X(16) VALUE "CREDITO.......: ".
           02 FILLER PIC X(04) VALUE "PIX ".
           02 WRK-DEM-CHAVE-PIX PIC X(32).
           02 FILLER PIC X(04) VALUE " EM ".
           02 WRK-DEM-DATA-PIX PIC 9(08).
       01 WRK-DEM-LINHA-SEM-CREDITO.
           02 FILLER PIC X(16) VALUE "CREDITO.......: ".
           02 FILLER PIC X(45)
               VALUE "SEM DADOS DE CREDITO - PAGAR FORA DA REMESSA".
       01 WRK-LINHA-TOTAL.
           02 FILLER PIC X(20) VALUE "TOTAL DE ORDENS: ".
           02 WRK-TOT-QTD PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "   VALOR TOTAL: ".
           02 WRK-TOT-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL-SEM-CREDITO.
           02 FILLER PIC X(36)
               VALUE "ORDENS SEM CREDITO NA REMESSA: ".
           02 WRK-TOT-SEM-CREDITO PIC ZZZZ9.
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
           COMPUTE WRK-COMPETENCIA = (WRK-ANO * 100) + WRK-MES.
           DISPLAY "FOLHAEMPRESA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-EMPRESA-SELECIONADA FROM ENVIRONMENT-VALUE.
           IF WRK-EMPRESA-SELECIONADA = SPACES
               MOVE "001" TO WRK-EMPRESA-SELECIONADA
           END-IF.
           PERFORM 1000-VERIFICA-FOLHA-PAGA.
           IF WRK-RETORNO = ZEROS
               PERFORM 2000-EMITE-DEMONSTRATIVO
               DISPLAY 'DEMONSTRATIVO DE PENSOES EMPRESA '
                   WRK-EMPRESA-SELECIONADA ': ' WRK-QTD-ORDENS
                   ' ORDENS, ' WRK-QTD-SEM-CREDITO
                   ' SEM CREDITO NA REMESSA'
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
           MOVE "PROGCOB32" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** VARRE O CONTROLE DE EXECUCAO - VALE O ULTIMO STATUS DA *******
      *** FOLHA MENSAL (PROGCOB04) NA COMPETENCIA/EMPRESA - SEM FOLHA **
      *** PAGA O DEMONSTRATIVO NAO E EMITIDO (RC 8) ********************
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
                   ' NAO ESTA PAGA - DEMONSTRATIVO RECUSADO'
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
               AND CTL-ANO = WRK-ANO AND CTL-MES = WRK-MES
               AND WRK-CTL-EMPRESA-NORM = WRK-EMPRESA-SELECIONADA
               IF CTL-STATUS = 'P'
                   MOVE 'S' TO WRK-FOLHA-PAGA
               ELSE
                   MOVE 'N' TO WRK-FOLHA-PAGA
               END-IF
           END-IF.
           PERFORM 1010-LE-CONTROLE.

      *** LE AS PENSOES APURADAS E IMPRIME AS DA EMPRESA NA ************
      *** COMPETENCIA, NA ORDEM EM QUE A FOLHA AS GRAVOU ***************
       2000-EMITE-DEMONSTRATIVO.
           MOVE ZEROS TO WRK-QTD-ORDENS.
           MOVE ZEROS TO WRK-QTD-SEM-CREDITO.
           MOVE ZEROS TO WRK-TOTAL-PENSOES.
           MOVE SPACES TO WRK-NOME-ARQ-RELATORIO.
           STRING "DATA/PENSAO" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WRK-NOME-ARQ-RELATORIO.
           OPEN OUTPUT RELATORIO-ARQUIVO.
           MOVE WRK-EMPRESA-SELECIONADA TO WRK-CAB-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA.
           WRITE LINHA-RELATORIO FROM WRK-CAB-RELATORIO.
           OPEN INPUT PENSAOAPL-ARQUIVO.
           IF WRK-STATUS-PENSAOAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-PENSAOAPL
               PERFORM 2010-LE-PENSAOAPL
               PERFORM 2020-CONFERE-PENSAO
                   UNTIL WRK-FIM-PENSAOAPL = 'S'
               CLOSE PENSAOAPL-ARQUIVO
           END-IF.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-QTD-ORDENS TO WRK-TOT-QTD.
           MOVE WRK-TOTAL-PENSOES TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE WRK-QTD-SEM-CREDITO TO WRK-TOT-SEM-CREDITO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL-SEM-CREDITO.
           CLOSE RELATORIO-ARQUIVO.
           IF WRK-QTD-SEM-CREDITO > ZEROS
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

       2010-LE-PENSAOAPL.
           READ PENSAOAPL-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-PENSAOAPL
           END-READ.

       2020-CONFERE-PENSAO.
           IF PAP-EMPRESA = SPACES
               MOVE "001" TO WRK-PAP-EMPRESA-NORM
           ELSE
               MOVE PAP-EMPRESA TO WRK-PAP-EMPRESA-NORM
           END-IF.
           IF WRK-PAP-EMPRESA-NORM = WRK-EMPRESA-SELECIONADA
               AND PAP-ANO = WRK-ANO AND PAP-MES = WRK-MES
               PERFORM 2100-IMPRIME-ORDEM
           END-IF.
           PERFORM 2010-LE-PENSAOAPL.

      *** BLOCO DE UMA ORDEM - DADOS DO PROCESSO, CALCULO E CREDITO ****
       2100-IMPRIME-ORDEM.
           ADD 1 TO WRK-QTD-ORDENS.
           ADD PAP-VALOR TO WRK-TOTAL-PENSOES.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE PAP-EMP-ID TO WRK-DEM-ID.
           MOVE PAP-NOME TO WRK-DEM-NOME.
           WRITE LINHA-RELATORIO FROM WRK-DEM-LINHA-EMPREGADO.
           MOVE PAP-ORDEM TO WRK-DEM-ORDEM.
           WRITE LINHA-RELATORIO FROM WRK-DEM-LINHA-ORDEM.
           MOVE PAP-BENEF-NOME TO WRK-DEM-BENEF.
           WRITE LINHA-RELATORIO FROM WRK-DEM-LINHA-BENEF.
           MOVE ZEROS TO WRK-DEM-PCT.
           MOVE SPACE TO WRK-DEM-PCT-SINAL.
           EVALUATE PAP-REGRA
               WHEN 'B'
                   MOVE "PERCENTUAL DO BRUTO" TO WRK-DEM-REGRA
                   MOVE PAP-PERCENTUAL TO WRK-DEM-PCT
                   MOVE "%" TO WRK-DEM-PCT-SINAL
               WHEN 'L'
                   MOVE "PERCENTUAL DO LIQUIDO" TO WRK-DEM-REGRA
                   MOVE PAP-PERCENTUAL TO WRK-DEM-PCT
                   MOVE "%" TO WRK-DEM-PCT-SINAL
               WHEN OTHER
                   MOVE "VALOR FIXO" TO WRK-DEM-REGRA
           END-EVALUATE.
           WRITE LINHA-RELATORIO FROM WRK-DEM-LINHA-REGRA.
           MOVE PAP-BASE TO WRK-DEM-BASE.
           MOVE PAP-VALOR TO WRK-DEM-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-DEM-LINHA-VALORES.
           IF PAP-SEM-CREDITO
               ADD 1 TO WRK-QTD-SEM-CREDITO
               WRITE LINHA-RELATORIO FROM WRK-DEM-LINHA-SEM-CREDITO
           ELSE
               IF PAP-FORMA-PAGAMENTO = 'P'
                   MOVE PAP-CHAVE-PIX TO WRK-DEM-CHAVE-PIX
                   MOVE PAP-DATA-PAGAMENTO TO WRK-DEM-DATA-PIX
                   WRITE LINHA-RELATORIO FROM WRK-DEM-LINHA-PIX
               ELSE
                   MOVE PAP-BANCO TO WRK-DEM-BANCO
                   MOVE PAP-AGENCIA TO WRK-DEM-AGENCIA
                   MOVE PAP-CONTA TO WRK-DEM-CONTA
                   MOVE PAP-CONTA-DV TO WRK-DEM-CONTA-DV
                   MOVE PAP-DATA-PAGAMENTO TO WRK-DEM-DATA-CONTA
                   WRITE LINHA-RELATORIO FROM WRK-DEM-LINHA-CONTA
               END-IF
           END-IF.
