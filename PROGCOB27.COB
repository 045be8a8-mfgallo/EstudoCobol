      * TESOURARIA COBRAR O BANCO
      *MODIFICACAO: GRAVAR TRILHA DE AUDITORIA (OPERADOR, INICIO E FIM
      * DA EXECUCAO) NO ARQUIVO COMPARTILHADO DE AUDITORIA
      *MODIFICACAO: O AGING CONFERE TAMBEM OS CREDITOS DA REMESSA DA
      * PARTICIPACAO NOS LUCROS (REMESSAPLR)
      *MODIFICACAO: O AGING MOSTRA O DESTINO DO CREDITO MASCARADO
      * (CONTA SO COM OS 4 ULTIMOS DIGITOS, CHAVE PIX SO COM AS 3
      * PRIMEIRAS POSICOES) PARA A COBRANCA AO BANCO SEM EXPOR O DADO
      * COMPLETO (LGPD)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD CONTAINS 240 CHARACTERS.
       01 LINHA-REMESSA PIC X(240).
       FD  AGING-RELATORIO.
       01 LINHA-AGING PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
           02 FILLER PIC X(31) VALUE "FAVORECIDO".
           02 FILLER PIC X(17) VALUE "VALOR".
           02 FILLER PIC X(12) VALUE "DATA CRED.".
           02 FILLER PIC X(13) VALUE "DIAS ABERTO".
           02 FILLER PIC X(20) VALUE "DESTINO DO CREDITO".
       01 WRK-LINHA-AGING.
           02 WRK-AGI-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-AGI-DATA PIC 9(08).
           02 FILLER PIC X(06) VALUE SPACES.
           02 WRK-AGI-DIAS PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-AGI-DESTINO PIC X(20).
       01 WRK-LINHA-TOTAL-AGING.
           02 FILLER PIC X(30) VALUE "CREDITOS PENDENTES:".
           02 WRK-TOT-PENDENTES PIC ZZZ9.
       COPY CBMASCAR.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
           PERFORM 3100-CONFERE-REMESSA.
           MOVE "DATA/REMESSAFER.CNAB240" TO WRK-NOME-ARQ-REMESSA.
           PERFORM 3100-CONFERE-REMESSA.
           MOVE "DATA/REMESSAPLR.CNAB240" TO WRK-NOME-ARQ-REMESSA.
           PERFORM 3100-CONFERE-REMESSA.
           MOVE WRK-QTD-PENDENTES TO WRK-TOT-PENDENTES.
           WRITE LINHA-AGING FROM WRK-LINHA-TOTAL-AGING.
           CLOSE AGING-RELATORIO.
               MOVE REM-VALOR-PAGAMENTO TO WRK-AGI-VALOR
               MOVE REM-DATA-PAGAMENTO TO WRK-AGI-DATA
               MOVE WRK-DIAS-ABERTO TO WRK-AGI-DIAS
               PERFORM 3210-MASCARA-DESTINO
               WRITE LINHA-AGING FROM WRK-LINHA-AGING
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.

      *** DESTINO DO CREDITO MASCARADO - CONTA SO COM OS 4 ULTIMOS *****
      *** DIGITOS, CHAVE PIX SO COM AS 3 PRIMEIRAS POSICOES ************
       3210-MASCARA-DESTINO.
           MOVE SPACES TO WRK-AGI-DESTINO.
           IF REM-FORMA-PAGAMENTO = 'P'
               MOVE REM-CHAVE-PIX TO WRK-MSC-CHAVE-PIX
               MOVE WRK-MSC-PIX-INICIO TO WRK-PMS-INICIO
               STRING "PIX " DELIMITED BY SIZE
                   WRK-PIX-MASCARADA DELIMITED BY SIZE
                   INTO WRK-AGI-DESTINO
           ELSE
               MOVE REM-CONTA-FAVORECIDO TO WRK-MSC-CONTA
               MOVE WRK-MSC-CONTA-FIM TO WRK-CMS-FINAL
               STRING REM-BANCO-FAVORECIDO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REM-AGENCIA-FAVORECIDO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-CONTA-MASCARADA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   REM-CONTA-DV-FAVORECIDO DELIMITED BY SIZE
                   INTO WRK-AGI-DESTINO
           END-IF.

      *** REGRAVA OS CONFIRMADOS COM A MARCA DE BAIXA ******************
       4000-REGRAVA-CONFIRMADOS.
           IF WRK-QTD-CONFIRMADOS > ZEROS
