      * UTEIS, A PARTIR DA REFERENCIA DE FERIADOS (FERIADOS.DAT)
      * CARREGADA NA TABELA DO CALENDARIO COMPARTILHADO - ACABA O
      * AJUSTE MANUAL DOS PERIODOS COM CARNAVAL E CORPUS CHRISTI
      *MODIFICACAO: FERIADOS.DAT MAIOR QUE A TABELA DO CALENDARIO
      * ABORTA COM RC 16 SEM CONTAR OS DIAS UTEIS (ANTES O EXCESSO
      * ESTOURAVA A TABELA)
      *********************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-IDX-FER PIC 9(02) VALUE ZEROS.
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
           PERFORM 1000-CALCULA-CALENDARIO.
           DISPLAY WRK-CAL-DIA-SEMANA-NOME ', PERIODO '
               WRK-CAL-PERIODO-FISCAL.
           IF WRK-RETORNO = ZEROS
               PERFORM 1700-INFORMA-PERIODO-FOLHA
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** CAPTURA OPERADOR E HORARIO DE INICIO DA EXECUCAO ******
                   MOVE 'S' TO WRK-FIM-FERIADO
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) - FERIADO *******
      *** PERDIDO CONTARIA COMO DIA UTIL *******************************
       0220-ARMAZENA-FERIADO.
           IF WRK-CAL-QTD-FERIADOS >= WRK-CAL-MAX-FERIADOS
               DISPLAY "FERIADOS.DAT COM MAIS DE " WRK-CAL-MAX-FERIADOS
                   " FERIADOS - TABELA ESGOTADA, EXECUCAO ABORTADA"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-FERIADO
           ELSE
               ADD 1 TO WRK-CAL-QTD-FERIADOS
               MOVE FED-DATA
                   TO WRK-CAL-FERIADO-DATA (WRK-CAL-QTD-FERIADOS)
               PERFORM 0210-LE-FERIADO
           END-IF.

      *** CONFERE SE A DATA COMPOSTA CORRENTE E FERIADO DA TABELA ******
       0300-VERIFICA-FERIADO.
