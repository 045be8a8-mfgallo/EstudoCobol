      * O VALOR FICA FORA DA REMESSA, APONTADO NO CONSOLE COM RC 4), E
      * ACRESCENTA AO RESUMO DA FOLHA UM REGISTRO TIPADO 'RESC' PARA A
      * EXPORTACAO CONTABIL E A CONCILIACAO DO EVENTO
      *MODIFICACAO: AVISAR QUANDO O DESLIGAMENTO E DIGITADO PARA
      * EMPREGADO COM ESTABILIDADE POR AFASTAMENTO (AFASTAMENTOS.DAT) -
      * AFASTADO NA DATA DO DESLIGAMENTO, ATE 12 MESES APOS O RETORNO
      * DE ACIDENTE DE TRABALHO OU ATE 5 MESES APOS O INICIO DA
      * LICENCA-MATERNIDADE. O OPERADOR CONFIRMA (RC 4) OU CANCELA A
      * RESCISAO SEM NENHUMA GRAVACAO (RC 8)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RESUMO-ARQUIVO ASSIGN TO "DATA/RESUMOFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT AFASTAMENTO-ARQUIVO
               ASSIGN TO "DATA/AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFASTAMENTO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01 LINHA-CNAB PIC X(240).
       FD  RESUMO-ARQUIVO.
           COPY CBRESUMO.
       FD  AFASTAMENTO-ARQUIVO.
           COPY CBAFAST.
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-AFASTAMENTO PIC X(02) VALUE "00".
       77 WRK-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
       77 WRK-AFA-ESTAVEL PIC X(01) VALUE 'N'.
       77 WRK-AFA-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-AFA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-RESCISAO-CONFIRMADA PIC X(01) VALUE 'S'.
       77 WRK-CONFIRMA-ENTRADA PIC X(01) VALUE SPACES.
       77 WRK-AFA-SERIAL-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-SERIAL-RETORNO PIC 9(07) VALUE ZEROS.
       01 WRK-AFA-DATA-CALC.
           02 WRK-AFA-CALC-ANO PIC 9(04).
           02 WRK-AFA-CALC-MES PIC 9(02).
           02 WRK-AFA-CALC-DIA PIC 9(02).
       77 WRK-STATUS-CNAB PIC X(02) VALUE "00".
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-REMESSA-GERADA PIC X(01) VALUE 'N'.
                   UNTIL WRK-ID-VALIDO = 'S'
               PERFORM 1200-CAPTURA-DATA-DESLIGAMENTO
                   UNTIL WRK-TER-DATA-VALIDA = 'S'
               PERFORM 1400-VERIFICA-AFASTAMENTO
               IF WRK-RESCISAO-CONFIRMADA = 'S'
                   PERFORM 1150-BUSCA-EMPRESA-EMPREGADO
                   PERFORM 1300-BUSCA-DATA-ADMISSAO
                   PERFORM 2000-CALCULA-RESCISAO
                   PERFORM 3000-GRAVA-RELATORIO-RESCISAO
                   PERFORM 3200-GERA-REMESSA-RESCISAO
                   PERFORM 3300-GRAVA-RESUMO-RESCISAO
                   PERFORM 3500-MARCA-DESLIGAMENTO
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
           END-IF.
           PERFORM 1310-LE-ADMISSAO.

      *** ESTABILIDADE POR AFASTAMENTO NA DATA DO DESLIGAMENTO - *******
      *** AVISA E PEDE CONFIRMACAO; SEM CONFIRMACAO NADA E GRAVADO *****
       1400-VERIFICA-AFASTAMENTO.
           MOVE 'N' TO WRK-AFA-ESTAVEL.
           MOVE 'S' TO WRK-RESCISAO-CONFIRMADA.
           OPEN INPUT AFASTAMENTO-ARQUIVO.
           IF WRK-STATUS-AFASTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-AFASTAMENTO
               PERFORM 1410-LE-AFASTAMENTO
               PERFORM 1420-CONFERE-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTO = 'S'
               CLOSE AFASTAMENTO-ARQUIVO
           END-IF.
           IF WRK-AFA-ESTAVEL = 'S'
               DISPLAY '*** ATENCAO: EMPREGADO ' WRK-ID-BUSCA
                   ' COM ESTABILIDADE NA DATA ' WRK-TER-DATA
               DISPLAY '*** ' WRK-AFA-MOTIVO ' ATE ' WRK-AFA-LIMITE
               PERFORM 1450-CONFIRMA-RESCISAO
               IF WRK-CONFIRMA-ENTRADA = 'S'
                   DISPLAY 'RESCISAO CONFIRMADA PELO OPERADOR '
                       WRK-OPERADOR
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               ELSE
                   DISPLAY 'RESCISAO CANCELADA - NADA FOI GRAVADO'
                   MOVE 'N' TO WRK-RESCISAO-CONFIRMADA
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.

       1410-LE-AFASTAMENTO.
           READ AFASTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
           END-READ.

      *** AFASTADO NA DATA; ACIDENTE COM BENEFICIO DO INSS (MAIS DE ****
      *** 15 DIAS) ATE 12 MESES APOS O RETORNO; MATERNIDADE ATE 5 ******
      *** MESES APOS O INICIO DA LICENCA *******************************
       1420-CONFERE-AFASTAMENTO.
           IF AFA-EMP-ID = WRK-ID-BUSCA
               AND AFA-DATA-INICIO <= WRK-TER-DATA
               IF AFA-DATA-RETORNO = ZEROS
                   OR AFA-DATA-RETORNO > WRK-TER-DATA
                   MOVE 'S' TO WRK-AFA-ESTAVEL
                   MOVE 'AFASTADO (CONTRATO SUSPENSO)'
                       TO WRK-AFA-MOTIVO
                   MOVE AFA-DATA-RETORNO TO WRK-AFA-LIMITE
               ELSE
                   IF AFA-ACIDENTE
                       MOVE AFA-DATA-INICIO TO WRK-AFA-DATA-CALC
                       COMPUTE WRK-AFA-SERIAL-INICIO =
                           WRK-AFA-CALC-ANO * 360
                           + (WRK-AFA-CALC-MES - 1) * 30
                           + WRK-AFA-CALC-DIA
                       MOVE AFA-DATA-RETORNO TO WRK-AFA-DATA-CALC
                       COMPUTE WRK-AFA-SERIAL-RETORNO =
                           WRK-AFA-CALC-ANO * 360
                           + (WRK-AFA-CALC-MES - 1) * 30
                           + WRK-AFA-CALC-DIA
                       ADD 1 TO WRK-AFA-CALC-ANO
                       IF WRK-AFA-SERIAL-RETORNO
                           > WRK-AFA-SERIAL-INICIO + 15
                           AND WRK-TER-DATA < WRK-AFA-DATA-CALC
                           MOVE 'S' TO WRK-AFA-ESTAVEL
                           MOVE 'ESTABILIDADE ACIDENTARIA (12 MESES)'
                               TO WRK-AFA-MOTIVO
                           MOVE WRK-AFA-DATA-CALC TO WRK-AFA-LIMITE
                       END-IF
                   END-IF
                   IF AFA-MATERNIDADE
                       MOVE AFA-DATA-INICIO TO WRK-AFA-DATA-CALC
                       ADD 5 TO WRK-AFA-CALC-MES
                       IF WRK-AFA-CALC-MES > 12
                           SUBTRACT 12 FROM WRK-AFA-CALC-MES
                           ADD 1 TO WRK-AFA-CALC-ANO
                       END-IF
                       IF WRK-TER-DATA < WRK-AFA-DATA-CALC
                           MOVE 'S' TO WRK-AFA-ESTAVEL
                           MOVE 'ESTABILIDADE DA GESTANTE (5 MESES)'
                               TO WRK-AFA-MOTIVO
                           MOVE WRK-AFA-DATA-CALC TO WRK-AFA-LIMITE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 1410-LE-AFASTAMENTO.

       1450-CONFIRMA-RESCISAO.
           MOVE SPACES TO WRK-CONFIRMA-ENTRADA.
           DISPLAY 'CONFIRMA A RESCISAO MESMO ASSIM? (S/N)'.
           ACCEPT WRK-CONFIRMA-ENTRADA FROM CONSOLE.
           IF WRK-CONFIRMA-ENTRADA NOT = 'S'
               MOVE 'N' TO WRK-CONFIRMA-ENTRADA
           END-IF.

      *** CALCULA AS VERBAS RESCISORIAS SOBRE A BASE HORARIA DE 220 ****
      *** HORAS MENSAIS (MESMA BASE DO CALCULO DE HORAS EXTRAS DA ******
      *** FOLHA) - MES COM 15 OU MAIS DIAS TRABALHADOS CONTA INTEIRO ***
