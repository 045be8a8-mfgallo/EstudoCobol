      * APONTADO NO CONSOLE COM RC 4), E ACRESCENTA AO RESUMO DA FOLHA
      * UM REGISTRO TIPADO 'FER' PARA A EXPORTACAO CONTABIL E A
      * CONCILIACAO DO EVENTO
      *MODIFICACAO: SUSPENDER A AQUISICAO DE FERIAS PELO AFASTAMENTO
      * (AFASTAMENTOS.DAT) - AUXILIO-DOENCA OU ACIDENTE DE TRABALHO
      * COM MAIS DE 6 MESES (180 DIAS) A CARGO DO INSS FAZ PERDER O
      * PERIODO AQUISITIVO EM CURSO (CLT ART. 133) E A CONTAGEM SO
      * RECOMECA NO RETORNO; OS PERIODOS JA COMPLETOS ANTES DO
      * AFASTAMENTO SAO MANTIDOS. A LICENCA-MATERNIDADE CONTA COMO
      * TEMPO TRABALHADO
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "DATA/DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDENTE.
           SELECT AFASTAMENTO-ARQUIVO
               ASSIGN TO "DATA/AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFASTAMENTO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       01 LINHA-FGTS PIC X(47).
       FD  DEPENDENTE-ARQUIVO.
           COPY CBDEPEND.
       FD  AFASTAMENTO-ARQUIVO.
           COPY CBAFAST.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       FD  CNAB-REMESSA
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-STATUS-AFASTAMENTO PIC X(02) VALUE "00".
       77 WRK-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
       77 WRK-AFA-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-DE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-ATE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-DIAS-INSS PIC 9(07) VALUE ZEROS.
       77 WRK-PERDA-AQUISITIVO PIC X(01) VALUE 'N'.
       77 WRK-PERDA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-PERDA-RETORNO PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODOS-COMPLETOS PIC 9(03) VALUE ZEROS.
       77 WRK-MC-MESES PIC S9(04) VALUE ZEROS.
       01 WRK-AFA-DATA-CONV.
           02 WRK-AFA-CONV-ANO PIC 9(04).
           02 WRK-AFA-CONV-MES PIC 9(02).
           02 WRK-AFA-CONV-DIA PIC 9(02).
      *** MESES COMPLETOS ENTRE DUAS DATAS (MESMA REGRA DO SALDO) ******
       01 WRK-MC-DATA-DE.
           02 WRK-MC-DE-ANO PIC 9(04).
           02 WRK-MC-DE-MES PIC 9(02).
           02 WRK-MC-DE-DIA PIC 9(02).
       01 WRK-MC-DATA-ATE.
           02 WRK-MC-ATE-ANO PIC 9(04).
           02 WRK-MC-ATE-MES PIC 9(02).
           02 WRK-MC-ATE-DIA PIC 9(02).
       01 WRK-CAB-FERIAS-1.
           02 FILLER PIC X(10) VALUE SPACES.
           02 WRK-FER-EMPRESA PIC X(30).
           PERFORM 1310-LE-ADMISSAO.

      *** SALDO = 2,5 DIAS POR MES COMPLETO DESDE A ADMISSAO MENOS *****
      *** OS DIAS JA GOZADOS REGISTRADOS EM FERIAS.DAT - COM PERDA *****
      *** DO PERIODO AQUISITIVO POR AFASTAMENTO, CONTAM SO OS PERIODOS *
      *** COMPLETOS ANTES DELE E OS MESES DESDE O RETORNO **************
       2000-CALCULA-SALDO-FERIAS.
           COMPUTE WRK-MESES-TOTAIS =
               ((WRK-ANO - WRK-ADM-ANO) * 12)
           IF WRK-MESES-TOTAIS < 0
               MOVE ZEROS TO WRK-MESES-TOTAIS
           END-IF.
           PERFORM 2050-VERIFICA-AFASTAMENTOS.
           IF WRK-PERDA-AQUISITIVO = 'S'
               PERFORM 2070-APLICA-PERDA-AQUISITIVO
           END-IF.
           COMPUTE WRK-DIAS-GANHOS = WRK-MESES-TOTAIS * 30 / 12.
           MOVE ZEROS TO WRK-DIAS-GOZADOS.
           OPEN INPUT FERIAS-ARQUIVO.
           END-IF.
           PERFORM 2010-LE-FERIAS.

      *** PROCURA O AFASTAMENTO MAIS RECENTE DO EMPREGADO POR DOENCA ***
      *** OU ACIDENTE COM MAIS DE 180 DIAS A CARGO DO INSS (DO 16o DIA *
      *** ATE A VESPERA DO RETORNO, OU ATE HOJE SE AINDA ABERTO) *******
       2050-VERIFICA-AFASTAMENTOS.
           MOVE 'N' TO WRK-PERDA-AQUISITIVO.
           MOVE ZEROS TO WRK-PERDA-INICIO.
           MOVE ZEROS TO WRK-PERDA-RETORNO.
           MOVE WRK-DATA TO WRK-AFA-DATA-CONV.
           PERFORM 2065-CONVERTE-DATA-AFA.
           MOVE WRK-AFA-SERIAL TO WRK-AFA-HOJE.
           OPEN INPUT AFASTAMENTO-ARQUIVO.
           IF WRK-STATUS-AFASTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-AFASTAMENTO
               PERFORM 2055-LE-AFASTAMENTO
               PERFORM 2060-CONFERE-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTO = 'S'
               CLOSE AFASTAMENTO-ARQUIVO
           END-IF.

       2055-LE-AFASTAMENTO.
           READ AFASTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
           END-READ.

       2060-CONFERE-AFASTAMENTO.
           IF AFA-EMP-ID = WRK-ID-BUSCA
               AND (AFA-DOENCA OR AFA-ACIDENTE)
               AND AFA-DATA-INICIO > WRK-PERDA-INICIO
               MOVE AFA-DATA-INICIO TO WRK-AFA-DATA-CONV
               PERFORM 2065-CONVERTE-DATA-AFA
               COMPUTE WRK-AFA-DE = WRK-AFA-SERIAL + 15
               IF AFA-DATA-RETORNO = ZEROS
                   MOVE WRK-AFA-HOJE TO WRK-AFA-ATE
               ELSE
                   MOVE AFA-DATA-RETORNO TO WRK-AFA-DATA-CONV
                   PERFORM 2065-CONVERTE-DATA-AFA
                   COMPUTE WRK-AFA-ATE = WRK-AFA-SERIAL - 1
               END-IF
               MOVE ZEROS TO WRK-AFA-DIAS-INSS
               IF WRK-AFA-ATE >= WRK-AFA-DE
                   COMPUTE WRK-AFA-DIAS-INSS =
                       WRK-AFA-ATE - WRK-AFA-DE + 1
               END-IF
               IF WRK-AFA-DIAS-INSS > 180
                   MOVE 'S' TO WRK-PERDA-AQUISITIVO
                   MOVE AFA-DATA-INICIO TO WRK-PERDA-INICIO
                   MOVE AFA-DATA-RETORNO TO WRK-PERDA-RETORNO
               END-IF
           END-IF.
           PERFORM 2055-LE-AFASTAMENTO.

       2065-CONVERTE-DATA-AFA.
           IF WRK-AFA-CONV-DIA > 30
               MOVE 30 TO WRK-AFA-CONV-DIA
           END-IF.
           COMPUTE WRK-AFA-SERIAL = WRK-AFA-CONV-ANO * 360
               + (WRK-AFA-CONV-MES - 1) * 30 + WRK-AFA-CONV-DIA.

      *** MANTEM OS PERIODOS AQUISITIVOS COMPLETOS ATE O INICIO DO *****
      *** AFASTAMENTO E RECOMECA A CONTAGEM NO RETORNO (AINDA **********
      *** AFASTADO, NADA ACUMULA DEPOIS DO INICIO) *********************
       2070-APLICA-PERDA-AQUISITIVO.
           MOVE WRK-ADM-DATA TO WRK-MC-DATA-DE.
           MOVE WRK-PERDA-INICIO TO WRK-MC-DATA-ATE.
           PERFORM 2080-CALCULA-MESES-ENTRE.
           COMPUTE WRK-PERIODOS-COMPLETOS = WRK-MC-MESES / 12.
           MOVE ZEROS TO WRK-MC-MESES.
           IF WRK-PERDA-RETORNO NOT = ZEROS
               AND WRK-PERDA-RETORNO <= WRK-DATA
               MOVE WRK-PERDA-RETORNO TO WRK-MC-DATA-DE
               MOVE WRK-DATA TO WRK-MC-DATA-ATE
               PERFORM 2080-CALCULA-MESES-ENTRE
           END-IF.
           COMPUTE WRK-MESES-TOTAIS =
               WRK-PERIODOS-COMPLETOS * 12 + WRK-MC-MESES.
           DISPLAY 'AFASTAMENTO INICIADO EM ' WRK-PERDA-INICIO
               ' COM MAIS DE 6 MESES PELO INSS - PERIODO AQUISITIVO '
               'EM CURSO PERDIDO (CLT ART. 133)'.

       2080-CALCULA-MESES-ENTRE.
           COMPUTE WRK-MC-MESES =
               ((WRK-MC-ATE-ANO - WRK-MC-DE-ANO) * 12)
                   + WRK-MC-ATE-MES - WRK-MC-DE-MES.
           IF WRK-MC-ATE-DIA < WRK-MC-DE-DIA
               SUBTRACT 1 FROM WRK-MC-MESES
           END-IF.
           IF WRK-MC-MESES < 0
               MOVE ZEROS TO WRK-MC-MESES
           END-IF.

      *** CAPTURA OS DIAS A GOZAR (BRANCO = SOMENTE CONSULTA) **********
       2500-CAPTURA-AGENDAMENTO.
           MOVE SPACES TO WRK-DIAS-ENTRADA.
