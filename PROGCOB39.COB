       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB39.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: IMPORTACAO DO PONTO ELETRONICO - LE A EXPORTACAO DO
      * RELOGIO DE PONTO (PONTO.DAT, UMA MARCACAO DE ENTRADA E SAIDA
      * POR EMPREGADO POR DIA) DA COMPETENCIA E GERA AS TRANSACOES QUE
      * A FOLHA (PROGCOB04) LE, NO MESMO LAYOUT QUE ERA DIGITADO:
      *   - HORASEXTRAS.DAT - HORAS ALEM DA JORNADA DE 8 HORAS NOS DIAS
      *     UTEIS (TOLERANCIA DE 10 MINUTOS NO DIA, CLT ART. 58 PAR.
      *     1o) E TODAS AS HORAS TRABALHADAS EM SABADO, DOMINGO OU
      *     FERIADO. O INTERVALO DE 1 HORA E DESCONTADO DA PERMANENCIA
      *     ACIMA DE 6 HORAS (CLT ART. 71)
      *   - FALTAS.DAT - DIAS UTEIS SEM MARCACAO, COMO FALTA NAO
      *     JUSTIFICADA (A JUSTIFICATIVA E LANCADA DEPOIS PELO RH)
      * OS DIAS UTEIS SEGUEM A MESMA REGRA DO PERIODO DE FOLHA DO
      * PROGCOB03 (DIA DA SEMANA POR ZELLER, SEM SABADOS, DOMINGOS E
      * FERIADOS DE FERIADOS.DAT). NAO CONTAM COMO FALTA OS DIAS ANTES
      * DA ADMISSAO, DEPOIS DO DESLIGAMENTO, EM FERIAS (FERIAS.DAT) OU
      * EM AFASTAMENTO (AFASTAMENTOS.DAT).
      * NADA E DEDUZIDO DE MARCACAO ESTRANHA: MARCACAO INCOMPLETA,
      * HORARIO INVALIDO, SAIDA ANTES DA ENTRADA, DIA DUPLICADO, JORNADA
      * INCOMPLETA OU ACIMA DO LIMITE LEGAL, DATA FORA DA COMPETENCIA,
      * EMPREGADO NAO CADASTRADO E EMPREGADO SEM NENHUMA MARCACAO NO
      * MES SAEM NO RELATORIO DE OCORRENCIAS (PONTO.PRT) PARA O
      * SUPERVISOR, SEM GERAR HORA EXTRA NEM FALTA PARA O DIA (RC 4).
      * A COMPETENCIA VEM DE FOLHACOMPETENCIA (AUSENTE = MES CORRENTE).
      * A IMPORTACAO RECUSA (RC 8, SEM TOCAR NOS ARQUIVOS) QUANDO O
      * CONTROLE DE EXECUCAO MOSTRA A FOLHA MENSAL DA COMPETENCIA EM
      * EXECUCAO OU PAGA, OU A COMPETENCIA FECHADA - AS TRANSACOES JA
      * FORAM CONSUMIDAS. SEM PONTO.DAT OU SEM MASTER, RC 16.
      * A EXPORTACAO NAO PRECISA VIR ORDENADA: AS MARCACOES SAO
      * CARREGADAS NUM ARQUIVO DE TRABALHO INDEXADO POR EMPREGADO E
      * DATA (PONTOTRAB.DAT), QUE TAMBEM APONTA O DIA DUPLICADO
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO-ARQUIVO ASSIGN TO "DATA/PONTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PONTO.
           SELECT PONTO-TRABALHO ASSIGN TO "DATA/PONTOTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTR-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WRK-STATUS-EMPLOYEE.
           SELECT HORAEXTRA-ARQUIVO ASSIGN TO "DATA/HORASEXTRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORAEXTRA.
           SELECT FALTA-ARQUIVO ASSIGN TO "DATA/FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FALTA.
           SELECT FERIADO-ARQUIVO ASSIGN TO "DATA/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADO.
           SELECT ADMISSAO-ARQUIVO ASSIGN TO "DATA/ADMISSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ADMISSAO.
           SELECT FERIAS-ARQUIVO ASSIGN TO "DATA/FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIAS.
           SELECT AFASTAMENTO-ARQUIVO
               ASSIGN TO "DATA/AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFASTAMENTO.
           SELECT CONTROLE-EXEC-ARQUIVO
               ASSIGN TO "DATA/CONTROLEEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE-EXEC.
           SELECT PONTO-RELATORIO ASSIGN TO "DATA/PONTO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-ARQUIVO.
           COPY CBPONTO.
       FD  PONTO-TRABALHO.
       01 PONTO-TRABALHO-RECORD.
           02 PTR-CHAVE.
               03 PTR-ID PIC 9(06).
               03 PTR-DATA PIC 9(08).
           02 PTR-ENTRADA PIC X(04).
           02 PTR-SAIDA PIC X(04).
           02 PTR-SITUACAO PIC X(01).
               88 PTR-DUPLICADA VALUE "D".
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  HORAEXTRA-ARQUIVO.
       01 HORAEXTRA-RECORD.
           02 HE-ID PIC 9(06).
           02 HE-HORAS PIC 9(03)V99.
       FD  FALTA-ARQUIVO.
       01 FALTA-RECORD.
           02 FAL-ID PIC 9(06).
           02 FAL-DIAS PIC 9(02)V9.
           02 FAL-JUSTIFICADA PIC X(01).
       FD  FERIADO-ARQUIVO.
           COPY CBFERIAD.
       FD  ADMISSAO-ARQUIVO.
           COPY CBADMISS.
       FD  FERIAS-ARQUIVO.
       01 REG-FERIAS.
           02 FER-ID PIC 9(06).
           02 FER-DATA-INICIO PIC 9(08).
           02 FER-DIAS PIC 9(02).
           02 FER-VALOR PIC 9(07)V99.
           02 FER-TERCO PIC 9(06)V99.
           02 FER-INSS PIC 9(06)V99.
           02 FER-IRRF PIC 9(06)V99.
           02 FER-LIQUIDO PIC S9(07)V99.
       FD  AFASTAMENTO-ARQUIVO.
           COPY CBAFAST.
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
       FD  PONTO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PONTO PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-HORAEXTRA PIC X(02) VALUE "00".
       77 WRK-STATUS-FALTA PIC X(02) VALUE "00".
       77 WRK-STATUS-FERIADO PIC X(02) VALUE "00".
       77 WRK-STATUS-ADMISSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-FERIAS PIC X(02) VALUE "00".
       77 WRK-STATUS-AFASTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
      *** REGRAS DA JORNADA (MINUTOS) **********************************
       77 WRK-JORNADA-DIARIA PIC 9(04) VALUE 480.
       77 WRK-TOLERANCIA-DIARIA PIC 9(04) VALUE 10.
       77 WRK-PERMANENCIA-INTERVALO PIC 9(04) VALUE 360.
       77 WRK-INTERVALO-MINIMO PIC 9(04) VALUE 60.
       77 WRK-LIMITE-DIARIO PIC 9(04) VALUE 600.
      *** COMPETENCIA IMPORTADA ****************************************
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 WRK-COMP-PARTES.
           02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMP-NUM REDEFINES WRK-COMP-PARTES PIC 9(06).
       77 WRK-COMP-PRIMEIRO-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-ULTIMO-DIA PIC 9(08) VALUE ZEROS.
      *** CONTROLE DE EXECUCAO *****************************************
       77 WRK-FIM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-COMP-CONSUMIDA PIC X(01) VALUE 'N'.
       77 WRK-CTL-CONSUMIDOR PIC X(09) VALUE SPACES.
       77 WRK-CTL-SITUACAO PIC X(01) VALUE SPACES.
      *** CALENDARIO DA COMPETENCIA - MESMA REGRA DO PROGCOB03 *********
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
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
       77 WRK-DIAS-COMPETENCIA PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
      *** UM DIA DO MES POR OCORRENCIA - INDICADOR DE DIA UTIL DA ******
      *** COMPETENCIA E A SITUACAO DO DIA PARA O EMPREGADO EM APURACAO *
      *** (BRANCO = SEM MARCACAO, T = TRABALHADO, X = OCORRENCIA, ******
      ***  A = ABONADO - FORA DO CONTRATO, FERIAS OU AFASTAMENTO) ******
       01 WRK-TAB-DIAS.
           02 WRK-TAB-DIA OCCURS 31 TIMES.
               03 TAB-DIA-UTIL PIC X(01).
               03 TAB-DIA-SITUACAO PIC X(01).
       77 WRK-IDX-DIA PIC 9(02) VALUE ZEROS.
      *** PRIMEIRA PASSAGEM - CARGA DAS MARCACOES **********************
       77 WRK-FIM-PONTO PIC X(01) VALUE 'N'.
       77 WRK-MARCACAO-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-EMP-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CARREGADOS PIC 9(07) VALUE ZEROS.
      *** SEGUNDA PASSAGEM - APURACAO POR EMPREGADO ********************
       77 WRK-FIM-EMPLOYEE PIC X(01) VALUE 'N'.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
       77 WRK-QTD-MARCACOES-EMP PIC 9(03) VALUE ZEROS.
       77 WRK-MINUTOS-EXTRAS PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-FALTA PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-SEM-MARCACAO PIC 9(02) VALUE ZEROS.
       77 WRK-MIN-ENTRADA PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-SAIDA PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-TRABALHADOS PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-JORNADA-MINIMA PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-JORNADA-MAXIMA PIC 9(04) VALUE ZEROS.
       77 WRK-OCORRENCIA PIC X(40) VALUE SPACES.
       01 WRK-HORARIO.
           02 WRK-HOR-HH PIC 9(02).
           02 WRK-HOR-MM PIC 9(02).
       01 WRK-HORARIO-X REDEFINES WRK-HORARIO PIC X(04).
       77 WRK-HORARIO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-MINUTOS-HORARIO PIC 9(04) VALUE ZEROS.
      *** DIAS ABONADOS (ADMISSAO, FERIAS, AFASTAMENTO) ****************
       77 WRK-ADM-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-FER-RESTANTES PIC 9(02) VALUE ZEROS.
       01 WRK-FER-DATA.
           02 WRK-FER-ANO PIC 9(04).
           02 WRK-FER-MES PIC 9(02).
           02 WRK-FER-DIA PIC 9(02).
       01 WRK-FER-DATA-NUM REDEFINES WRK-FER-DATA PIC 9(08).
      *** TOTAIS DA IMPORTACAO *****************************************
       77 WRK-QTD-EMPREGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EMP-HORAEXTRA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EMP-FALTA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-HORAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOT-FALTAS PIC 9(05) VALUE ZEROS.
      *** RELATORIO DE OCORRENCIAS *************************************
       01 WRK-CAB-1.
           02 FILLER PIC X(39)
               VALUE "IMPORTACAO DO PONTO - COMPETENCIA ".
           02 WRK-CAB-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CAB-ANO PIC 9(04).
           02 FILLER PIC X(13) VALUE "  DIAS UTEIS ".
           02 WRK-CAB-DIAS-UTEIS PIC Z9.
       01 WRK-CAB-2.
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(11) VALUE "DATA".
           02 FILLER PIC X(06) VALUE "ENTR".
           02 FILLER PIC X(06) VALUE "SAIDA".
           02 FILLER PIC X(40) VALUE "OCORRENCIA / TRANSACAO GERADA".
       01 WRK-LINHA-DETALHE.
           02 WRK-DET-ID PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-ENTRADA PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-SAIDA PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-OCORRENCIA PIC X(40).
       01 WRK-LINHA-GERADA.
           02 WRK-GER-ID PIC 9(06).
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "HORAS EXTRAS: ".
           02 WRK-GER-HORAS PIC ZZ9,99.
           02 FILLER PIC X(10) VALUE "  FALTAS: ".
           02 WRK-GER-FALTAS PIC Z9.
       01 WRK-LINHA-TOTAL.
           02 WRK-TOT-ROTULO PIC X(40).
           02 WRK-TOT-VALOR PIC ZZZ.ZZ9,99.
       01 WRK-DATA-EDICAO.
           02 WRK-DTE-ANO PIC 9(04).
           02 WRK-DTE-MES PIC 9(02).
           02 WRK-DTE-DIA PIC 9(02).
       01 WRK-DATA-EDICAO-NUM REDEFINES WRK-DATA-EDICAO PIC 9(08).
       01 WRK-DATA-EDITADA.
           02 WRK-DTD-DIA PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-DTD-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-DTD-ANO PIC 9(04).
       01 WRK-HORA-EDITADA.
           02 WRK-HED-HH PIC X(02).
           02 FILLER PIC X(01) VALUE ":".
           02 WRK-HED-MM PIC X(02).
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
               PERFORM 1100-VERIFICA-CONTROLE-EXEC
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 1200-MONTA-CALENDARIO
               PERFORM 2000-CARREGA-MARCACOES
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 3000-APURA-EMPREGADOS
               PERFORM 5000-IMPRIME-TOTAIS
               CLOSE PONTO-RELATORIO
               DISPLAY 'PONTO DA COMPETENCIA ' WRK-COMPETENCIA
                   ' IMPORTADO - OCORRENCIAS: ' WRK-QTD-OCORRENCIAS
               IF WRK-QTD-OCORRENCIAS > ZEROS
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
           MOVE "PROGCOB39" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** COMPETENCIA PELA VARIAVEL FOLHACOMPETENCIA=AAAAMM (AUSENTE = *
      *** MES CORRENTE, O MESMO QUE A FOLHA MENSAL PAGA) ***************
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
                   ') - PONTO NAO IMPORTADO'
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE WRK-COMP-NUM TO WRK-COMPETENCIA
               MOVE WRK-COMP-ANO TO WRK-BIS-ANO
               MOVE WRK-COMP-MES TO WRK-BIS-MES
               PERFORM 9100-CALCULA-DIAS-NO-MES
               MOVE WRK-DIAS-NO-MES TO WRK-DIAS-COMPETENCIA
               COMPUTE WRK-COMP-PRIMEIRO-DIA = (WRK-COMPETENCIA * 100)
                   + 1
               COMPUTE WRK-COMP-ULTIMO-DIA = (WRK-COMPETENCIA * 100)
                   + WRK-DIAS-COMPETENCIA
           END-IF.

      *** AS TRANSACOES SO PODEM SER REGERADAS ENQUANTO NENHUMA FOLHA **
      *** MENSAL OFICIAL AS CONSUMIU: FOLHA EM EXECUCAO ('E') OU PAGA **
      *** ('P') EM QUALQUER EMPRESA, OU COMPETENCIA JA FECHADA PELO ****
      *** PROGCOB21, RECUSAM A IMPORTACAO (A SIMULACAO NAO MARCA O *****
      *** CONTROLE E NAO IMPEDE) ***************************************
       1100-VERIFICA-CONTROLE-EXEC.
           MOVE 'N' TO WRK-COMP-CONSUMIDA.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 1110-LE-CONTROLE
               PERFORM 1120-CONFERE-CONTROLE
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.
           IF WRK-COMP-CONSUMIDA = 'S'
               DISPLAY 'COMPETENCIA ' WRK-COMP-MES '/' WRK-COMP-ANO
                   ' JA CONSUMIDA POR ' WRK-CTL-CONSUMIDOR
                   ' (SITUACAO ' WRK-CTL-SITUACAO ') - IMPORTACAO '
                   'RECUSADA, HORASEXTRAS.DAT E FALTAS.DAT MANTIDOS'
               MOVE 8 TO WRK-RETORNO
           END-IF.

       1110-LE-CONTROLE.
           READ CONTROLE-EXEC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

       1120-CONFERE-CONTROLE.
           IF CTL-ANO = WRK-COMP-ANO AND CTL-MES = WRK-COMP-MES
               IF (CTL-PROGRAMA = "PROGCOB04"
                       AND (CTL-STATUS = 'E' OR CTL-STATUS = 'P'))
                   OR (CTL-PROGRAMA = "PROGCOB21"
                       AND CTL-STATUS = 'P')
                   MOVE 'S' TO WRK-COMP-CONSUMIDA
                   MOVE CTL-PROGRAMA TO WRK-CTL-CONSUMIDOR
                   MOVE CTL-STATUS TO WRK-CTL-SITUACAO
               END-IF
           END-IF.
           PERFORM 1110-LE-CONTROLE.

      *** MONTA OS DIAS DA COMPETENCIA: DIA DA SEMANA PELA CONGRUENCIA *
      *** DE ZELLER E FERIADOS DE FERIADOS.DAT, COMO NO PROGCOB03 ******
       1200-MONTA-CALENDARIO.
           MOVE ZEROS TO WRK-CAL-QTD-FERIADOS.
           OPEN INPUT FERIADO-ARQUIVO.
           IF WRK-STATUS-FERIADO NOT = "35"
               MOVE 'N' TO WRK-FIM-FERIADO
               PERFORM 1210-LE-FERIADO
               PERFORM 1220-ARMAZENA-FERIADO
                   UNTIL WRK-FIM-FERIADO = 'S'
               CLOSE FERIADO-ARQUIVO
           END-IF.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE WRK-COMP-ANO TO WRK-ANO.
           MOVE WRK-COMP-MES TO WRK-MES.
           PERFORM 1230-CLASSIFICA-DIA
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA.

       1210-LE-FERIADO.
           READ FERIADO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-FERIADO
           END-READ.

      *** SO OS FERIADOS DA COMPETENCIA INTERESSAM A IMPORTACAO ********
       1220-ARMAZENA-FERIADO.
           IF FED-DATA >= WRK-COMP-PRIMEIRO-DIA
               AND FED-DATA <= WRK-COMP-ULTIMO-DIA
               AND WRK-CAL-QTD-FERIADOS < 60
               ADD 1 TO WRK-CAL-QTD-FERIADOS
               MOVE FED-DATA
                   TO WRK-CAL-FERIADO-DATA (WRK-CAL-QTD-FERIADOS)
           END-IF.
           PERFORM 1210-LE-FERIADO.

       1230-CLASSIFICA-DIA.
           MOVE WRK-IDX-DIA TO WRK-DIA.
           PERFORM 1240-CALCULA-CALENDARIO.
           COMPUTE WRK-DATA-COMPOSTA =
               (WRK-COMPETENCIA * 100) + WRK-IDX-DIA.
           PERFORM 1250-VERIFICA-FERIADO.
           IF NOT CAL-DOMINGO AND NOT CAL-SABADO
               AND NOT CAL-FERIADO
               MOVE 'S' TO TAB-DIA-UTIL (WRK-IDX-DIA)
               ADD 1 TO WRK-DIAS-UTEIS
           ELSE
               MOVE 'N' TO TAB-DIA-UTIL (WRK-IDX-DIA)
           END-IF.

      *********** DERIVA DIA DA SEMANA (CONGRUENCIA DE ZELLER) **********
       1240-CALCULA-CALENDARIO.
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
       1250-VERIFICA-FERIADO.
           MOVE 'N' TO WRK-CAL-DIA-FERIADO.
           PERFORM 1255-CONFERE-FERIADO
               VARYING WRK-IDX-FER FROM 1 BY 1
               UNTIL WRK-IDX-FER > WRK-CAL-QTD-FERIADOS
                   OR CAL-FERIADO.

       1255-CONFERE-FERIADO.
           IF WRK-CAL-FERIADO-DATA (WRK-IDX-FER) = WRK-DATA-COMPOSTA
               MOVE 'S' TO WRK-CAL-DIA-FERIADO
           END-IF.

      *** PRIMEIRA PASSAGEM - CARREGA AS MARCACOES DA COMPETENCIA NO ***
      *** ARQUIVO DE TRABALHO POR EMPREGADO E DATA; REGISTRO FORA DA ***
      *** COMPETENCIA, DE EMPREGADO NAO CADASTRADO OU DIA DUPLICADO ****
      *** VIRA OCORRENCIA **********************************************
       2000-CARREGA-MARCACOES.
           OPEN INPUT PONTO-ARQUIVO.
           IF WRK-STATUS-PONTO NOT = "00"
               DISPLAY 'PONTO.DAT NAO PODE SER ABERTO - STATUS '
                   WRK-STATUS-PONTO ' - PONTO NAO IMPORTADO'
               MOVE 16 TO WRK-RETORNO
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WRK-STATUS-EMPLOYEE NOT = "00"
                   DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - '
                       'STATUS ' WRK-STATUS-EMPLOYEE
                       ' - PONTO NAO IMPORTADO'
                   MOVE 16 TO WRK-RETORNO
                   CLOSE PONTO-ARQUIVO
               END-IF
           END-IF.
           IF WRK-RETORNO = ZEROS
               OPEN OUTPUT PONTO-TRABALHO
               CLOSE PONTO-TRABALHO
               OPEN I-O PONTO-TRABALHO
               OPEN OUTPUT PONTO-RELATORIO
               MOVE WRK-COMP-MES TO WRK-CAB-MES
               MOVE WRK-COMP-ANO TO WRK-CAB-ANO
               MOVE WRK-DIAS-UTEIS TO WRK-CAB-DIAS-UTEIS
               WRITE LINHA-RELATORIO FROM WRK-CAB-1
               WRITE LINHA-RELATORIO FROM WRK-CAB-2
               MOVE 'N' TO WRK-FIM-PONTO
               PERFORM 2010-LE-PONTO
               PERFORM 2020-CARREGA-MARCACAO
                   UNTIL WRK-FIM-PONTO = 'S'
               CLOSE PONTO-ARQUIVO
           END-IF.

       2010-LE-PONTO.
           READ PONTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-PONTO
           END-READ.

       2020-CARREGA-MARCACAO.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE 'S' TO WRK-MARCACAO-VALIDA.
           EVALUATE TRUE
               WHEN PNT-EMP-ID NOT NUMERIC OR PNT-DATA NOT NUMERIC
                   MOVE "REGISTRO INVALIDO (ID OU DATA)"
                       TO WRK-OCORRENCIA
                   MOVE 'N' TO WRK-MARCACAO-VALIDA
               WHEN PNT-DATA < WRK-COMP-PRIMEIRO-DIA
                   OR PNT-DATA > WRK-COMP-ULTIMO-DIA
                   MOVE "DATA FORA DA COMPETENCIA" TO WRK-OCORRENCIA
                   MOVE 'N' TO WRK-MARCACAO-VALIDA
           END-EVALUATE.
           IF WRK-MARCACAO-VALIDA = 'S'
               MOVE 'S' TO WRK-EMP-ENCONTRADO
               MOVE PNT-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WRK-EMP-ENCONTRADO
               END-READ
               IF WRK-EMP-ENCONTRADO NOT = 'S'
                   MOVE "EMPREGADO NAO CADASTRADO" TO WRK-OCORRENCIA
                   MOVE 'N' TO WRK-MARCACAO-VALIDA
               END-IF
           END-IF.
           IF WRK-MARCACAO-VALIDA = 'S'
               PERFORM 2030-GRAVA-TRABALHO
           ELSE
               MOVE PNT-EMP-ID TO PTR-ID
               MOVE PNT-DATA TO PTR-DATA
               MOVE PNT-ENTRADA TO PTR-ENTRADA
               MOVE PNT-SAIDA TO PTR-SAIDA
               PERFORM 9000-IMPRIME-OCORRENCIA
           END-IF.
           PERFORM 2010-LE-PONTO.

      *** SEGUNDA MARCACAO NO MESMO DIA: O DIA INTEIRO VIRA OCORRENCIA *
       2030-GRAVA-TRABALHO.
           MOVE PNT-EMP-ID TO PTR-ID.
           MOVE PNT-DATA TO PTR-DATA.
           MOVE PNT-ENTRADA TO PTR-ENTRADA.
           MOVE PNT-SAIDA TO PTR-SAIDA.
           MOVE SPACES TO PTR-SITUACAO.
           WRITE PONTO-TRABALHO-RECORD
               INVALID KEY
                   PERFORM 2040-MARCA-DUPLICADA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CARREGADOS
           END-WRITE.

       2040-MARCA-DUPLICADA.
           MOVE "MARCACAO DUPLICADA NO DIA" TO WRK-OCORRENCIA.
           PERFORM 9000-IMPRIME-OCORRENCIA.
           READ PONTO-TRABALHO
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "D" TO PTR-SITUACAO.
           REWRITE PONTO-TRABALHO-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *** SEGUNDA PASSAGEM - EMPREGADO A EMPREGADO NA ORDEM DO MASTER: *
      *** AVALIA AS MARCACOES DO ARQUIVO DE TRABALHO, CONTA OS DIAS ****
      *** UTEIS SEM MARCACAO E GRAVA AS TRANSACOES DA FOLHA ************
       3000-APURA-EMPREGADOS.
           OPEN OUTPUT HORAEXTRA-ARQUIVO.
           OPEN OUTPUT FALTA-ARQUIVO.
           MOVE 'N' TO WRK-FIM-EMPLOYEE.
           MOVE ZEROS TO EMP-ID.
           START EMPLOYEE-MASTER KEY NOT < EMP-ID
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-EMPLOYEE
           END-START.
           IF WRK-FIM-EMPLOYEE NOT = 'S'
               PERFORM 3010-LE-EMPREGADO
               PERFORM 3020-APURA-EMPREGADO
                   UNTIL WRK-FIM-EMPLOYEE = 'S'
           END-IF.
           CLOSE HORAEXTRA-ARQUIVO.
           CLOSE FALTA-ARQUIVO.
           CLOSE PONTO-TRABALHO.
           CLOSE EMPLOYEE-MASTER.

       3010-LE-EMPREGADO.
           READ EMPLOYEE-MASTER NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-EMPLOYEE
           END-READ.

      *** DESLIGADO ANTES DA COMPETENCIA NAO TEM DIA ESPERADO **********
       3020-APURA-EMPREGADO.
           IF EMP-DESLIGADO
               AND EMP-DATA-DESLIGAMENTO < WRK-COMP-PRIMEIRO-DIA
               PERFORM 3030-VERIFICA-MARCACAO-DESLIG
           ELSE
               ADD 1 TO WRK-QTD-EMPREGADOS
               MOVE ZEROS TO WRK-MINUTOS-EXTRAS
               MOVE ZEROS TO WRK-DIAS-FALTA
               MOVE ZEROS TO WRK-QTD-MARCACOES-EMP
               PERFORM 3040-LIMPA-DIA
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA
               PERFORM 3100-AVALIA-MARCACOES
               PERFORM 3300-CONTA-AUSENCIAS
               PERFORM 3500-GRAVA-TRANSACOES
           END-IF.
           PERFORM 3010-LE-EMPREGADO.

      *** MARCACAO DE QUEM JA ESTAVA DESLIGADO E SEMPRE OCORRENCIA *****
       3030-VERIFICA-MARCACAO-DESLIG.
           PERFORM 3110-POSICIONA-TRABALHO.
           PERFORM 3035-APONTA-MARCACAO-DESLIG
               UNTIL WRK-FIM-TRABALHO = 'S'.

       3035-APONTA-MARCACAO-DESLIG.
           MOVE "MARCACAO APOS O DESLIGAMENTO" TO WRK-OCORRENCIA.
           PERFORM 9000-IMPRIME-OCORRENCIA.
           PERFORM 3120-LE-TRABALHO.

       3040-LIMPA-DIA.
           MOVE SPACES TO TAB-DIA-SITUACAO (WRK-IDX-DIA).

       3100-AVALIA-MARCACOES.
           PERFORM 3110-POSICIONA-TRABALHO.
           PERFORM 3200-AVALIA-DIA
               UNTIL WRK-FIM-TRABALHO = 'S'.

       3110-POSICIONA-TRABALHO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE EMP-ID TO PTR-ID.
           MOVE ZEROS TO PTR-DATA.
           START PONTO-TRABALHO KEY NOT < PTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           IF WRK-FIM-TRABALHO NOT = 'S'
               PERFORM 3120-LE-TRABALHO
           END-IF.

       3120-LE-TRABALHO.
           READ PONTO-TRABALHO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.
           IF WRK-FIM-TRABALHO NOT = 'S'
               IF PTR-ID NOT = EMP-ID
                   MOVE 'S' TO WRK-FIM-TRABALHO
               END-IF
           END-IF.

      *** AVALIA UM DIA COM MARCACAO - O QUE NAO FOR CLARO VAI PARA O **
      *** SUPERVISOR E O DIA NAO GERA HORA EXTRA NEM FALTA *************
       3200-AVALIA-DIA.
           ADD 1 TO WRK-QTD-MARCACOES-EMP.
           COMPUTE WRK-IDX-DIA = PTR-DATA - (WRK-COMPETENCIA * 100).
           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE PTR-ENTRADA TO WRK-HORARIO-X.
           PERFORM 3210-VALIDA-HORARIO.
           MOVE WRK-MINUTOS-HORARIO TO WRK-MIN-ENTRADA.
           IF WRK-HORARIO-VALIDO = 'S'
               MOVE PTR-SAIDA TO WRK-HORARIO-X
               PERFORM 3210-VALIDA-HORARIO
               MOVE WRK-MINUTOS-HORARIO TO WRK-MIN-SAIDA
           END-IF.
           EVALUATE TRUE
               WHEN PTR-DUPLICADA
                   MOVE "DIA COM MARCACAO DUPLICADA - NAO APURADO"
                       TO WRK-OCORRENCIA
               WHEN WRK-IDX-DIA < 1
                   OR WRK-IDX-DIA > WRK-DIAS-COMPETENCIA
                   MOVE "DATA INVALIDA" TO WRK-OCORRENCIA
               WHEN EMP-DESLIGADO
                   AND PTR-DATA > EMP-DATA-DESLIGAMENTO
                   MOVE "MARCACAO APOS O DESLIGAMENTO"
                       TO WRK-OCORRENCIA
               WHEN PTR-ENTRADA = SPACES OR PTR-SAIDA = SPACES
                   MOVE "MARCACAO INCOMPLETA (FALTA ENTRADA OU SAIDA)"
                       TO WRK-OCORRENCIA
               WHEN WRK-HORARIO-VALIDO NOT = 'S'
                   MOVE "HORARIO INVALIDO" TO WRK-OCORRENCIA
               WHEN WRK-MIN-SAIDA NOT > WRK-MIN-ENTRADA
                   MOVE "SAIDA ANTERIOR OU IGUAL A ENTRADA"
                       TO WRK-OCORRENCIA
               WHEN OTHER
                   PERFORM 3220-APURA-JORNADA
           END-EVALUATE.
           IF WRK-OCORRENCIA NOT = SPACES
               PERFORM 9000-IMPRIME-OCORRENCIA
               IF WRK-IDX-DIA >= 1
                   AND WRK-IDX-DIA <= WRK-DIAS-COMPETENCIA
                   MOVE 'X' TO TAB-DIA-SITUACAO (WRK-IDX-DIA)
               END-IF
           END-IF.
           PERFORM 3120-LE-TRABALHO.

      *** HHMM -> MINUTOS DO DIA ***************************************
       3210-VALIDA-HORARIO.
           MOVE 'N' TO WRK-HORARIO-VALIDO.
           MOVE ZEROS TO WRK-MINUTOS-HORARIO.
           IF WRK-HORARIO-X NUMERIC
               IF WRK-HOR-HH <= 23 AND WRK-HOR-MM <= 59
                   MOVE 'S' TO WRK-HORARIO-VALIDO
                   COMPUTE WRK-MINUTOS-HORARIO =
                       (WRK-HOR-HH * 60) + WRK-HOR-MM
               END-IF
           END-IF.

      *** PERMANENCIA ACIMA DE 6 HORAS PERDE O INTERVALO DE 1 HORA; ****
      *** NO DIA UTIL O QUE PASSA DA JORNADA (ALEM DA TOLERANCIA) E ****
      *** HORA EXTRA E O QUE FALTA E JORNADA INCOMPLETA PARA O *********
      *** SUPERVISOR; FORA DO DIA UTIL TUDO E HORA EXTRA ***************
       3220-APURA-JORNADA.
           COMPUTE WRK-MIN-TRABALHADOS =
               WRK-MIN-SAIDA - WRK-MIN-ENTRADA.
           IF WRK-MIN-TRABALHADOS > WRK-PERMANENCIA-INTERVALO
               SUBTRACT WRK-INTERVALO-MINIMO FROM WRK-MIN-TRABALHADOS
           END-IF.
           COMPUTE WRK-MIN-JORNADA-MINIMA =
               WRK-JORNADA-DIARIA - WRK-TOLERANCIA-DIARIA.
           COMPUTE WRK-MIN-JORNADA-MAXIMA =
               WRK-JORNADA-DIARIA + WRK-TOLERANCIA-DIARIA.
           EVALUATE TRUE
               WHEN WRK-MIN-TRABALHADOS > WRK-LIMITE-DIARIO
                   MOVE "JORNADA ACIMA DO LIMITE DE 10 HORAS"
                       TO WRK-OCORRENCIA
               WHEN TAB-DIA-UTIL (WRK-IDX-DIA) NOT = 'S'
                   ADD WRK-MIN-TRABALHADOS TO WRK-MINUTOS-EXTRAS
                   MOVE 'T' TO TAB-DIA-SITUACAO (WRK-IDX-DIA)
               WHEN WRK-MIN-TRABALHADOS < WRK-MIN-JORNADA-MINIMA
                   MOVE "JORNADA INCOMPLETA - NAO DESCONTADA"
                       TO WRK-OCORRENCIA
               WHEN WRK-MIN-TRABALHADOS > WRK-MIN-JORNADA-MAXIMA
                   COMPUTE WRK-MINUTOS-EXTRAS = WRK-MINUTOS-EXTRAS
                       + WRK-MIN-TRABALHADOS - WRK-JORNADA-DIARIA
                   MOVE 'T' TO TAB-DIA-SITUACAO (WRK-IDX-DIA)
               WHEN OTHER
                   MOVE 'T' TO TAB-DIA-SITUACAO (WRK-IDX-DIA)
           END-EVALUATE.

      *** DIA UTIL SEM MARCACAO E FALTA, SALVO OS DIAS ABONADOS. *******
      *** EMPREGADO SEM NENHUMA MARCACAO NO MES NAO TEM FALTA DEDUZIDA *
      *** (PODE SER DISPENSADO DO PONTO) - VAI PARA O SUPERVISOR *******
       3300-CONTA-AUSENCIAS.
           PERFORM 3310-CONTA-DIA-SEM-MARCACAO.
           IF WRK-DIAS-SEM-MARCACAO > ZEROS
               PERFORM 3400-ABONA-DIAS
               PERFORM 3310-CONTA-DIA-SEM-MARCACAO
           END-IF.
           IF WRK-DIAS-SEM-MARCACAO > ZEROS
               IF WRK-QTD-MARCACOES-EMP = ZEROS
                   MOVE EMP-ID TO PTR-ID
                   MOVE ZEROS TO PTR-DATA
                   MOVE SPACES TO PTR-ENTRADA
                   MOVE SPACES TO PTR-SAIDA
                   MOVE "SEM NENHUMA MARCACAO NA COMPETENCIA"
                       TO WRK-OCORRENCIA
                   PERFORM 9000-IMPRIME-OCORRENCIA
               ELSE
                   MOVE WRK-DIAS-SEM-MARCACAO TO WRK-DIAS-FALTA
               END-IF
           END-IF.

       3310-CONTA-DIA-SEM-MARCACAO.
           MOVE ZEROS TO WRK-DIAS-SEM-MARCACAO.
           PERFORM 3320-CONFERE-DIA-SEM-MARCACAO
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA.

       3320-CONFERE-DIA-SEM-MARCACAO.
           IF TAB-DIA-UTIL (WRK-IDX-DIA) = 'S'
               AND TAB-DIA-SITUACAO (WRK-IDX-DIA) = SPACES
               ADD 1 TO WRK-DIAS-SEM-MARCACAO
           END-IF.

      *** ABONA OS DIAS FORA DO CONTRATO (ANTES DA ADMISSAO, DEPOIS ****
      *** DO DESLIGAMENTO), EM FERIAS E EM AFASTAMENTO *****************
       3400-ABONA-DIAS.
           MOVE ZEROS TO WRK-ADM-DATA.
           OPEN INPUT ADMISSAO-ARQUIVO.
           IF WRK-STATUS-ADMISSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 3410-LE-ADMISSAO
               PERFORM 3420-CONFERE-ADMISSAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ADMISSAO-ARQUIVO
           END-IF.
           PERFORM 3430-ABONA-FORA-CONTRATO
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA.
           OPEN INPUT FERIAS-ARQUIVO.
           IF WRK-STATUS-FERIAS NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 3440-LE-FERIAS
               PERFORM 3450-ABONA-FERIAS
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE FERIAS-ARQUIVO
           END-IF.
           OPEN INPUT AFASTAMENTO-ARQUIVO.
           IF WRK-STATUS-AFASTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 3470-LE-AFASTAMENTO
               PERFORM 3480-ABONA-AFASTAMENTO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE AFASTAMENTO-ARQUIVO
           END-IF.

       3410-LE-ADMISSAO.
           READ ADMISSAO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       3420-CONFERE-ADMISSAO.
           IF ADM-ID = EMP-ID
               MOVE ADM-DATA-ADMISSAO TO WRK-ADM-DATA
           END-IF.
           PERFORM 3410-LE-ADMISSAO.

       3430-ABONA-FORA-CONTRATO.
           COMPUTE WRK-DATA-COMPOSTA =
               (WRK-COMPETENCIA * 100) + WRK-IDX-DIA.
           IF TAB-DIA-SITUACAO (WRK-IDX-DIA) = SPACES
               IF WRK-DATA-COMPOSTA < WRK-ADM-DATA
                   OR (EMP-DESLIGADO
                       AND WRK-DATA-COMPOSTA > EMP-DATA-DESLIGAMENTO)
                   MOVE 'A' TO TAB-DIA-SITUACAO (WRK-IDX-DIA)
               END-IF
           END-IF.

       3440-LE-FERIAS.
           READ FERIAS-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *** AS FERIAS CORREM EM DIAS CORRIDOS A PARTIR DO INICIO *********
       3450-ABONA-FERIAS.
           IF FER-ID = EMP-ID
               AND FER-DATA-INICIO <= WRK-COMP-ULTIMO-DIA
               MOVE FER-DATA-INICIO TO WRK-FER-DATA-NUM
               MOVE FER-DIAS TO WRK-FER-RESTANTES
               PERFORM 3460-ABONA-DIA-FERIAS
                   UNTIL WRK-FER-RESTANTES = ZEROS
                       OR WRK-FER-DATA-NUM > WRK-COMP-ULTIMO-DIA
           END-IF.
           PERFORM 3440-LE-FERIAS.

       3460-ABONA-DIA-FERIAS.
           IF WRK-FER-DATA-NUM >= WRK-COMP-PRIMEIRO-DIA
               IF TAB-DIA-SITUACAO (WRK-FER-DIA) = SPACES
                   MOVE 'A' TO TAB-DIA-SITUACAO (WRK-FER-DIA)
               END-IF
           END-IF.
           SUBTRACT 1 FROM WRK-FER-RESTANTES.
           ADD 1 TO WRK-FER-DIA.
           MOVE WRK-FER-ANO TO WRK-BIS-ANO.
           MOVE WRK-FER-MES TO WRK-BIS-MES.
           PERFORM 9100-CALCULA-DIAS-NO-MES.
           IF WRK-FER-DIA > WRK-DIAS-NO-MES
               MOVE 1 TO WRK-FER-DIA
               ADD 1 TO WRK-FER-MES
               IF WRK-FER-MES > 12
                   MOVE 1 TO WRK-FER-MES
                   ADD 1 TO WRK-FER-ANO
               END-IF
           END-IF.

       3470-LE-AFASTAMENTO.
           READ AFASTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *** QUALQUER AFASTAMENTO ABONA DO INICIO ATE A VESPERA DO ********
      *** RETORNO (RETORNO ZERADO = AINDA AFASTADO) ********************
       3480-ABONA-AFASTAMENTO.
           IF AFA-EMP-ID = EMP-ID
               PERFORM 3490-ABONA-DIA-AFASTAMENTO
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA
           END-IF.
           PERFORM 3470-LE-AFASTAMENTO.

       3490-ABONA-DIA-AFASTAMENTO.
           COMPUTE WRK-DATA-COMPOSTA =
               (WRK-COMPETENCIA * 100) + WRK-IDX-DIA.
           IF TAB-DIA-SITUACAO (WRK-IDX-DIA) = SPACES
               AND WRK-DATA-COMPOSTA >= AFA-DATA-INICIO
               AND (AFA-DATA-RETORNO = ZEROS
                   OR WRK-DATA-COMPOSTA < AFA-DATA-RETORNO)
               MOVE 'A' TO TAB-DIA-SITUACAO (WRK-IDX-DIA)
           END-IF.

      *** TRANSACOES DA FOLHA NO LAYOUT QUE O PROGCOB04 LE *************
       3500-GRAVA-TRANSACOES.
           IF WRK-MINUTOS-EXTRAS > ZEROS
               MOVE EMP-ID TO HE-ID
               COMPUTE HE-HORAS ROUNDED = WRK-MINUTOS-EXTRAS / 60
               WRITE HORAEXTRA-RECORD
               ADD 1 TO WRK-QTD-EMP-HORAEXTRA
               ADD HE-HORAS TO WRK-TOT-HORAS
               MOVE HE-HORAS TO WRK-GER-HORAS
           ELSE
               MOVE ZEROS TO WRK-GER-HORAS
           END-IF.
           IF WRK-DIAS-FALTA > ZEROS
               MOVE EMP-ID TO FAL-ID
               MOVE WRK-DIAS-FALTA TO FAL-DIAS
               MOVE "N" TO FAL-JUSTIFICADA
               WRITE FALTA-RECORD
               ADD 1 TO WRK-QTD-EMP-FALTA
               ADD WRK-DIAS-FALTA TO WRK-TOT-FALTAS
           END-IF.
           IF WRK-MINUTOS-EXTRAS > ZEROS OR WRK-DIAS-FALTA > ZEROS
               MOVE EMP-ID TO WRK-GER-ID
               MOVE WRK-DIAS-FALTA TO WRK-GER-FALTAS
               WRITE LINHA-RELATORIO FROM WRK-LINHA-GERADA
           END-IF.

      *** TOTAIS DA IMPORTACAO NO FIM DO RELATORIO *********************
       5000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "MARCACOES LIDAS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "MARCACOES CARREGADAS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CARREGADOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "EMPREGADOS APURADOS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EMPREGADOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "EMPREGADOS COM HORA EXTRA" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EMP-HORAEXTRA TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "TOTAL DE HORAS EXTRAS" TO WRK-TOT-ROTULO.
           MOVE WRK-TOT-HORAS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "EMPREGADOS COM FALTA" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EMP-FALTA TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "TOTAL DE DIAS DE FALTA" TO WRK-TOT-ROTULO.
           MOVE WRK-TOT-FALTAS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "OCORRENCIAS PARA O SUPERVISOR" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-OCORRENCIAS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.

      *** LINHA DE OCORRENCIA COM A MARCACAO DO REGISTRO DE TRABALHO ***
       9000-IMPRIME-OCORRENCIA.
           ADD 1 TO WRK-QTD-OCORRENCIAS.
           MOVE PTR-ID TO WRK-DET-ID.
           IF PTR-DATA = ZEROS OR PTR-DATA NOT NUMERIC
               MOVE SPACES TO WRK-DET-DATA
           ELSE
               MOVE PTR-DATA TO WRK-DATA-EDICAO-NUM
               MOVE WRK-DTE-DIA TO WRK-DTD-DIA
               MOVE WRK-DTE-MES TO WRK-DTD-MES
               MOVE WRK-DTE-ANO TO WRK-DTD-ANO
               MOVE WRK-DATA-EDITADA TO WRK-DET-DATA
           END-IF.
           MOVE PTR-ENTRADA (1:2) TO WRK-HED-HH.
           MOVE PTR-ENTRADA (3:2) TO WRK-HED-MM.
           MOVE WRK-HORA-EDITADA TO WRK-DET-ENTRADA.
           IF PTR-ENTRADA = SPACES
               MOVE SPACES TO WRK-DET-ENTRADA
           END-IF.
           MOVE PTR-SAIDA (1:2) TO WRK-HED-HH.
           MOVE PTR-SAIDA (3:2) TO WRK-HED-MM.
           MOVE WRK-HORA-EDITADA TO WRK-DET-SAIDA.
           IF PTR-SAIDA = SPACES
               MOVE SPACES TO WRK-DET-SAIDA
           END-IF.
           MOVE WRK-OCORRENCIA TO WRK-DET-OCORRENCIA.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

      *** QUANTIDADE DE DIAS DO MES WRK-BIS-MES DO ANO WRK-BIS-ANO *****
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
