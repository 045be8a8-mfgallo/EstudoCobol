       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB42.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: APLICACAO DAS ALTERACOES PROGRAMADAS NO EMPLOYEE-MASTER
      * - PRIMEIRO PASSO DA FOLHA (FOLHA.JCL), ANTES DA INTEGRIDADE E
      * BACKUP DO MASTER (PROGCOB28) E DA CONFERENCIA DE REFERENCIAS
      * (PROGCOB10). APLICA TODA ALTERACAO PENDENTE DE
      * ALTPROGRAMADAS.DAT (LAYOUT CBALTPRG, REGISTRADA PELO PROGCOB41)
      * CUJA DATA EFETIVA E IGUAL OU ANTERIOR AO PRIMEIRO DIA DA
      * COMPETENCIA, NA ORDEM DA DATA EFETIVA E DO NUMERO (DUAS
      * ALTERACOES DO MESMO EMPREGADO SAEM NA ORDEM EM QUE VALEM):
      *   - REGRAVA O EMPREGADO COM OS CAMPOS INFORMADOS (SALARIO,
      *     CENTRO DE CUSTO, EMPRESA, DADOS BANCARIOS, TIPO DE
      *     PAGAMENTO E CHAVE PIX)
      *   - GRAVA EM MANUTENCOES.DAT A MESMA IMAGEM ANTES/DEPOIS DO
      *     PROGCOB07, COM O OPERADOR QUE REGISTROU A ALTERACAO, O
      *     SUPERVISOR QUE AUTORIZOU SALARIO FORA DA FAIXA E A
      *     COMPETENCIA DE APLICACAO EM MNT-COMPETENCIA
      *   - MARCA A ALTERACAO COMO APLICADA (A)
      * EMPREGADO DESLIGADO DEPOIS DO REGISTRO, FORA DO MASTER, OU COM
      * CENTRO/EMPRESA QUE SAIU DA REFERENCIA NESSE MEIO TEMPO NAO
      * RECEBE A ALTERACAO: ELA E MARCADA RECUSADA (R) E SAI COM O
      * MOTIVO NO RELATORIO ALTPROGRAMADAS.PRT (RC 4). O RELATORIO
      * LISTA TAMBEM AS PENDENTES DAS COMPETENCIAS SEGUINTES.
      * A COMPETENCIA VEM DE FOLHACOMPETENCIA (AUSENTE = MES CORRENTE;
      * INVALIDA = RC 8, NADA APLICADO). A REEXECUCAO NA MESMA
      * COMPETENCIA NAO REAPLICA NADA (SO PENDENTE E APLICADA). SEM O
      * MASTER, FALHA NA REGRAVACAO OU ARQUIVO DE ALTERACOES ACIMA DA
      * CAPACIDADE DA TABELA, RC 16
      *MODIFICACAO: CONTA ANTES/DEPOIS MASCARADA NO RELATORIO (SO OS 4
      * ULTIMOS DIGITOS) - A CONFERENCIA NAO PRECISA DO DADO COMPLETO
      * (LGPD)
      *MODIFICACAO: SEM TABELA DE ALTERACOES - O ARQUIVO VAI PARA O
      * ARQUIVO DE TRABALHO INDEXADO ALTPRGTRAB.DAT, LIDO NA ORDEM DA
      * DATA EFETIVA E DO NUMERO, E E REGRAVADO PELO TEMPORARIO
      * ALTPROGRAMADAS.TMP. FALHA NO ARQUIVO DE TRABALHO OU REFERENCIA
      * DE DEPARTAMENTOS/EMPRESAS MAIOR QUE A TABELA ABORTA (RC 16)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WRK-STATUS-EMPLOYEE.
           SELECT ALTERACAO-ARQUIVO
               ASSIGN TO "DATA/ALTPROGRAMADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTERACAO.
           SELECT ALTERACAO-TEMPORARIO
               ASSIGN TO "DATA/ALTPROGRAMADAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTERACAO-TMP.
      *** ALTERACOES NA ORDEM DE APLICACAO - DATA EFETIVA, NUMERO E ****
      *** POSICAO NO ARQUIVO DE ORIGEM *********************************
           SELECT ALTERACAO-TRABALHO ASSIGN TO "DATA/ALTPRGTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT MANUTENCAO-ARQUIVO ASSIGN TO "DATA/MANUTENCOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANUTENCAO.
           SELECT DEPARTAMENTO-ARQUIVO
               ASSIGN TO "DATA/DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPARTAMENTO.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT ALTERACAO-RELATORIO
               ASSIGN TO "DATA/ALTPROGRAMADAS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  ALTERACAO-ARQUIVO.
       01 LINHA-ALTERACAO PIC X(144).
       FD  ALTERACAO-TEMPORARIO.
       01 LINHA-ALTERACAO-TMP PIC X(144).
       FD  ALTERACAO-TRABALHO.
       01 ALTERACAO-TRABALHO-RECORD.
           02 ATR-CHAVE.
               03 ATR-DATA PIC 9(08).
               03 ATR-NUMERO PIC 9(06).
               03 ATR-SEQ PIC 9(06).
           02 ATR-REGISTRO PIC X(144).
       FD  MANUTENCAO-ARQUIVO.
       01 LINHA-MANUTENCAO PIC X(126).
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  EMPRESA-ARQUIVO.
           COPY CBEMPRESA.
       FD  ALTERACAO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-ALTERACAO PIC X(02) VALUE "00".
       77 WRK-STATUS-ALTERACAO-TMP PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-MANUTENCAO PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE REDEFINES WRK-DATA PIC 9(08).
      *** COMPETENCIA DA FOLHA *****************************************
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 WRK-COMP-PARTES.
           02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMP-NUM REDEFINES WRK-COMP-PARTES PIC 9(06).
       77 WRK-COMP-PRIMEIRO-DIA PIC 9(08) VALUE ZEROS.
      *** ALTERACOES PROGRAMADAS NO ARQUIVO DE TRABALHO - O ARQUIVO ****
      *** INTEIRO E REGRAVADO COM AS NOVAS SITUACOES *******************
       77 WRK-FIM-ALTERACAO PIC X(01) VALUE 'N'.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-SEQ-ALTERACAO PIC 9(06) VALUE ZEROS.
       COPY CBALTPRG.
       COPY CBMANUT.
      *** REFERENCIAS **************************************************
       77 WRK-FIM-REFERENCIA PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEPARTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-DEPARTAMENTOS PIC 9(03) VALUE 50.
       77 WRK-IDX-DEP PIC 9(03) VALUE ZEROS.
       77 WRK-DEP-ENCONTRADO PIC X(01) VALUE 'N'.
       01 WRK-TAB-DEPARTAMENTOS.
           02 TAB-DEP-CODIGO PIC X(04) OCCURS 50 TIMES.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-EMPRESAS PIC 9(02) VALUE 10.
       77 WRK-IDX-EMS PIC 9(02) VALUE ZEROS.
       77 WRK-EMS-ENCONTRADA PIC X(01) VALUE 'N'.
       01 WRK-TAB-EMPRESAS.
           02 TAB-EMS-CODIGO PIC X(03) OCCURS 10 TIMES.
      *** APLICACAO ****************************************************
       77 WRK-MOTIVO PIC X(60) VALUE SPACES.
       77 WRK-QTD-APLICADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ERROS PIC 9(05) VALUE ZEROS.
      *** RELATORIO ****************************************************
       01 WRK-CAB-1.
           02 FILLER PIC X(47)
               VALUE "ALTERACOES PROGRAMADAS DO MASTER - COMPETENCIA ".
           02 WRK-CAB-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CAB-ANO PIC 9(04).
           02 FILLER PIC X(20) VALUE "  - VENCIDAS ATE O ".
           02 WRK-CAB-DATA PIC X(10).
       01 WRK-CAB-2.
           02 FILLER PIC X(07) VALUE "NUMERO".
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(11) VALUE "EFETIVA".
           02 FILLER PIC X(10) VALUE "SITUACAO".
           02 FILLER PIC X(40) VALUE "DETALHE".
       01 WRK-LINHA-DETALHE.
           02 WRK-DET-NUMERO PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-ID PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-SITUACAO PIC X(09).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-TEXTO PIC X(60).
       01 WRK-LINHA-SECAO.
           02 FILLER PIC X(04) VALUE "*** ".
           02 WRK-SEC-TEXTO PIC X(60).
       01 WRK-LINHA-TOTAL.
           02 WRK-TOT-ROTULO PIC X(40).
           02 WRK-TOT-VALOR PIC ZZ.ZZ9.
       77 WRK-SALARIO-ANTES-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALARIO-DEPOIS-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-CONTA-ED.
           02 WRK-CED-BANCO PIC 9(03).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CED-AGENCIA PIC 9(04).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CED-CONTA PIC X(08).
           02 FILLER PIC X(01) VALUE "-".
           02 WRK-CED-DV PIC X(01).
       77 WRK-CONTA-ANTES-ED PIC X(19) VALUE SPACES.
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
       COPY CBMASCAR.
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
               PERFORM 1100-CARREGA-ALTERACOES
           END-IF.
           IF WRK-RETORNO = ZEROS
               OPEN I-O EMPLOYEE-MASTER
               IF WRK-STATUS-EMPLOYEE NOT = "00"
                   DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - '
                       'STATUS ' WRK-STATUS-EMPLOYEE
                   MOVE 16 TO WRK-RETORNO
                   CLOSE ALTERACAO-TRABALHO
               END-IF
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 1200-CARREGA-DEPARTAMENTOS
               PERFORM 1300-CARREGA-EMPRESAS
               IF WRK-RETORNO NOT = ZEROS
                   CLOSE EMPLOYEE-MASTER
                   CLOSE ALTERACAO-TRABALHO
               END-IF
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 1400-ABRE-SAIDAS
               PERFORM 2000-APLICA-VENCIDAS
               PERFORM 3000-LISTA-FUTURAS
               PERFORM 4000-IMPRIME-TOTAIS
               CLOSE MANUTENCAO-ARQUIVO
               CLOSE ALTERACAO-RELATORIO
               CLOSE EMPLOYEE-MASTER
               IF WRK-QTD-APLICADAS > ZEROS
                   OR WRK-QTD-RECUSADAS > ZEROS
                   PERFORM 5000-REGRAVA-ALTERACOES
               END-IF
               CLOSE ALTERACAO-TRABALHO
               DISPLAY 'ALTERACOES PROGRAMADAS DA COMPETENCIA '
                   WRK-COMPETENCIA ' - APLICADAS: ' WRK-QTD-APLICADAS
                   ' RECUSADAS: ' WRK-QTD-RECUSADAS
                   ' PENDENTES: ' WRK-QTD-PENDENTES
               IF WRK-QTD-ERROS > ZEROS
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   IF WRK-QTD-RECUSADAS > ZEROS
                       MOVE 4 TO WRK-RETORNO
                   END-IF
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
           MOVE "PROGCOB42" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** COMPETENCIA DE FOLHACOMPETENCIA (AAAAMM, AUSENTE = MES *******
      *** CORRENTE) - A DATA DE CORTE E O PRIMEIRO DIA DELA ************
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
                   ') - ALTERACOES PROGRAMADAS NAO APLICADAS'
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE WRK-COMP-NUM TO WRK-COMPETENCIA
               COMPUTE WRK-COMP-PRIMEIRO-DIA = (WRK-COMPETENCIA * 100)
                   + 1
           END-IF.

      *** CARREGA O ARQUIVO DE ALTERACOES INTEIRO NO ARQUIVO DE *******
      *** TRABALHO - SEM O ARQUIVO NAO HA NADA PROGRAMADO E A FOLHA ****
      *** SEGUE; SEM O ARQUIVO DE TRABALHO NADA E APLICADO (RC 16) *****
       1100-CARREGA-ALTERACOES.
           MOVE ZEROS TO WRK-SEQ-ALTERACAO.
           OPEN OUTPUT ALTERACAO-TRABALHO.
           IF WRK-STATUS-TRABALHO = "00"
               CLOSE ALTERACAO-TRABALHO
               OPEN I-O ALTERACAO-TRABALHO
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY 'ARQUIVO DE TRABALHO ALTPRGTRAB.DAT NAO PODE SER'
                   ' CRIADO - STATUS ' WRK-STATUS-TRABALHO
                   ' - NADA FOI APLICADO'
               MOVE 16 TO WRK-RETORNO
           ELSE
               OPEN INPUT ALTERACAO-ARQUIVO
               IF WRK-STATUS-ALTERACAO NOT = "35"
                   MOVE 'N' TO WRK-FIM-ALTERACAO
                   PERFORM 1110-LE-ALTERACAO
                   PERFORM 1120-ARMAZENA-ALTERACAO
                       UNTIL WRK-FIM-ALTERACAO = 'S'
                   CLOSE ALTERACAO-ARQUIVO
               END-IF
               IF WRK-RETORNO NOT = ZEROS
                   CLOSE ALTERACAO-TRABALHO
               END-IF
           END-IF.

       1110-LE-ALTERACAO.
           READ ALTERACAO-ARQUIVO INTO WRK-REG-ALTERACAO-PROG
               AT END
                   MOVE 'S' TO WRK-FIM-ALTERACAO
           END-READ.

       1120-ARMAZENA-ALTERACAO.
           PERFORM 1130-MONTA-CHAVE-TRABALHO.
           MOVE WRK-REG-ALTERACAO-PROG TO ATR-REGISTRO.
           WRITE ALTERACAO-TRABALHO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY 'FALHA NA GRAVACAO DO ALTPRGTRAB.DAT - STATUS '
                   WRK-STATUS-TRABALHO ' - NADA FOI APLICADO'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-ALTERACAO
           ELSE
               PERFORM 1110-LE-ALTERACAO
           END-IF.

      *** CHAVE DA ALTERACAO LIDA - A POSICAO NO ARQUIVO DE ORIGEM *****
      *** DESEMPATA DATA E NUMERO IGUAIS *******************************
       1130-MONTA-CHAVE-TRABALHO.
           ADD 1 TO WRK-SEQ-ALTERACAO.
           MOVE APG-DATA-EFETIVA TO ATR-DATA.
           MOVE APG-NUMERO TO ATR-NUMERO.
           MOVE WRK-SEQ-ALTERACAO TO ATR-SEQ.

      *** RELE O ARQUIVO DE ORIGEM NA ORDEM GRAVADA, TROCANDO CADA *****
      *** ALTERACAO PELA IMAGEM ATUAL DO ARQUIVO DE TRABALHO ***********
       1140-ABRE-ALTERACOES.
           MOVE ZEROS TO WRK-SEQ-ALTERACAO.
           MOVE 'S' TO WRK-FIM-ALTERACAO.
           OPEN INPUT ALTERACAO-ARQUIVO.
           IF WRK-STATUS-ALTERACAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ALTERACAO
               PERFORM 1150-LE-ALTERACAO-ATUAL
           END-IF.

       1150-LE-ALTERACAO-ATUAL.
           PERFORM 1110-LE-ALTERACAO.
           IF WRK-FIM-ALTERACAO NOT = 'S'
               PERFORM 1130-MONTA-CHAVE-TRABALHO
               READ ALTERACAO-TRABALHO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ATR-REGISTRO TO WRK-REG-ALTERACAO-PROG
               END-READ
           END-IF.

      *** CENTRO E EMPRESA SAO CONFERIDOS DE NOVO NA APLICACAO - A *****
      *** REFERENCIA PODE TER MUDADO DESDE O REGISTRO ******************
       1200-CARREGA-DEPARTAMENTOS.
           MOVE ZEROS TO WRK-QTD-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTO-ARQUIVO.
           IF WRK-STATUS-DEPARTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-REFERENCIA
               PERFORM 1210-LE-DEPARTAMENTO
               PERFORM 1220-ARMAZENA-DEPARTAMENTO
                   UNTIL WRK-FIM-REFERENCIA = 'S'
               CLOSE DEPARTAMENTO-ARQUIVO
           END-IF.

       1210-LE-DEPARTAMENTO.
           READ DEPARTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) - CENTRO ********
      *** DESCARTADO RECUSARIA A ALTERACAO SEM MOTIVO REAL *************
       1220-ARMAZENA-DEPARTAMENTO.
           IF WRK-QTD-DEPARTAMENTOS = WRK-MAX-DEPARTAMENTOS
               DISPLAY 'DEPARTAMENTOS.DAT COM MAIS DE '
                   WRK-MAX-DEPARTAMENTOS ' DEPARTAMENTOS'
               DISPLAY 'EXECUCAO ABORTADA - NADA FOI APLICADO'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-REFERENCIA
           ELSE
               ADD 1 TO WRK-QTD-DEPARTAMENTOS
               MOVE DEP-CODIGO
                   TO TAB-DEP-CODIGO (WRK-QTD-DEPARTAMENTOS)
               PERFORM 1210-LE-DEPARTAMENTO
           END-IF.

       1300-CARREGA-EMPRESAS.
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
           OPEN INPUT EMPRESA-ARQUIVO.
           IF WRK-STATUS-EMPRESA NOT = "35"
               MOVE 'N' TO WRK-FIM-REFERENCIA
               PERFORM 1310-LE-EMPRESA
               PERFORM 1320-ARMAZENA-EMPRESA
                   UNTIL WRK-FIM-REFERENCIA = 'S'
               CLOSE EMPRESA-ARQUIVO
           END-IF.

       1310-LE-EMPRESA.
           READ EMPRESA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

       1320-ARMAZENA-EMPRESA.
           IF WRK-QTD-EMPRESAS = WRK-MAX-EMPRESAS
               DISPLAY 'EMPRESAS.DAT COM MAIS DE '
                   WRK-MAX-EMPRESAS ' EMPRESAS'
               DISPLAY 'EXECUCAO ABORTADA - NADA FOI APLICADO'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-REFERENCIA
           ELSE
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE EMS-CODIGO TO TAB-EMS-CODIGO (WRK-QTD-EMPRESAS)
               PERFORM 1310-LE-EMPRESA
           END-IF.

      *** ABRE O LOG DE MANUTENCAO (EXTEND) E O RELATORIO **************
       1400-ABRE-SAIDAS.
           OPEN EXTEND MANUTENCAO-ARQUIVO.
           IF WRK-STATUS-MANUTENCAO = "35"
               OPEN OUTPUT MANUTENCAO-ARQUIVO
               CLOSE MANUTENCAO-ARQUIVO
               OPEN EXTEND MANUTENCAO-ARQUIVO
           END-IF.
           OPEN OUTPUT ALTERACAO-RELATORIO.
           MOVE WRK-COMP-MES TO WRK-CAB-MES.
           MOVE WRK-COMP-ANO TO WRK-CAB-ANO.
           MOVE WRK-COMP-PRIMEIRO-DIA TO WRK-DATA-EDICAO-NUM.
           PERFORM 9100-EDITA-DATA.
           MOVE WRK-DATA-EDITADA TO WRK-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WRK-CAB-1.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-2.
           MOVE "VENCIDAS - APLICADAS OU RECUSADAS NESTA EXECUCAO"
               TO WRK-SEC-TEXTO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-SECAO.

      *** APLICA AS PENDENTES VENCIDAS, UMA DE CADA VEZ, NA ORDEM DA ***
      *** DATA EFETIVA E DO NUMERO - A LEITURA DO ARQUIVO DE TRABALHO **
      *** PARA NA PRIMEIRA DATA POSTERIOR AO CORTE *********************
       2000-APLICA-VENCIDAS.
           MOVE ZEROS TO ATR-DATA.
           MOVE ZEROS TO ATR-NUMERO.
           MOVE ZEROS TO ATR-SEQ.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           START ALTERACAO-TRABALHO KEY NOT < ATR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           IF WRK-FIM-TRABALHO NOT = 'S'
               PERFORM 2100-LE-PROXIMA
               PERFORM 2200-TRATA-ALTERACAO
                   UNTIL WRK-FIM-TRABALHO = 'S'
           END-IF.

       2100-LE-PROXIMA.
           READ ALTERACAO-TRABALHO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.
           IF WRK-FIM-TRABALHO NOT = 'S'
               IF ATR-DATA > WRK-COMP-PRIMEIRO-DIA
                   MOVE 'S' TO WRK-FIM-TRABALHO
               END-IF
           END-IF.

       2200-TRATA-ALTERACAO.
           MOVE ATR-REGISTRO TO WRK-REG-ALTERACAO-PROG.
           IF APG-PENDENTE
               PERFORM 2300-CONFERE-EMPREGADO
               IF WRK-MOTIVO = SPACES
                   PERFORM 2400-APLICA-ALTERACAO
               ELSE
                   PERFORM 2600-RECUSA-ALTERACAO
               END-IF
           END-IF.
           PERFORM 2100-LE-PROXIMA.

      *** NOVA SITUACAO DA ALTERACAO NO ARQUIVO DE TRABALHO - FALHA ****
      *** CONTA COMO ERRO DE REGRAVACAO (RC 16) ************************
       2250-REGRAVA-TRABALHO.
           MOVE WRK-REG-ALTERACAO-PROG TO ATR-REGISTRO.
           REWRITE ALTERACAO-TRABALHO-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY 'FALHA NA REGRAVACAO DO ALTPRGTRAB.DAT - STATUS '
                   WRK-STATUS-TRABALHO ' - ALTERACAO ' APG-NUMERO
               ADD 1 TO WRK-QTD-ERROS
           END-IF.

      *** O EMPREGADO TEM DE ESTAR NO MASTER E ATIVO, E O CENTRO E A ***
      *** EMPRESA NOVOS AINDA NAS REFERENCIAS **************************
       2300-CONFERE-EMPREGADO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE APG-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMPREGADO NAO CADASTRADO NO MASTER"
                       TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO = SPACES AND EMP-DESLIGADO
               MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-EDICAO-NUM
               PERFORM 9100-EDITA-DATA
               STRING "EMPREGADO DESLIGADO EM " DELIMITED BY SIZE
                   WRK-DATA-EDITADA DELIMITED BY SIZE
                   INTO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES
               AND APG-CENTRO-CUSTO NOT = SPACES
               AND WRK-QTD-DEPARTAMENTOS > ZEROS
               MOVE 'N' TO WRK-DEP-ENCONTRADO
               PERFORM 2310-BUSCA-DEPARTAMENTO
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPARTAMENTOS
                       OR WRK-DEP-ENCONTRADO = 'S'
               IF WRK-DEP-ENCONTRADO NOT = 'S'
                   STRING "CENTRO DE CUSTO " DELIMITED BY SIZE
                       APG-CENTRO-CUSTO DELIMITED BY SIZE
                       " FORA DA REFERENCIA DE DEPARTAMENTOS"
                           DELIMITED BY SIZE
                       INTO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               AND APG-EMPRESA NOT = SPACES
               AND WRK-QTD-EMPRESAS > ZEROS
               MOVE 'N' TO WRK-EMS-ENCONTRADA
               PERFORM 2320-BUSCA-EMPRESA
                   VARYING WRK-IDX-EMS FROM 1 BY 1
                   UNTIL WRK-IDX-EMS > WRK-QTD-EMPRESAS
                       OR WRK-EMS-ENCONTRADA = 'S'
               IF WRK-EMS-ENCONTRADA NOT = 'S'
                   STRING "EMPRESA " DELIMITED BY SIZE
                       APG-EMPRESA DELIMITED BY SIZE
                       " FORA DO CADASTRO DE EMPRESAS"
                           DELIMITED BY SIZE
                       INTO WRK-MOTIVO
               END-IF
           END-IF.

       2310-BUSCA-DEPARTAMENTO.
           IF TAB-DEP-CODIGO (WRK-IDX-DEP) = APG-CENTRO-CUSTO
               MOVE 'S' TO WRK-DEP-ENCONTRADO
           END-IF.

       2320-BUSCA-EMPRESA.
           IF TAB-EMS-CODIGO (WRK-IDX-EMS) = APG-EMPRESA
               MOVE 'S' TO WRK-EMS-ENCONTRADA
           END-IF.

      *** IMAGEM ANTES, CAMPOS NOVOS NO MASTER (REWRITE PELA CHAVE), ***
      *** IMAGEM DEPOIS NO LOG DE MANUTENCAO E SITUACAO APLICADA *******
       2400-APLICA-ALTERACAO.
           PERFORM 2410-MONTA-IMAGEM-ANTES.
           IF APG-SALARIO NOT = ZEROS
               MOVE APG-SALARIO TO EMP-SALARIO
           END-IF.
           IF APG-CENTRO-CUSTO NOT = SPACES
               MOVE APG-CENTRO-CUSTO TO EMP-CENTRO-CUSTO
           END-IF.
           IF APG-EMPRESA NOT = SPACES
               MOVE APG-EMPRESA TO EMP-EMPRESA
           END-IF.
           IF APG-BANCO NOT = ZEROS
               MOVE APG-BANCO TO EMP-BANCO
               MOVE APG-AGENCIA TO EMP-AGENCIA
               MOVE APG-CONTA TO EMP-CONTA
               MOVE APG-CONTA-DV TO EMP-CONTA-DV
           END-IF.
           IF APG-TIPO-PAGAMENTO NOT = SPACE
               MOVE APG-TIPO-PAGAMENTO TO EMP-TIPO-PAGAMENTO
           END-IF.
           IF APG-TIPO-PAGAMENTO = 'P'
               MOVE APG-CHAVE-PIX TO EMP-CHAVE-PIX
           END-IF.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   PERFORM 2500-ERRO-REGRAVACAO
               NOT INVALID KEY
                   PERFORM 2420-GRAVA-MANUTENCAO
                   MOVE 'A' TO APG-SITUACAO
                   MOVE WRK-DATA-HOJE TO APG-DATA-SITUACAO
                   MOVE WRK-OPERADOR TO APG-OPERADOR-SITUACAO
                   PERFORM 2250-REGRAVA-TRABALHO
                   ADD 1 TO WRK-QTD-APLICADAS
                   PERFORM 2450-IMPRIME-APLICADA
           END-REWRITE.

       2410-MONTA-IMAGEM-ANTES.
           MOVE APG-ID TO MNT-ID.
           MOVE APG-OPERADOR TO MNT-OPERADOR.
           MOVE EMP-SALARIO TO MNT-SALARIO-ANTES.
           MOVE EMP-MOEDA TO MNT-MOEDA-ANTES.
           MOVE EMP-CENTRO-CUSTO TO MNT-CC-ANTES.
           IF EMP-BANCO IS NUMERIC
               MOVE EMP-BANCO TO MNT-BANCO-ANTES
           ELSE
               MOVE ZEROS TO MNT-BANCO-ANTES
           END-IF.
           IF EMP-AGENCIA IS NUMERIC
               MOVE EMP-AGENCIA TO MNT-AGENCIA-ANTES
           ELSE
               MOVE ZEROS TO MNT-AGENCIA-ANTES
           END-IF.
           IF EMP-CONTA IS NUMERIC
               MOVE EMP-CONTA TO MNT-CONTA-ANTES
           ELSE
               MOVE ZEROS TO MNT-CONTA-ANTES
           END-IF.
           MOVE EMP-CONTA-DV TO MNT-CONTA-DV-ANTES.
           IF EMP-PAGTO-PIX
               MOVE 'P' TO MNT-TIPO-PAGTO-ANTES
           ELSE
               MOVE 'C' TO MNT-TIPO-PAGTO-ANTES
           END-IF.
           MOVE EMP-CARGO TO MNT-CARGO-ANTES.
           MOVE EMP-EMPRESA TO MNT-EMPRESA-ANTES.

       2420-GRAVA-MANUTENCAO.
           ACCEPT MNT-DATA FROM DATE YYYYMMDD.
           ACCEPT MNT-HORA FROM TIME.
           MOVE EMP-SALARIO TO MNT-SALARIO-DEPOIS.
           MOVE EMP-MOEDA TO MNT-MOEDA-DEPOIS.
           MOVE EMP-CENTRO-CUSTO TO MNT-CC-DEPOIS.
           IF EMP-BANCO IS NUMERIC
               MOVE EMP-BANCO TO MNT-BANCO-DEPOIS
           ELSE
               MOVE ZEROS TO MNT-BANCO-DEPOIS
           END-IF.
           IF EMP-AGENCIA IS NUMERIC
               MOVE EMP-AGENCIA TO MNT-AGENCIA-DEPOIS
           ELSE
               MOVE ZEROS TO MNT-AGENCIA-DEPOIS
           END-IF.
           IF EMP-CONTA IS NUMERIC
               MOVE EMP-CONTA TO MNT-CONTA-DEPOIS
           ELSE
               MOVE ZEROS TO MNT-CONTA-DEPOIS
           END-IF.
           MOVE EMP-CONTA-DV TO MNT-CONTA-DV-DEPOIS.
           IF EMP-PAGTO-PIX
               MOVE 'P' TO MNT-TIPO-PAGTO-DEPOIS
           ELSE
               MOVE 'C' TO MNT-TIPO-PAGTO-DEPOIS
           END-IF.
           MOVE WRK-COMPETENCIA TO MNT-COMPETENCIA.
           MOVE EMP-CARGO TO MNT-CARGO-DEPOIS.
           MOVE APG-APROVADOR TO MNT-APROVADOR.
           MOVE EMP-EMPRESA TO MNT-EMPRESA-DEPOIS.
           WRITE LINHA-MANUTENCAO FROM WRK-REG-MANUTENCAO.

      *** LINHA DA APLICADA E UMA LINHA POR CAMPO QUE MUDOU ************
       2450-IMPRIME-APLICADA.
           MOVE "APLICADA" TO WRK-DET-SITUACAO.
           MOVE SPACES TO WRK-DET-TEXTO.
           STRING "EMPREGADO " DELIMITED BY SIZE
               EMP-NOME DELIMITED BY SIZE
               INTO WRK-DET-TEXTO.
           PERFORM 9000-IMPRIME-CABECA-DETALHE.
           MOVE SPACES TO WRK-DET-NUMERO.
           MOVE SPACES TO WRK-DET-ID.
           MOVE SPACES TO WRK-DET-DATA.
           MOVE SPACES TO WRK-DET-SITUACAO.
           IF APG-SALARIO NOT = ZEROS
               MOVE MNT-SALARIO-ANTES TO WRK-SALARIO-ANTES-ED
               MOVE MNT-SALARIO-DEPOIS TO WRK-SALARIO-DEPOIS-ED
               MOVE SPACES TO WRK-DET-TEXTO
               STRING "SALARIO " DELIMITED BY SIZE
                   WRK-SALARIO-ANTES-ED DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WRK-SALARIO-DEPOIS-ED DELIMITED BY SIZE
                   INTO WRK-DET-TEXTO
               WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE
           END-IF.
           IF APG-CENTRO-CUSTO NOT = SPACES
               MOVE SPACES TO WRK-DET-TEXTO
               STRING "CENTRO DE CUSTO " DELIMITED BY SIZE
                   MNT-CC-ANTES DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   MNT-CC-DEPOIS DELIMITED BY SIZE
                   INTO WRK-DET-TEXTO
               WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE
           END-IF.
           IF APG-EMPRESA NOT = SPACES
               MOVE SPACES TO WRK-DET-TEXTO
               STRING "EMPRESA " DELIMITED BY SIZE
                   MNT-EMPRESA-ANTES DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   MNT-EMPRESA-DEPOIS DELIMITED BY SIZE
                   INTO WRK-DET-TEXTO
               WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE
           END-IF.
           IF APG-BANCO NOT = ZEROS
               MOVE MNT-BANCO-ANTES TO WRK-CED-BANCO
               MOVE MNT-AGENCIA-ANTES TO WRK-CED-AGENCIA
               MOVE MNT-CONTA-ANTES TO WRK-MSC-CONTA
               MOVE WRK-MSC-CONTA-FIM TO WRK-CMS-FINAL
               MOVE WRK-CONTA-MASCARADA TO WRK-CED-CONTA
               MOVE MNT-CONTA-DV-ANTES TO WRK-CED-DV
               MOVE WRK-CONTA-ED TO WRK-CONTA-ANTES-ED
               MOVE MNT-BANCO-DEPOIS TO WRK-CED-BANCO
               MOVE MNT-AGENCIA-DEPOIS TO WRK-CED-AGENCIA
               MOVE MNT-CONTA-DEPOIS TO WRK-MSC-CONTA
               MOVE WRK-MSC-CONTA-FIM TO WRK-CMS-FINAL
               MOVE WRK-CONTA-MASCARADA TO WRK-CED-CONTA
               MOVE MNT-CONTA-DV-DEPOIS TO WRK-CED-DV
               MOVE SPACES TO WRK-DET-TEXTO
               STRING "CONTA " DELIMITED BY SIZE
                   WRK-CONTA-ANTES-ED DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WRK-CONTA-ED DELIMITED BY SIZE
                   INTO WRK-DET-TEXTO
               WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE
           END-IF.
           IF APG-TIPO-PAGAMENTO NOT = SPACE
               MOVE SPACES TO WRK-DET-TEXTO
               STRING "TIPO DE PAGAMENTO " DELIMITED BY SIZE
                   MNT-TIPO-PAGTO-ANTES DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   MNT-TIPO-PAGTO-DEPOIS DELIMITED BY SIZE
                   INTO WRK-DET-TEXTO
               WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE
           END-IF.

      *** FALHA NA REGRAVACAO DO MASTER - A ALTERACAO CONTINUA *********
      *** PENDENTE E A FOLHA PARA (RC 16) ******************************
       2500-ERRO-REGRAVACAO.
           DISPLAY 'ERRO AO REGRAVAR O EMPREGADO ' APG-ID
               ' - STATUS ' WRK-STATUS-EMPLOYEE.
           ADD 1 TO WRK-QTD-ERROS.
           MOVE "ERRO" TO WRK-DET-SITUACAO.
           MOVE SPACES TO WRK-DET-TEXTO.
           STRING "FALHA NA REGRAVACAO DO MASTER - STATUS "
                   DELIMITED BY SIZE
               WRK-STATUS-EMPLOYEE DELIMITED BY SIZE
               " - MANTIDA PENDENTE" DELIMITED BY SIZE
               INTO WRK-DET-TEXTO.
           PERFORM 9000-IMPRIME-CABECA-DETALHE.

      *** RECUSADA - NAO TOCA NO MASTER, SAI COM O MOTIVO **************
       2600-RECUSA-ALTERACAO.
           MOVE 'R' TO APG-SITUACAO.
           MOVE WRK-DATA-HOJE TO APG-DATA-SITUACAO.
           MOVE WRK-OPERADOR TO APG-OPERADOR-SITUACAO.
           PERFORM 2250-REGRAVA-TRABALHO.
           ADD 1 TO WRK-QTD-RECUSADAS.
           MOVE "RECUSADA" TO WRK-DET-SITUACAO.
           MOVE WRK-MOTIVO TO WRK-DET-TEXTO.
           PERFORM 9000-IMPRIME-CABECA-DETALHE.

      *** PENDENTES QUE SO VENCEM EM COMPETENCIAS SEGUINTES ************
       3000-LISTA-FUTURAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PENDENTES PARA AS COMPETENCIAS SEGUINTES"
               TO WRK-SEC-TEXTO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-SECAO.
           PERFORM 1140-ABRE-ALTERACOES.
           PERFORM 3100-LISTA-PENDENTE
               UNTIL WRK-FIM-ALTERACAO = 'S'.
           IF WRK-STATUS-ALTERACAO NOT = "35"
               CLOSE ALTERACAO-ARQUIVO
           END-IF.

       3100-LISTA-PENDENTE.
           IF APG-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE "PENDENTE" TO WRK-DET-SITUACAO
               MOVE SPACES TO WRK-DET-TEXTO
               STRING "REGISTRADA POR " DELIMITED BY SIZE
                   APG-OPERADOR DELIMITED BY SIZE
                   INTO WRK-DET-TEXTO
               PERFORM 9000-IMPRIME-CABECA-DETALHE
           END-IF.

       4000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ALTERACOES APLICADAS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-APLICADAS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "ALTERACOES RECUSADAS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-RECUSADAS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "ALTERACOES PENDENTES" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PENDENTES TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           IF WRK-QTD-ERROS > ZEROS
               MOVE "FALHAS NA REGRAVACAO DO MASTER" TO WRK-TOT-ROTULO
               MOVE WRK-QTD-ERROS TO WRK-TOT-VALOR
               WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL
           END-IF.

      *** REGRAVA O ARQUIVO DE ALTERACOES COM AS NOVAS SITUACOES, ******
      *** NA ORDEM ORIGINAL, PELO TEMPORARIO ALTPROGRAMADAS.TMP ********
       5000-REGRAVA-ALTERACOES.
           OPEN OUTPUT ALTERACAO-TEMPORARIO.
           PERFORM 1140-ABRE-ALTERACOES.
           PERFORM 5100-GRAVA-TEMPORARIO
               UNTIL WRK-FIM-ALTERACAO = 'S'.
           CLOSE ALTERACAO-ARQUIVO.
           CLOSE ALTERACAO-TEMPORARIO.
           OPEN OUTPUT ALTERACAO-ARQUIVO.
           OPEN INPUT ALTERACAO-TEMPORARIO.
           MOVE 'N' TO WRK-FIM-ALTERACAO.
           PERFORM 5210-LE-TEMPORARIO.
           PERFORM 5200-GRAVA-ALTERACAO
               UNTIL WRK-FIM-ALTERACAO = 'S'.
           CLOSE ALTERACAO-TEMPORARIO.
           CLOSE ALTERACAO-ARQUIVO.

       5100-GRAVA-TEMPORARIO.
           WRITE LINHA-ALTERACAO-TMP FROM WRK-REG-ALTERACAO-PROG.
           PERFORM 1150-LE-ALTERACAO-ATUAL.

       5200-GRAVA-ALTERACAO.
           WRITE LINHA-ALTERACAO FROM LINHA-ALTERACAO-TMP.
           PERFORM 5210-LE-TEMPORARIO.

       5210-LE-TEMPORARIO.
           READ ALTERACAO-TEMPORARIO
               AT END
                   MOVE 'S' TO WRK-FIM-ALTERACAO
           END-READ.

      *** NUMERO, ID E DATA EFETIVA DA ALTERACAO CORRENTE NA LINHA *****
       9000-IMPRIME-CABECA-DETALHE.
           MOVE APG-NUMERO TO WRK-DET-NUMERO.
           MOVE APG-ID TO WRK-DET-ID.
           MOVE APG-DATA-EFETIVA TO WRK-DATA-EDICAO-NUM.
           PERFORM 9100-EDITA-DATA.
           MOVE WRK-DATA-EDITADA TO WRK-DET-DATA.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

      *********** EDITA DATA AAAAMMDD PARA DD/MM/AAAA *******************
       9100-EDITA-DATA.
           MOVE WRK-DTE-DIA TO WRK-DTD-DIA.
           MOVE WRK-DTE-MES TO WRK-DTD-MES.
           MOVE WRK-DTE-ANO TO WRK-DTD-ANO.
