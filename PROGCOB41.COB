       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB41.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: ALTERACOES PROGRAMADAS DO EMPLOYEE-MASTER - REGISTRO,
      * CONSULTA E CANCELAMENTO DAS MUDANCAS COMBINADAS COM
      * ANTECEDENCIA (PROMOCAO COM DATA MARCADA, TRANSFERENCIA DE
      * CENTRO DE CUSTO OU DE EMPRESA DO GRUPO, TROCA DE BANCO OU DE
      * TIPO DE PAGAMENTO), QUE O RH DEIXA REGISTRADAS JA COM A DATA
      * EM QUE PASSAM A VALER, SEM PRECISAR LEMBRAR DE DIGITAR NO DIA:
      *   I - INCLUI A ALTERACAO (ALTPROGRAMADAS.DAT, LAYOUT CBALTPRG)
      *       COM AS MESMAS CRITICAS DA MANUTENCAO (PROGCOB07): CENTRO
      *       NA REFERENCIA DE DEPARTAMENTOS, EMPRESA NO CADASTRO DE
      *       EMPRESAS, DV DA CONTA PELO MODULO 10 E SALARIO FORA DA
      *       FAIXA DO CARGO SO COM A AUTORIZACAO DE UM SUPERVISOR. A
      *       DATA EFETIVA TEM DE SER POSTERIOR A HOJE (MUDANCA QUE JA
      *       VALE E FEITA NO PROGCOB07) E O EMPREGADO TEM DE ESTAR
      *       ATIVO
      *   L - LISTA AS ALTERACOES PENDENTES (TODAS OU DE UM EMPREGADO)
      *   C - CANCELA UMA ALTERACAO PENDENTE PELO NUMERO, GUARDANDO
      *       QUEM E QUANDO CANCELOU (O ARQUIVO INTEIRO E REGRAVADO)
      * A APLICACAO NO MASTER E FEITA PELO PROGCOB42 NO INICIO DA
      * FOLHA (FOLHA.JCL) QUANDO CHEGA A COMPETENCIA DA DATA EFETIVA
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
           SELECT DEPARTAMENTO-ARQUIVO
               ASSIGN TO "DATA/DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPARTAMENTO.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT CARGO-ARQUIVO ASSIGN TO "DATA/CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGO.
           SELECT OPERADOR-ARQUIVO ASSIGN TO "DATA/OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPERADOR.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  ALTERACAO-ARQUIVO.
       01 LINHA-ALTERACAO PIC X(144).
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  EMPRESA-ARQUIVO.
           COPY CBEMPRESA.
       FD  CARGO-ARQUIVO.
           COPY CBCARGO.
       FD  OPERADOR-ARQUIVO.
       01 OPERADOR-RECORD.
           02 OPE-ID PIC X(08).
           02 OPE-OPCOES PIC X(09).
           02 OPE-ATIVO PIC X(01).
           02 OPE-SUPERVISOR PIC X(01).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-ALTERACAO PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-STATUS-CARGO PIC X(02) VALUE "00".
       77 WRK-STATUS-OPERADOR PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *** ACAO ESCOLHIDA ***********************************************
       77 WRK-ACAO PIC X(01) VALUE SPACES.
       77 WRK-ACAO-FIM PIC X(01) VALUE 'N'.
      *** ALTERACOES PROGRAMADAS EM TABELA (O CANCELAMENTO REGRAVA O ***
      *** ARQUIVO INTEIRO) *********************************************
       77 WRK-FIM-ALTERACAO PIC X(01) VALUE 'N'.
       77 WRK-QTD-ALTERACOES PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-ALTERACOES PIC 9(03) VALUE 500.
       77 WRK-ALT-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-IDX-ALT PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ALT-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-MAIOR-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LISTADAS PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-ALTERACOES.
           02 TAB-ALT-REGISTRO PIC X(144) OCCURS 500 TIMES.
       COPY CBALTPRG.
      *** REFERENCIAS **************************************************
       77 WRK-FIM-REFERENCIA PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEPARTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DEP PIC 9(03) VALUE ZEROS.
       77 WRK-DEP-ENCONTRADO PIC X(01) VALUE 'N'.
       01 WRK-TAB-DEPARTAMENTOS.
           02 WRK-TAB-DEPARTAMENTO OCCURS 50 TIMES.
               03 TAB-DEP-CODIGO PIC X(04).
               03 TAB-DEP-DESCRICAO PIC X(30).
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EMS PIC 9(02) VALUE ZEROS.
       77 WRK-EMS-ENCONTRADA PIC X(01) VALUE 'N'.
       01 WRK-TAB-EMPRESAS.
           02 WRK-TAB-EMPRESA OCCURS 10 TIMES.
               03 TAB-EMS-CODIGO PIC X(03).
               03 TAB-EMS-RAZAO PIC X(30).
       77 WRK-QTD-CARGOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-CAR-ENCONTRADO PIC X(01) VALUE 'N'.
       01 WRK-TAB-CARGOS.
           02 WRK-TAB-CARGO OCCURS 50 TIMES.
               03 TAB-CAR-CODIGO PIC X(04).
               03 TAB-CAR-TITULO PIC X(30).
               03 TAB-CAR-SALARIO-MIN PIC 9(06)V99.
               03 TAB-CAR-SALARIO-MAX PIC 9(06)V99.
      *** DIGITACAO DA ALTERACAO ***************************************
       77 WRK-ID-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-ID-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-ID-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
       77 WRK-DATA-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-DATA-VALIDA PIC X(01) VALUE 'N'.
       01 WRK-DATA-TESTE.
           02 WRK-DATA-ANO-TESTE PIC 9(04).
           02 WRK-DATA-MES-TESTE PIC 9(02).
           02 WRK-DATA-DIA-TESTE PIC 9(02).
       01 WRK-DATA-TESTE-NUM REDEFINES WRK-DATA-TESTE PIC 9(08).
       77 WRK-BISSEXTO PIC X(01) VALUE 'N'.
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
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
       77 WRK-SALARIO-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-SALARIO-NOVO REDEFINES WRK-SALARIO-ENTRADA
           PIC 9(06)V99.
       77 WRK-SALARIO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-CC-ENTRADA PIC X(04) VALUE SPACES.
       77 WRK-CC-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-ENTRADA PIC X(03) VALUE SPACES.
       77 WRK-EMPRESA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-ATUAL PIC X(03) VALUE SPACES.
       77 WRK-BANCO-ENTRADA PIC X(03) VALUE SPACES.
       77 WRK-BANCO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-BANCO-ALTERADO PIC X(01) VALUE 'N'.
       77 WRK-AGENCIA-ENTRADA PIC X(04) VALUE SPACES.
       77 WRK-AGENCIA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-CONTA-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-CONTA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-DV-ENTRADA PIC X(01) VALUE SPACES.
       77 WRK-DV-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-DV-CALCULADO PIC 9(01) VALUE ZEROS.
       77 WRK-DV-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-DV-PESO PIC 9(01) VALUE ZEROS.
       77 WRK-DV-PRODUTO PIC 9(02) VALUE ZEROS.
       77 WRK-DV-DEZENA PIC 9(01) VALUE ZEROS.
       77 WRK-DV-SOMA PIC 9(03) VALUE ZEROS.
       77 WRK-DV-QUOC PIC 9(02) VALUE ZEROS.
       77 WRK-DV-RESTO PIC 9(02) VALUE ZEROS.
       01 WRK-DV-DIGITOS.
           02 WRK-DV-AGENCIA PIC X(04).
           02 WRK-DV-CONTA PIC X(08).
       01 WRK-DV-DIGITOS-R REDEFINES WRK-DV-DIGITOS.
           02 WRK-DV-DIG PIC 9(01) OCCURS 12 TIMES.
       77 WRK-TIPO-PAGTO-ATUAL PIC X(01) VALUE 'C'.
       77 WRK-TIPO-PAGTO-ENTRADA PIC X(01) VALUE SPACES.
       77 WRK-TIPO-PAGTO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-CHAVE-PIX-ENTRADA PIC X(32) VALUE SPACES.
       77 WRK-CHAVE-PIX-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-FAIXA-MIN PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FAIXA-MAX PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FAIXA-OK PIC X(01) VALUE 'N'.
       77 WRK-FAIXA-MIN-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FAIXA-MAX-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIM-OPERADOR PIC X(01) VALUE 'N'.
       77 WRK-APROVADOR-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-APROVADOR-OK PIC X(01) VALUE 'N'.
      *** CONSULTA E CANCELAMENTO **************************************
       77 WRK-NUMERO-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-NUMERO-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-FILTRO-ID PIC 9(06) VALUE ZEROS.
       77 WRK-SALARIO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
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
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-HORA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-DATA-FIM PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-HORA-FIM PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGA-ALTERACOES.
           IF WRK-ALT-ESTOURO = 'S'
               DISPLAY 'ARQUIVO DE ALTERACOES PROGRAMADAS EXCEDE '
                   WRK-MAX-ALTERACOES ' REGISTROS - NADA FOI FEITO'
               MOVE 16 TO WRK-RETORNO
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WRK-STATUS-EMPLOYEE NOT = "00"
                   DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - '
                       'STATUS ' WRK-STATUS-EMPLOYEE
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   PERFORM 1100-CARREGA-DEPARTAMENTOS
                   PERFORM 1200-CARREGA-EMPRESAS
                   PERFORM 1300-CARREGA-CARGOS
                   PERFORM 2000-ESCOLHE-ACAO
                       UNTIL WRK-ACAO-FIM = 'S'
                   CLOSE EMPLOYEE-MASTER
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
           MOVE "PROGCOB41" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** CARREGA O ARQUIVO DE ALTERACOES PROGRAMADAS INTEIRO EM *******
      *** TABELA, GUARDANDO O MAIOR NUMERO JA USADO ********************
       1000-CARREGA-ALTERACOES.
           MOVE ZEROS TO WRK-QTD-ALTERACOES.
           MOVE ZEROS TO WRK-MAIOR-NUMERO.
           OPEN INPUT ALTERACAO-ARQUIVO.
           IF WRK-STATUS-ALTERACAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ALTERACAO
               PERFORM 1010-LE-ALTERACAO
               PERFORM 1020-ARMAZENA-ALTERACAO
                   UNTIL WRK-FIM-ALTERACAO = 'S'
               CLOSE ALTERACAO-ARQUIVO
           END-IF.

       1010-LE-ALTERACAO.
           READ ALTERACAO-ARQUIVO INTO WRK-REG-ALTERACAO-PROG
               AT END
                   MOVE 'S' TO WRK-FIM-ALTERACAO
           END-READ.

       1020-ARMAZENA-ALTERACAO.
           IF WRK-QTD-ALTERACOES NOT < WRK-MAX-ALTERACOES
               MOVE 'S' TO WRK-ALT-ESTOURO
               MOVE 'S' TO WRK-FIM-ALTERACAO
           ELSE
               ADD 1 TO WRK-QTD-ALTERACOES
               MOVE WRK-REG-ALTERACAO-PROG
                   TO TAB-ALT-REGISTRO (WRK-QTD-ALTERACOES)
               IF APG-NUMERO > WRK-MAIOR-NUMERO
                   MOVE APG-NUMERO TO WRK-MAIOR-NUMERO
               END-IF
               PERFORM 1010-LE-ALTERACAO
           END-IF.

      *********** CARREGA A REFERENCIA DE DEPARTAMENTOS EM TABELA *******
       1100-CARREGA-DEPARTAMENTOS.
           MOVE ZEROS TO WRK-QTD-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTO-ARQUIVO.
           IF WRK-STATUS-DEPARTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-REFERENCIA
               PERFORM 1110-LE-DEPARTAMENTO
               PERFORM 1120-ARMAZENA-DEPARTAMENTO
                   UNTIL WRK-FIM-REFERENCIA = 'S'
               CLOSE DEPARTAMENTO-ARQUIVO
           END-IF.
           IF WRK-QTD-DEPARTAMENTOS = ZEROS
               DISPLAY 'REFERENCIA DE DEPARTAMENTOS INDISPONIVEL - '
                   'CENTRO DE CUSTO NAO SERA VALIDADO'
           END-IF.

       1110-LE-DEPARTAMENTO.
           READ DEPARTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

       1120-ARMAZENA-DEPARTAMENTO.
           ADD 1 TO WRK-QTD-DEPARTAMENTOS.
           MOVE DEP-CODIGO
               TO TAB-DEP-CODIGO (WRK-QTD-DEPARTAMENTOS).
           MOVE DEP-DESCRICAO
               TO TAB-DEP-DESCRICAO (WRK-QTD-DEPARTAMENTOS).
           PERFORM 1110-LE-DEPARTAMENTO.

      *********** CARREGA O CADASTRO DE EMPRESAS EM TABELA **************
       1200-CARREGA-EMPRESAS.
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
           OPEN INPUT EMPRESA-ARQUIVO.
           IF WRK-STATUS-EMPRESA NOT = "35"
               MOVE 'N' TO WRK-FIM-REFERENCIA
               PERFORM 1210-LE-EMPRESA
               PERFORM 1220-ARMAZENA-EMPRESA
                   UNTIL WRK-FIM-REFERENCIA = 'S'
               CLOSE EMPRESA-ARQUIVO
           END-IF.
           IF WRK-QTD-EMPRESAS = ZEROS
               DISPLAY 'CADASTRO DE EMPRESAS INDISPONIVEL - EMPRESA '
                   'NAO SERA VALIDADA'
           END-IF.

       1210-LE-EMPRESA.
           READ EMPRESA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

       1220-ARMAZENA-EMPRESA.
           ADD 1 TO WRK-QTD-EMPRESAS.
           MOVE EMS-CODIGO TO TAB-EMS-CODIGO (WRK-QTD-EMPRESAS).
           MOVE EMS-RAZAO-SOCIAL TO TAB-EMS-RAZAO (WRK-QTD-EMPRESAS).
           PERFORM 1210-LE-EMPRESA.

      *** CARREGA A REFERENCIA DE CARGOS E FAIXAS SALARIAIS EM TABELA **
       1300-CARREGA-CARGOS.
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGO-ARQUIVO.
           IF WRK-STATUS-CARGO NOT = "35"
               MOVE 'N' TO WRK-FIM-REFERENCIA
               PERFORM 1310-LE-CARGO
               PERFORM 1320-ARMAZENA-CARGO
                   UNTIL WRK-FIM-REFERENCIA = 'S'
               CLOSE CARGO-ARQUIVO
           END-IF.

       1310-LE-CARGO.
           READ CARGO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

       1320-ARMAZENA-CARGO.
           ADD 1 TO WRK-QTD-CARGOS.
           MOVE CAR-CODIGO TO TAB-CAR-CODIGO (WRK-QTD-CARGOS).
           MOVE CAR-TITULO TO TAB-CAR-TITULO (WRK-QTD-CARGOS).
           MOVE CAR-SALARIO-MIN TO TAB-CAR-SALARIO-MIN (WRK-QTD-CARGOS).
           MOVE CAR-SALARIO-MAX TO TAB-CAR-SALARIO-MAX (WRK-QTD-CARGOS).
           PERFORM 1310-LE-CARGO.

      *********** ESCOLHA DA ACAO - BRANCO ENCERRA **********************
       2000-ESCOLHE-ACAO.
           MOVE SPACES TO WRK-ACAO.
           DISPLAY '============================================='.
           DISPLAY 'ALTERACOES PROGRAMADAS DO MASTER'.
           DISPLAY 'I=INCLUIR, L=LISTAR PENDENTES, C=CANCELAR, EM '
               'BRANCO PARA ENCERRAR'.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'I'
                   PERFORM 3000-INCLUI-ALTERACAO
               WHEN 'L'
                   PERFORM 4000-LISTA-PENDENTES
               WHEN 'C'
                   PERFORM 5000-CANCELA-ALTERACAO
               WHEN SPACE
                   MOVE 'S' TO WRK-ACAO-FIM
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA (I, L, C OU BRANCO), DIGITE '
                       'NOVAMENTE'
           END-EVALUATE.

      *** INCLUSAO - LOCALIZA O EMPREGADO ATIVO, CAPTURA A DATA ********
      *** EFETIVA E OS CAMPOS NOVOS (BRANCO = MANTER) E GRAVA A ********
      *** ALTERACAO PENDENTE NO FIM DO ARQUIVO *************************
       3000-INCLUI-ALTERACAO.
           IF WRK-QTD-ALTERACOES NOT < WRK-MAX-ALTERACOES
               DISPLAY 'ARQUIVO DE ALTERACOES PROGRAMADAS CHEIO ('
                   WRK-MAX-ALTERACOES ' REGISTROS) - INCLUSAO '
                   'IMPOSSIVEL'
           ELSE
               PERFORM 3100-CAPTURA-ID
               IF WRK-ID-VALIDO = 'S'
                   PERFORM 3150-EXIBE-EMPREGADO
                   PERFORM 3190-PREPARA-ALTERACAO
                   MOVE 'N' TO WRK-DATA-VALIDA
                   PERFORM 3200-CAPTURA-DATA-EFETIVA
                       UNTIL WRK-DATA-VALIDA = 'S'
                   MOVE 'N' TO WRK-SALARIO-VALIDO
                   PERFORM 3300-CAPTURA-SALARIO
                       UNTIL WRK-SALARIO-VALIDO = 'S'
                   MOVE 'N' TO WRK-FAIXA-OK
                   PERFORM 3350-CONFERE-FAIXA-SALARIAL
                       UNTIL WRK-FAIXA-OK = 'S'
                   MOVE 'N' TO WRK-CC-VALIDO
                   PERFORM 3400-CAPTURA-CENTRO-CUSTO
                       UNTIL WRK-CC-VALIDO = 'S'
                   MOVE 'N' TO WRK-EMPRESA-VALIDA
                   PERFORM 3450-CAPTURA-EMPRESA
                       UNTIL WRK-EMPRESA-VALIDA = 'S'
                   MOVE 'N' TO WRK-BANCO-VALIDO
                   PERFORM 3500-CAPTURA-BANCO
                       UNTIL WRK-BANCO-VALIDO = 'S'
                   IF WRK-BANCO-ALTERADO = 'S'
                       MOVE 'N' TO WRK-AGENCIA-VALIDA
                       PERFORM 3520-CAPTURA-AGENCIA
                           UNTIL WRK-AGENCIA-VALIDA = 'S'
                       MOVE 'N' TO WRK-CONTA-VALIDA
                       PERFORM 3540-CAPTURA-CONTA
                           UNTIL WRK-CONTA-VALIDA = 'S'
                       MOVE 'N' TO WRK-DV-VALIDO
                       PERFORM 3560-CAPTURA-DV
                           UNTIL WRK-DV-VALIDO = 'S'
                   END-IF
                   MOVE 'N' TO WRK-TIPO-PAGTO-VALIDO
                   PERFORM 3600-CAPTURA-TIPO-PAGAMENTO
                       UNTIL WRK-TIPO-PAGTO-VALIDO = 'S'
                   IF APG-TIPO-PAGAMENTO = 'P'
                       MOVE 'N' TO WRK-CHAVE-PIX-VALIDA
                       PERFORM 3650-CAPTURA-CHAVE-PIX
                           UNTIL WRK-CHAVE-PIX-VALIDA = 'S'
                   END-IF
                   IF WRK-HOUVE-ALTERACAO = 'S'
                       PERFORM 3900-GRAVA-ALTERACAO
                   ELSE
                       DISPLAY 'NENHUM CAMPO ALTERADO, ALTERACAO NAO '
                           'REGISTRADA'
                   END-IF
               END-IF
           END-IF.

      *** SO EMPREGADO DO MASTER E ATIVO RECEBE ALTERACAO PROGRAMADA ***
       3100-CAPTURA-ID.
           MOVE SPACES TO WRK-ID-ENTRADA.
           DISPLAY 'INFORME O ID DO EMPREGADO (6 DIGITOS)'.
           ACCEPT WRK-ID-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-ID-VALIDO.
           IF WRK-ID-ENTRADA NOT NUMERIC
               DISPLAY 'ID INVALIDO (SOMENTE DIGITOS)'
               MOVE 'N' TO WRK-ID-VALIDO
           ELSE
               MOVE WRK-ID-ENTRADA TO WRK-ID-BUSCA
               MOVE WRK-ID-BUSCA TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'EMPREGADO NAO ENCONTRADO NO MASTER'
                       MOVE 'N' TO WRK-ID-VALIDO
                   NOT INVALID KEY
                       IF EMP-DESLIGADO
                           DISPLAY 'EMPREGADO DESLIGADO - ALTERACAO '
                               'PROGRAMADA NAO PERMITIDA'
                           MOVE 'N' TO WRK-ID-VALIDO
                       END-IF
               END-READ
           END-IF.

      *** SITUACAO ATUAL E AS ALTERACOES JA PENDENTES DO EMPREGADO *****
       3150-EXIBE-EMPREGADO.
           MOVE EMP-SALARIO TO WRK-SALARIO-ED.
           DISPLAY 'EMPREGADO....: ' EMP-NOME.
           DISPLAY 'SALARIO ATUAL: ' WRK-SALARIO-ED ' ' EMP-MOEDA.
           DISPLAY 'CENTRO CUSTO.: ' EMP-CENTRO-CUSTO.
           IF EMP-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-ATUAL
           ELSE
               MOVE EMP-EMPRESA TO WRK-EMPRESA-ATUAL
           END-IF.
           DISPLAY 'EMPRESA......: ' WRK-EMPRESA-ATUAL.
           IF EMP-BANCO = ZEROS OR EMP-CONTA = ZEROS
               DISPLAY 'DADOS BANCARIOS: NAO CADASTRADOS'
           ELSE
               DISPLAY 'BANCO/AGENCIA/CONTA-DV: ' EMP-BANCO
                   ' ' EMP-AGENCIA ' ' EMP-CONTA '-' EMP-CONTA-DV
           END-IF.
           IF EMP-PAGTO-PIX
               MOVE 'P' TO WRK-TIPO-PAGTO-ATUAL
           ELSE
               MOVE 'C' TO WRK-TIPO-PAGTO-ATUAL
           END-IF.
           DISPLAY 'TIPO PAGTO...: ' WRK-TIPO-PAGTO-ATUAL.
           MOVE WRK-ID-BUSCA TO WRK-FILTRO-ID.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           PERFORM 4100-LISTA-ALTERACAO
               VARYING WRK-IDX-ALT FROM 1 BY 1
               UNTIL WRK-IDX-ALT > WRK-QTD-ALTERACOES.
           IF WRK-QTD-LISTADAS > ZEROS
               DISPLAY 'ATENCAO: O EMPREGADO JA TEM ' WRK-QTD-LISTADAS
                   ' ALTERACAO(OES) PENDENTE(S) - CONFIRA ANTES DE '
                   'INCLUIR OUTRA'
           END-IF.

      *** REGISTRO NOVO COM TODOS OS CAMPOS EM "MANTER" ****************
       3190-PREPARA-ALTERACAO.
           MOVE SPACES TO WRK-REG-ALTERACAO-PROG.
           MOVE WRK-ID-BUSCA TO APG-ID.
           MOVE ZEROS TO APG-DATA-EFETIVA.
           MOVE 'P' TO APG-SITUACAO.
           MOVE ZEROS TO APG-SALARIO.
           MOVE ZEROS TO APG-BANCO.
           MOVE ZEROS TO APG-AGENCIA.
           MOVE ZEROS TO APG-CONTA.
           MOVE WRK-OPERADOR TO APG-OPERADOR.
           MOVE WRK-DATA-HOJE TO APG-DATA-REGISTRO.
           MOVE ZEROS TO APG-DATA-SITUACAO.
           MOVE 'N' TO WRK-HOUVE-ALTERACAO.
           MOVE 'N' TO WRK-BANCO-ALTERADO.

      *** DATA EFETIVA (AAAAMMDD) VALIDA E POSTERIOR A HOJE ************
       3200-CAPTURA-DATA-EFETIVA.
           MOVE SPACES TO WRK-DATA-ENTRADA.
           DISPLAY 'INFORME A DATA EM QUE A ALTERACAO PASSA A VALER '
               '(AAAAMMDD)'.
           ACCEPT WRK-DATA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-DATA-VALIDA.
           IF WRK-DATA-ENTRADA NOT NUMERIC
               DISPLAY 'DATA INVALIDA (SOMENTE DIGITOS), DIGITE '
                   'NOVAMENTE'
               MOVE 'N' TO WRK-DATA-VALIDA
           ELSE
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-TESTE-NUM
               IF WRK-DATA-MES-TESTE < 1 OR WRK-DATA-MES-TESTE > 12
                   DISPLAY 'MES INVALIDO, DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-DATA-VALIDA
               ELSE
                   PERFORM 3210-VALIDA-DIA
               END-IF
           END-IF.
           IF WRK-DATA-VALIDA = 'S'
               IF WRK-DATA-TESTE-NUM NOT > WRK-DATA-HOJE
                   DISPLAY 'A DATA EFETIVA DEVE SER POSTERIOR A HOJE - '
                       'ALTERACAO QUE JA VALE E FEITA NA MANUTENCAO '
                       'DO EMPREGADO'
                   MOVE 'N' TO WRK-DATA-VALIDA
               ELSE
                   MOVE WRK-DATA-TESTE-NUM TO APG-DATA-EFETIVA
               END-IF
           END-IF.

      *** VALIDA O DIA CONTRA O TAMANHO DO MES (COM ANO BISSEXTO) ******
       3210-VALIDA-DIA.
           MOVE 'N' TO WRK-BISSEXTO.
           IF (WRK-DATA-ANO-TESTE
               - ((WRK-DATA-ANO-TESTE / 4) * 4)) = 0
               MOVE 'S' TO WRK-BISSEXTO
               IF (WRK-DATA-ANO-TESTE
                   - ((WRK-DATA-ANO-TESTE / 100) * 100)) = 0
                   MOVE 'N' TO WRK-BISSEXTO
                   IF (WRK-DATA-ANO-TESTE
                       - ((WRK-DATA-ANO-TESTE / 400) * 400)) = 0
                       MOVE 'S' TO WRK-BISSEXTO
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-DIAS-MES-TAB (WRK-DATA-MES-TESTE)
               TO WRK-DIAS-NO-MES.
           IF WRK-DATA-MES-TESTE = 2 AND WRK-BISSEXTO = 'S'
               ADD 1 TO WRK-DIAS-NO-MES
           END-IF.
           IF WRK-DATA-DIA-TESTE < 1
               OR WRK-DATA-DIA-TESTE > WRK-DIAS-NO-MES
               DISPLAY 'DIA INVALIDO PARA O MES INFORMADO, DIGITE '
                   'NOVAMENTE'
               MOVE 'N' TO WRK-DATA-VALIDA
           END-IF.

      *********** NOVO SALARIO (BRANCO = MANTER) ************************
       3300-CAPTURA-SALARIO.
           MOVE SPACES TO WRK-SALARIO-ENTRADA.
           DISPLAY 'INFORME O NOVO SALARIO (8 DIGITOS, 2 DECIMAIS '
               'IMPLICITAS, EM BRANCO PARA MANTER)'.
           ACCEPT WRK-SALARIO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-SALARIO-VALIDO.
           MOVE ZEROS TO APG-SALARIO.
           IF WRK-SALARIO-ENTRADA NOT = SPACES
               IF WRK-SALARIO-ENTRADA NOT NUMERIC
                   DISPLAY 'SALARIO INVALIDO (SOMENTE DIGITOS), DIGITE '
                       'NOVAMENTE'
                   MOVE 'N' TO WRK-SALARIO-VALIDO
               ELSE
                   IF WRK-SALARIO-ENTRADA = ZEROS
                       DISPLAY 'SALARIO NAO PODE SER ZERO, DIGITE '
                           'NOVAMENTE'
                       MOVE 'N' TO WRK-SALARIO-VALIDO
                   ELSE
                       IF WRK-SALARIO-NOVO NOT = EMP-SALARIO
                           MOVE WRK-SALARIO-NOVO TO APG-SALARIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *** SALARIO NOVO CONFERIDO CONTRA A FAIXA DO CARGO ATUAL, COMO ***
      *** NO PROGCOB07 (FAIXA EM BRL - EXPATRIADO NAO E CONFERIDO). ****
      *** FORA DA FAIXA SO PASSA COM UM SUPERVISOR; SEM ELE O SALARIO **
      *** E DIGITADO DE NOVO (EM BRANCO MANTEM O ATUAL) ****************
       3350-CONFERE-FAIXA-SALARIAL.
           MOVE 'S' TO WRK-FAIXA-OK.
           MOVE SPACES TO WRK-APROVADOR-ENTRADA.
           IF APG-SALARIO NOT = ZEROS
               AND EMP-CARGO NOT = SPACES
               AND (EMP-MOEDA = "BRL" OR EMP-MOEDA = SPACES)
               PERFORM 3360-LOCALIZA-CARGO
               IF WRK-CAR-ENCONTRADO = 'S'
                   MOVE TAB-CAR-SALARIO-MIN (WRK-IDX-CAR)
                       TO WRK-FAIXA-MIN
                   MOVE TAB-CAR-SALARIO-MAX (WRK-IDX-CAR)
                       TO WRK-FAIXA-MAX
                   IF APG-SALARIO < WRK-FAIXA-MIN
                       OR APG-SALARIO > WRK-FAIXA-MAX
                       PERFORM 3370-AUTORIZA-FORA-FAIXA
                   END-IF
               END-IF
           END-IF.
           IF WRK-FAIXA-OK = 'S'
               MOVE WRK-APROVADOR-ENTRADA TO APG-APROVADOR
               IF APG-SALARIO NOT = ZEROS
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
               END-IF
           END-IF.

       3360-LOCALIZA-CARGO.
           MOVE 'N' TO WRK-CAR-ENCONTRADO.
           PERFORM 3365-BUSCA-CARGO
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CARGOS
                   OR WRK-CAR-ENCONTRADO = 'S'.
           IF WRK-CAR-ENCONTRADO = 'S'
               SUBTRACT 1 FROM WRK-IDX-CAR
           END-IF.

       3365-BUSCA-CARGO.
           IF TAB-CAR-CODIGO (WRK-IDX-CAR) = EMP-CARGO
               MOVE 'S' TO WRK-CAR-ENCONTRADO
           END-IF.

       3370-AUTORIZA-FORA-FAIXA.
           MOVE APG-SALARIO TO WRK-SALARIO-ED.
           MOVE WRK-FAIXA-MIN TO WRK-FAIXA-MIN-ED.
           MOVE WRK-FAIXA-MAX TO WRK-FAIXA-MAX-ED.
           DISPLAY 'ATENCAO: SALARIO ' WRK-SALARIO-ED
               ' FORA DA FAIXA DO CARGO ' EMP-CARGO
               ' (' WRK-FAIXA-MIN-ED ' A ' WRK-FAIXA-MAX-ED ')'.
           PERFORM 3380-EXIGE-SUPERVISOR.
           IF WRK-APROVADOR-OK NOT = 'S'
               DISPLAY 'SALARIO FORA DA FAIXA NAO AUTORIZADO - '
                   'DIGITE NOVAMENTE O SALARIO'
               MOVE SPACES TO WRK-APROVADOR-ENTRADA
               MOVE 'N' TO WRK-FAIXA-OK
               MOVE 'N' TO WRK-SALARIO-VALIDO
               PERFORM 3300-CAPTURA-SALARIO
                   UNTIL WRK-SALARIO-VALIDO = 'S'
           END-IF.

      *** SEGUNDO OPERADOR COM PERFIL SUPERVISOR ATIVO EM **************
      *** OPERADORES.DAT, DIFERENTE DE QUEM DIGITOU ********************
       3380-EXIGE-SUPERVISOR.
           MOVE 'N' TO WRK-APROVADOR-OK.
           MOVE SPACES TO WRK-APROVADOR-ENTRADA.
           DISPLAY 'INFORME O SUPERVISOR QUE AUTORIZA O SALARIO FORA '
               'DA FAIXA'.
           ACCEPT WRK-APROVADOR-ENTRADA FROM CONSOLE.
           IF WRK-APROVADOR-ENTRADA = SPACES
               DISPLAY 'APROVADOR NAO INFORMADO'
           ELSE
               IF WRK-APROVADOR-ENTRADA = WRK-OPERADOR
                   DISPLAY 'O APROVADOR DEVE SER DIFERENTE DE QUEM '
                       'DIGITOU A ALTERACAO'
               ELSE
                   PERFORM 3385-CONFERE-APROVADOR
               END-IF
           END-IF.

       3385-CONFERE-APROVADOR.
           OPEN INPUT OPERADOR-ARQUIVO.
           IF WRK-STATUS-OPERADOR NOT = "00"
               DISPLAY 'ARQUIVO DE OPERADORES INDISPONIVEL - '
                   'APROVACAO IMPOSSIVEL'
           ELSE
               MOVE 'N' TO WRK-FIM-OPERADOR
               PERFORM 3390-LE-OPERADOR
               PERFORM 3395-CONFERE-PERFIL
                   UNTIL WRK-FIM-OPERADOR = 'S'
               CLOSE OPERADOR-ARQUIVO
               IF WRK-APROVADOR-OK NOT = 'S'
                   DISPLAY 'APROVADOR SEM PERFIL SUPERVISOR ATIVO'
               END-IF
           END-IF.

       3390-LE-OPERADOR.
           READ OPERADOR-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-OPERADOR
           END-READ.

       3395-CONFERE-PERFIL.
           IF OPE-ID = WRK-APROVADOR-ENTRADA
               AND OPE-ATIVO = 'S' AND OPE-SUPERVISOR = 'S'
               MOVE 'S' TO WRK-APROVADOR-OK
           END-IF.
           PERFORM 3390-LE-OPERADOR.

      *** NOVO CENTRO DE CUSTO (BRANCO = MANTER), NA REFERENCIA DE *****
      *** DEPARTAMENTOS ************************************************
       3400-CAPTURA-CENTRO-CUSTO.
           MOVE SPACES TO WRK-CC-ENTRADA.
           DISPLAY 'INFORME O NOVO CENTRO DE CUSTO (4 DIGITOS, EM '
               'BRANCO PARA MANTER)'.
           ACCEPT WRK-CC-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-CC-VALIDO.
           MOVE SPACES TO APG-CENTRO-CUSTO.
           IF WRK-CC-ENTRADA NOT = SPACES
               IF WRK-CC-ENTRADA NOT NUMERIC
                   DISPLAY 'CENTRO DE CUSTO INVALIDO (SOMENTE '
                       'DIGITOS), DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-CC-VALIDO
               ELSE
                   IF WRK-QTD-DEPARTAMENTOS > ZEROS
                       PERFORM 3410-VALIDA-DEPARTAMENTO
                   END-IF
                   IF WRK-CC-VALIDO = 'S'
                       AND WRK-CC-ENTRADA NOT = EMP-CENTRO-CUSTO
                       MOVE WRK-CC-ENTRADA TO APG-CENTRO-CUSTO
                       MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   END-IF
               END-IF
           END-IF.

       3410-VALIDA-DEPARTAMENTO.
           MOVE 'N' TO WRK-DEP-ENCONTRADO.
           PERFORM 3415-BUSCA-DEPARTAMENTO
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEPARTAMENTOS
                   OR WRK-DEP-ENCONTRADO = 'S'.
           IF WRK-DEP-ENCONTRADO NOT = 'S'
               DISPLAY 'DEPARTAMENTO NAO CADASTRADO NA REFERENCIA, '
                   'DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-CC-VALIDO
           END-IF.

       3415-BUSCA-DEPARTAMENTO.
           IF TAB-DEP-CODIGO (WRK-IDX-DEP) = WRK-CC-ENTRADA
               DISPLAY 'DEPARTAMENTO: '
                   TAB-DEP-DESCRICAO (WRK-IDX-DEP)
               MOVE 'S' TO WRK-DEP-ENCONTRADO
           END-IF.

      *** NOVA EMPRESA DO GRUPO (BRANCO = MANTER), NO CADASTRO DE ******
      *** EMPRESAS - A TRANSFERENCIA LEVA O EMPREGADO PARA A FOLHA *****
      *** DA OUTRA EMPRESA A PARTIR DA COMPETENCIA DA DATA EFETIVA *****
       3450-CAPTURA-EMPRESA.
           MOVE SPACES TO WRK-EMPRESA-ENTRADA.
           DISPLAY 'INFORME A NOVA EMPRESA DO GRUPO (3 DIGITOS, EM '
               'BRANCO PARA MANTER)'.
           ACCEPT WRK-EMPRESA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-EMPRESA-VALIDA.
           MOVE SPACES TO APG-EMPRESA.
           IF WRK-EMPRESA-ENTRADA NOT = SPACES
               IF WRK-QTD-EMPRESAS > ZEROS
                   MOVE 'N' TO WRK-EMS-ENCONTRADA
                   PERFORM 3460-BUSCA-EMPRESA
                       VARYING WRK-IDX-EMS FROM 1 BY 1
                       UNTIL WRK-IDX-EMS > WRK-QTD-EMPRESAS
                           OR WRK-EMS-ENCONTRADA = 'S'
                   IF WRK-EMS-ENCONTRADA NOT = 'S'
                       DISPLAY 'EMPRESA NAO CADASTRADA, DIGITE '
                           'NOVAMENTE'
                       MOVE 'N' TO WRK-EMPRESA-VALIDA
                   END-IF
               END-IF
               IF WRK-EMPRESA-VALIDA = 'S'
                   AND WRK-EMPRESA-ENTRADA NOT = WRK-EMPRESA-ATUAL
                   MOVE WRK-EMPRESA-ENTRADA TO APG-EMPRESA
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
               END-IF
           END-IF.

       3460-BUSCA-EMPRESA.
           IF TAB-EMS-CODIGO (WRK-IDX-EMS) = WRK-EMPRESA-ENTRADA
               DISPLAY 'EMPRESA: ' TAB-EMS-RAZAO (WRK-IDX-EMS)
               MOVE 'S' TO WRK-EMS-ENCONTRADA
           END-IF.

      *** NOVO BANCO (BRANCO = MANTER OS DADOS BANCARIOS) **************
       3500-CAPTURA-BANCO.
           MOVE SPACES TO WRK-BANCO-ENTRADA.
           DISPLAY 'INFORME O NOVO BANCO (3 DIGITOS, EM BRANCO PARA '
               'MANTER OS DADOS BANCARIOS)'.
           ACCEPT WRK-BANCO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-BANCO-VALIDO.
           MOVE 'N' TO WRK-BANCO-ALTERADO.
           IF WRK-BANCO-ENTRADA NOT = SPACES
               IF WRK-BANCO-ENTRADA NOT NUMERIC
                   OR WRK-BANCO-ENTRADA = ZEROS
                   DISPLAY 'BANCO INVALIDO (3 DIGITOS, NAO ZERO), '
                       'DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-BANCO-VALIDO
               ELSE
                   MOVE 'S' TO WRK-BANCO-ALTERADO
                   MOVE WRK-BANCO-ENTRADA TO APG-BANCO
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
               END-IF
           END-IF.

       3520-CAPTURA-AGENCIA.
           MOVE SPACES TO WRK-AGENCIA-ENTRADA.
           DISPLAY 'INFORME A AGENCIA (4 DIGITOS)'.
           ACCEPT WRK-AGENCIA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-AGENCIA-VALIDA.
           IF WRK-AGENCIA-ENTRADA NOT NUMERIC
               OR WRK-AGENCIA-ENTRADA = ZEROS
               DISPLAY 'AGENCIA INVALIDA (4 DIGITOS, NAO ZERO), '
                   'DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-AGENCIA-VALIDA
           ELSE
               MOVE WRK-AGENCIA-ENTRADA TO APG-AGENCIA
           END-IF.

       3540-CAPTURA-CONTA.
           MOVE SPACES TO WRK-CONTA-ENTRADA.
           DISPLAY 'INFORME A CONTA (8 DIGITOS)'.
           ACCEPT WRK-CONTA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-CONTA-VALIDA.
           IF WRK-CONTA-ENTRADA NOT NUMERIC
               OR WRK-CONTA-ENTRADA = ZEROS
               DISPLAY 'CONTA INVALIDA (8 DIGITOS, NAO ZERO), '
                   'DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-CONTA-VALIDA
           ELSE
               MOVE WRK-CONTA-ENTRADA TO APG-CONTA
           END-IF.

      *** DIGITO VERIFICADOR PELO MODULO 10 (MESMO CALCULO DA **********
      *** ADMISSAO E DA MANUTENCAO) ************************************
       3560-CAPTURA-DV.
           MOVE SPACES TO WRK-DV-ENTRADA.
           DISPLAY 'INFORME O DIGITO VERIFICADOR DA CONTA (1 DIGITO)'.
           ACCEPT WRK-DV-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-DV-VALIDO.
           IF WRK-DV-ENTRADA NOT NUMERIC
               DISPLAY 'DIGITO INVALIDO (SOMENTE DIGITOS), DIGITE '
                   'NOVAMENTE'
               MOVE 'N' TO WRK-DV-VALIDO
           ELSE
               PERFORM 3570-CALCULA-DV
               IF WRK-DV-ENTRADA NOT = WRK-DV-CALCULADO
                   DISPLAY 'DIGITO NAO CONFERE COM AGENCIA/CONTA '
                       '(ESPERADO ' WRK-DV-CALCULADO '), DIGITE '
                       'NOVAMENTE'
                   MOVE 'N' TO WRK-DV-VALIDO
               ELSE
                   MOVE WRK-DV-ENTRADA TO APG-CONTA-DV
               END-IF
           END-IF.

       3570-CALCULA-DV.
           MOVE WRK-AGENCIA-ENTRADA TO WRK-DV-AGENCIA.
           MOVE WRK-CONTA-ENTRADA TO WRK-DV-CONTA.
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2 TO WRK-DV-PESO.
           PERFORM 3580-SOMA-DIGITO-DV
               VARYING WRK-DV-IDX FROM 12 BY -1
               UNTIL WRK-DV-IDX < 1.
           COMPUTE WRK-DV-QUOC = WRK-DV-SOMA / 10.
           COMPUTE WRK-DV-RESTO =
               WRK-DV-SOMA - (WRK-DV-QUOC * 10).
           IF WRK-DV-RESTO = 0
               MOVE 0 TO WRK-DV-CALCULADO
           ELSE
               COMPUTE WRK-DV-CALCULADO = 10 - WRK-DV-RESTO
           END-IF.

       3580-SOMA-DIGITO-DV.
           COMPUTE WRK-DV-PRODUTO =
               WRK-DV-DIG (WRK-DV-IDX) * WRK-DV-PESO.
           COMPUTE WRK-DV-DEZENA = WRK-DV-PRODUTO / 10.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA + WRK-DV-DEZENA
               + WRK-DV-PRODUTO - (WRK-DV-DEZENA * 10).
           IF WRK-DV-PESO = 2
               MOVE 1 TO WRK-DV-PESO
           ELSE
               MOVE 2 TO WRK-DV-PESO
           END-IF.

      *** NOVO TIPO DE PAGAMENTO (BRANCO = MANTER) *********************
       3600-CAPTURA-TIPO-PAGAMENTO.
           MOVE SPACES TO WRK-TIPO-PAGTO-ENTRADA.
           DISPLAY 'INFORME O TIPO DE PAGAMENTO (C=CONTA, P=PIX, EM '
               'BRANCO PARA MANTER)'.
           ACCEPT WRK-TIPO-PAGTO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-TIPO-PAGTO-VALIDO.
           MOVE SPACES TO APG-TIPO-PAGAMENTO.
           IF WRK-TIPO-PAGTO-ENTRADA NOT = SPACE
               IF WRK-TIPO-PAGTO-ENTRADA NOT = 'C'
                   AND WRK-TIPO-PAGTO-ENTRADA NOT = 'P'
                   DISPLAY 'TIPO INVALIDO (C OU P), DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-TIPO-PAGTO-VALIDO
               ELSE
                   IF WRK-TIPO-PAGTO-ENTRADA NOT = WRK-TIPO-PAGTO-ATUAL
                       MOVE WRK-TIPO-PAGTO-ENTRADA
                           TO APG-TIPO-PAGAMENTO
                       MOVE 'S' TO WRK-HOUVE-ALTERACAO
                   END-IF
               END-IF
           END-IF.

      *** CHAVE PIX DA PASSAGEM PARA PIX (BRANCO = MANTER A ATUAL, SE **
      *** HOUVER) ******************************************************
       3650-CAPTURA-CHAVE-PIX.
           MOVE SPACES TO WRK-CHAVE-PIX-ENTRADA.
           DISPLAY 'INFORME A CHAVE PIX (ATE 32 POSICOES, EM BRANCO '
               'PARA MANTER)'.
           ACCEPT WRK-CHAVE-PIX-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-CHAVE-PIX-VALIDA.
           IF WRK-CHAVE-PIX-ENTRADA = SPACES
               IF EMP-CHAVE-PIX = SPACES
                   DISPLAY 'EMPREGADO SEM CHAVE PIX CADASTRADA, '
                       'DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-CHAVE-PIX-VALIDA
               ELSE
                   MOVE EMP-CHAVE-PIX TO APG-CHAVE-PIX
               END-IF
           ELSE
               MOVE WRK-CHAVE-PIX-ENTRADA TO APG-CHAVE-PIX
           END-IF.

      *** NUMERA A ALTERACAO, ACRESCENTA NA TABELA E NO FIM DO *********
      *** ARQUIVO ******************************************************
       3900-GRAVA-ALTERACAO.
           ADD 1 TO WRK-MAIOR-NUMERO.
           MOVE WRK-MAIOR-NUMERO TO APG-NUMERO.
           ADD 1 TO WRK-QTD-ALTERACOES.
           MOVE WRK-REG-ALTERACAO-PROG
               TO TAB-ALT-REGISTRO (WRK-QTD-ALTERACOES).
           OPEN EXTEND ALTERACAO-ARQUIVO.
           IF WRK-STATUS-ALTERACAO = "35"
               OPEN OUTPUT ALTERACAO-ARQUIVO
               CLOSE ALTERACAO-ARQUIVO
               OPEN EXTEND ALTERACAO-ARQUIVO
           END-IF.
           WRITE LINHA-ALTERACAO FROM WRK-REG-ALTERACAO-PROG.
           CLOSE ALTERACAO-ARQUIVO.
           MOVE APG-DATA-EFETIVA TO WRK-DATA-EDICAO-NUM.
           PERFORM 9100-EDITA-DATA.
           DISPLAY 'ALTERACAO ' APG-NUMERO ' REGISTRADA PARA O '
               'EMPREGADO ' APG-ID ' - VALE A PARTIR DE '
               WRK-DATA-EDITADA.

      *** LISTA AS ALTERACOES PENDENTES - DE UM EMPREGADO OU, COM O ****
      *** ID EM BRANCO, TODAS ******************************************
       4000-LISTA-PENDENTES.
           MOVE SPACES TO WRK-ID-ENTRADA.
           DISPLAY 'INFORME O ID DO EMPREGADO (EM BRANCO PARA TODOS)'.
           ACCEPT WRK-ID-ENTRADA FROM CONSOLE.
           IF WRK-ID-ENTRADA = SPACES
               MOVE ZEROS TO WRK-FILTRO-ID
           ELSE
               IF WRK-ID-ENTRADA NOT NUMERIC
                   DISPLAY 'ID INVALIDO (SOMENTE DIGITOS) - LISTANDO '
                       'TODOS'
                   MOVE ZEROS TO WRK-FILTRO-ID
               ELSE
                   MOVE WRK-ID-ENTRADA TO WRK-FILTRO-ID
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           PERFORM 4100-LISTA-ALTERACAO
               VARYING WRK-IDX-ALT FROM 1 BY 1
               UNTIL WRK-IDX-ALT > WRK-QTD-ALTERACOES.
           DISPLAY 'ALTERACOES PENDENTES LISTADAS: ' WRK-QTD-LISTADAS.

       4100-LISTA-ALTERACAO.
           MOVE TAB-ALT-REGISTRO (WRK-IDX-ALT)
               TO WRK-REG-ALTERACAO-PROG.
           IF APG-PENDENTE
               AND (WRK-FILTRO-ID = ZEROS OR APG-ID = WRK-FILTRO-ID)
               ADD 1 TO WRK-QTD-LISTADAS
               PERFORM 4200-EXIBE-ALTERACAO
           END-IF.

      *** UMA ALTERACAO: CABECALHO E SO OS CAMPOS QUE MUDAM ************
       4200-EXIBE-ALTERACAO.
           MOVE APG-DATA-EFETIVA TO WRK-DATA-EDICAO-NUM.
           PERFORM 9100-EDITA-DATA.
           DISPLAY 'ALTERACAO ' APG-NUMERO ' EMPREGADO ' APG-ID
               ' VALE A PARTIR DE ' WRK-DATA-EDITADA
               ' REGISTRADA POR ' APG-OPERADOR.
           IF APG-SALARIO NOT = ZEROS
               MOVE APG-SALARIO TO WRK-SALARIO-ED
               IF APG-APROVADOR = SPACES
                   DISPLAY '  SALARIO..........: ' WRK-SALARIO-ED
               ELSE
                   DISPLAY '  SALARIO..........: ' WRK-SALARIO-ED
                       ' (FORA DA FAIXA, AUTORIZADO POR '
                       APG-APROVADOR ')'
               END-IF
           END-IF.
           IF APG-CENTRO-CUSTO NOT = SPACES
               DISPLAY '  CENTRO DE CUSTO..: ' APG-CENTRO-CUSTO
           END-IF.
           IF APG-EMPRESA NOT = SPACES
               DISPLAY '  EMPRESA..........: ' APG-EMPRESA
           END-IF.
           IF APG-BANCO NOT = ZEROS
               DISPLAY '  BANCO/AGENCIA/CONTA-DV: ' APG-BANCO ' '
                   APG-AGENCIA ' ' APG-CONTA '-' APG-CONTA-DV
           END-IF.
           IF APG-TIPO-PAGAMENTO NOT = SPACE
               DISPLAY '  TIPO PAGAMENTO...: ' APG-TIPO-PAGAMENTO
           END-IF.
           IF APG-TIPO-PAGAMENTO = 'P'
               DISPLAY '  CHAVE PIX........: ' APG-CHAVE-PIX
           END-IF.

      *** CANCELA A ALTERACAO PENDENTE PELO NUMERO E REGRAVA O *********
      *** ARQUIVO INTEIRO (A CANCELADA FICA NO ARQUIVO COMO HISTORICO) *
       5000-CANCELA-ALTERACAO.
           MOVE SPACES TO WRK-NUMERO-ENTRADA.
           DISPLAY 'INFORME O NUMERO DA ALTERACAO A CANCELAR '
               '(6 DIGITOS)'.
           ACCEPT WRK-NUMERO-ENTRADA FROM CONSOLE.
           IF WRK-NUMERO-ENTRADA NOT NUMERIC
               DISPLAY 'NUMERO INVALIDO (SOMENTE DIGITOS)'
           ELSE
               MOVE WRK-NUMERO-ENTRADA TO WRK-NUMERO-BUSCA
               MOVE ZEROS TO WRK-IDX-ALT-ACHADA
               PERFORM 5100-BUSCA-ALTERACAO
                   VARYING WRK-IDX-ALT FROM 1 BY 1
                   UNTIL WRK-IDX-ALT > WRK-QTD-ALTERACOES
                       OR WRK-IDX-ALT-ACHADA > ZEROS
               IF WRK-IDX-ALT-ACHADA = ZEROS
                   DISPLAY 'ALTERACAO ' WRK-NUMERO-BUSCA
                       ' NAO ENCONTRADA'
               ELSE
                   MOVE TAB-ALT-REGISTRO (WRK-IDX-ALT-ACHADA)
                       TO WRK-REG-ALTERACAO-PROG
                   IF NOT APG-PENDENTE
                       DISPLAY 'ALTERACAO ' WRK-NUMERO-BUSCA
                           ' NAO ESTA PENDENTE (SITUACAO '
                           APG-SITUACAO ') - CANCELAMENTO RECUSADO'
                   ELSE
                       PERFORM 4200-EXIBE-ALTERACAO
                       PERFORM 5200-CONFIRMA-CANCELAMENTO
                   END-IF
               END-IF
           END-IF.

       5100-BUSCA-ALTERACAO.
           MOVE TAB-ALT-REGISTRO (WRK-IDX-ALT)
               TO WRK-REG-ALTERACAO-PROG.
           IF APG-NUMERO = WRK-NUMERO-BUSCA
               MOVE WRK-IDX-ALT TO WRK-IDX-ALT-ACHADA
           END-IF.

       5200-CONFIRMA-CANCELAMENTO.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)?'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S'
               MOVE 'C' TO APG-SITUACAO
               MOVE WRK-DATA-HOJE TO APG-DATA-SITUACAO
               MOVE WRK-OPERADOR TO APG-OPERADOR-SITUACAO
               MOVE WRK-REG-ALTERACAO-PROG
                   TO TAB-ALT-REGISTRO (WRK-IDX-ALT-ACHADA)
               PERFORM 5300-REGRAVA-ALTERACOES
               DISPLAY 'ALTERACAO ' APG-NUMERO ' CANCELADA'
           ELSE
               DISPLAY 'CANCELAMENTO NAO CONFIRMADO, ALTERACAO '
                   'MANTIDA'
           END-IF.

      *********** REGRAVA O ARQUIVO DE ALTERACOES INTEIRO ***************
       5300-REGRAVA-ALTERACOES.
           OPEN OUTPUT ALTERACAO-ARQUIVO.
           PERFORM 5310-GRAVA-ALTERACAO
               VARYING WRK-IDX-ALT FROM 1 BY 1
               UNTIL WRK-IDX-ALT > WRK-QTD-ALTERACOES.
           CLOSE ALTERACAO-ARQUIVO.

       5310-GRAVA-ALTERACAO.
           WRITE LINHA-ALTERACAO FROM TAB-ALT-REGISTRO (WRK-IDX-ALT).

      *********** EDITA DATA AAAAMMDD PARA DD/MM/AAAA *******************
       9100-EDITA-DATA.
           MOVE WRK-DTE-DIA TO WRK-DTD-DIA.
           MOVE WRK-DTE-MES TO WRK-DTD-MES.
           MOVE WRK-DTE-ANO TO WRK-DTD-ANO.
