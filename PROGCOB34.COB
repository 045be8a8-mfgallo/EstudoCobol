       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB34.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: RELATORIO MENSAL DE EMPREGADOS FORA DA FAIXA SALARIAL
      * DO CARGO, PARA O COMITE DE REMUNERACAO - CRUZA O SALARIO DE
      * CADA EMPREGADO ATIVO DO EMPLOYEE-MASTER COM A FAIXA (MINIMO E
      * MAXIMO) DO CARGO NA REFERENCIA DE CARGOS (CARGOS.DAT) E IMPRIME
      * EM DATA/FORAFAIXA.PRT OS QUE ESTAO ABAIXO OU ACIMA DA FAIXA,
      * AGRUPADOS POR DEPARTAMENTO (ORDEM DA REFERENCIA DE
      * DEPARTAMENTOS) E CARGO, COM A DIFERENCA PARA O LIMITE VIOLADO,
      * MAIS OS EMPREGADOS COM CARGO FORA DA REFERENCIA E O RESUMO DA
      * CONFERENCIA. A FAIXA E EM BRL - O EXPATRIADO PAGO EM MOEDA
      * ESTRANGEIRA E O EMPREGADO SEM CARGO ATRIBUIDO SO ENTRAM NA
      * CONTAGEM. EMPREGADO FORA DA FAIXA OU COM CARGO NAO CADASTRADO
      * TERMINA O PASSO COM AVISO (RC 4); MASTER OU REFERENCIA DE
      * CARGOS INDISPONIVEL DEVOLVE RC 16
      *MODIFICACAO: SEM TABELA DE EMPREGADOS FORA DA FAIXA - ELES VAO
      * PARA O ARQUIVO DE TRABALHO INDEXADO FAIXATRAB.DAT, LIDO POR
      * CENTRO/CARGO E NA ORDEM DO MASTER. REFERENCIA DE DEPARTAMENTOS
      * OU DE CARGOS MAIOR QUE A TABELA OU FALHA NO ARQUIVO DE
      * TRABALHO ABORTA O PASSO (RC 16)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WRK-STATUS-EMPLOYEE.
           SELECT DEPARTAMENTO-ARQUIVO
               ASSIGN TO "DATA/DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPARTAMENTO.
           SELECT CARGO-ARQUIVO ASSIGN TO "DATA/CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGO.
      *** EMPREGADOS A LISTAR POR CENTRO/CARGO (E) E NA ORDEM DO *******
      *** MASTER (S), MAIS OS CENTROS SEM REFERENCIA JA IMPRESSOS (P) **
           SELECT FAIXA-TRABALHO ASSIGN TO "DATA/FAIXATRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTR-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT FAIXA-RELATORIO ASSIGN TO "DATA/FORAFAIXA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  CARGO-ARQUIVO.
           COPY CBCARGO.
      *** SITUACAO B = ABAIXO DA FAIXA, A = ACIMA DA FAIXA, X = CARGO **
      *** NAO CADASTRADO NA REFERENCIA *********************************
       FD  FAIXA-TRABALHO.
       01 FAIXA-TRABALHO-RECORD.
           02 FTR-CHAVE.
               03 FTR-TIPO PIC X(01).
               03 FTR-CC PIC X(04).
               03 FTR-CARGO PIC X(04).
               03 FTR-SEQ PIC 9(06).
           02 FTR-DADOS PIC X(43).
       FD  FAIXA-RELATORIO.
       01 LINHA-FAIXA PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-CARGO PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
       77 WRK-FIM-DEPARTAMENTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-CARGO PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEPARTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-DEPARTAMENTOS PIC 9(03) VALUE 50.
       77 WRK-QTD-CARGOS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-CARGOS PIC 9(03) VALUE 50.
       77 WRK-QTD-FORA PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-FORA PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-DEP PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-FOR-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-CC-IMPRESSO PIC X(01) VALUE 'N'.
       77 WRK-CAR-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-DEP-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-GRUPO-CC PIC X(04) VALUE SPACES.
       77 WRK-GRUPO-CARGO PIC X(04) VALUE SPACES.
       77 WRK-QTD-GRUPO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CC-IMPRESSOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONFERIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DENTRO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABAIXO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ACIMA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CARGO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CARGO-INEXISTENTE PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MOEDA-ESTRANGEIRA PIC 9(05) VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-DEPARTAMENTOS.
           02 WRK-TAB-DEPARTAMENTO OCCURS 50 TIMES.
               03 TAB-DEP-CODIGO PIC X(04).
               03 TAB-DEP-DESCRICAO PIC X(30).
       01 WRK-TAB-CARGOS.
           02 WRK-TAB-CARGO OCCURS 50 TIMES.
               03 TAB-CAR-CODIGO PIC X(04).
               03 TAB-CAR-TITULO PIC X(30).
               03 TAB-CAR-SALARIO-MIN PIC 9(06)V99.
               03 TAB-CAR-SALARIO-MAX PIC 9(06)V99.
               03 TAB-CAR-CATEGORIA PIC X(10).
      *** EMPREGADO A LISTAR, COMO GRAVADO NO ARQUIVO DE TRABALHO ******
       01 WRK-REG-FORA.
           02 WRK-FOR-ID PIC 9(06).
           02 WRK-FOR-NOME PIC X(20).
           02 WRK-FOR-CC PIC X(04).
           02 WRK-FOR-CARGO PIC X(04).
           02 WRK-FOR-SALARIO PIC 9(06)V99.
           02 WRK-FOR-SITUACAO PIC X(01).
       01 WRK-CAB-FAIXA-1.
           02 FILLER PIC X(50)
               VALUE "EMPREGADOS FORA DA FAIXA SALARIAL DO CARGO".
           02 FILLER PIC X(13) VALUE "COMPETENCIA ".
           02 WRK-CAB-COMPETENCIA PIC 9(06).
       01 WRK-CAB-FAIXA-2.
           02 FILLER PIC X(08) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(14) VALUE "SALARIO".
           02 FILLER PIC X(08) VALUE "SITUACAO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "DIFERENCA".
       01 WRK-LINHA-DEPARTAMENTO.
           02 FILLER PIC X(14) VALUE "DEPARTAMENTO ".
           02 WRK-LDP-CC PIC X(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LDP-DESCRICAO PIC X(30).
       01 WRK-LINHA-CARGO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "CARGO ".
           02 WRK-LCG-CARGO PIC X(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LCG-TITULO PIC X(30).
           02 FILLER PIC X(07) VALUE " FAIXA ".
           02 WRK-LCG-MIN PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(03) VALUE " A ".
           02 WRK-LCG-MAX PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LCG-CATEGORIA PIC X(10).
       01 WRK-LINHA-EMPREGADO.
           02 WRK-LEM-ID PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-LEM-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LEM-SALARIO PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WRK-LEM-SITUACAO PIC X(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 WRK-LEM-DIFERENCA PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-SUBTOTAL.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(30)
               VALUE "EMPREGADOS FORA DA FAIXA.....:".
           02 WRK-LST-QTD PIC ZZ9.
       01 WRK-CAB-SEM-REFERENCIA.
           02 FILLER PIC X(60)
               VALUE "CARGO NAO CADASTRADO NA REFERENCIA DE CARGOS".
       01 WRK-LINHA-SEM-REFERENCIA.
           02 WRK-LSR-ID PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-LSR-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "CC ".
           02 WRK-LSR-CC PIC X(04).
           02 FILLER PIC X(08) VALUE "  CARGO ".
           02 WRK-LSR-CARGO PIC X(04).
       01 WRK-LINHA-RESUMO.
           02 WRK-LRS-DESCRICAO PIC X(40).
           02 WRK-LRS-QTD PIC ZZZZ9.
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
           PERFORM 1000-CARREGA-DEPARTAMENTOS.
           IF WRK-RETORNO NOT = 16
               PERFORM 1100-CARREGA-CARGOS
           END-IF.
           IF WRK-RETORNO NOT = 16
               IF WRK-QTD-CARGOS = ZEROS
                   DISPLAY 'REFERENCIA DE CARGOS INDISPONIVEL - '
                       'CONFERENCIA DE FAIXA IMPOSSIVEL'
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   PERFORM 1200-ABRE-TRABALHO
               END-IF
           END-IF.
           IF WRK-RETORNO NOT = 16
               PERFORM 2000-CONFERE-EMPREGADOS
               IF WRK-RETORNO NOT = 16
                   PERFORM 3000-IMPRIME-RELATORIO
                   IF WRK-QTD-FORA > ZEROS
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               END-IF
               CLOSE FAIXA-TRABALHO
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
           MOVE "PROGCOB34" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *********** CARREGA A REFERENCIA DE DEPARTAMENTOS EM TABELA *******
       1000-CARREGA-DEPARTAMENTOS.
           MOVE ZEROS TO WRK-QTD-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTO-ARQUIVO.
           IF WRK-STATUS-DEPARTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-DEPARTAMENTO
               PERFORM 1010-LE-DEPARTAMENTO
               PERFORM 1020-ARMAZENA-DEPARTAMENTO
                   UNTIL WRK-FIM-DEPARTAMENTO = 'S'
               CLOSE DEPARTAMENTO-ARQUIVO
           END-IF.

       1010-LE-DEPARTAMENTO.
           READ DEPARTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-DEPARTAMENTO
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) - DEPARTAMENTO **
      *** DESCARTADO SAIRIA COMO NAO CADASTRADO ************************
       1020-ARMAZENA-DEPARTAMENTO.
           IF WRK-QTD-DEPARTAMENTOS = WRK-MAX-DEPARTAMENTOS
               DISPLAY 'DEPARTAMENTOS.DAT COM MAIS DE '
                   WRK-MAX-DEPARTAMENTOS ' DEPARTAMENTOS'
               DISPLAY 'EXECUCAO ABORTADA'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-DEPARTAMENTO
           ELSE
               ADD 1 TO WRK-QTD-DEPARTAMENTOS
               MOVE DEP-CODIGO
                   TO TAB-DEP-CODIGO (WRK-QTD-DEPARTAMENTOS)
               MOVE DEP-DESCRICAO
                   TO TAB-DEP-DESCRICAO (WRK-QTD-DEPARTAMENTOS)
               PERFORM 1010-LE-DEPARTAMENTO
           END-IF.

      *********** CARREGA A REFERENCIA DE CARGOS E FAIXAS EM TABELA *****
       1100-CARREGA-CARGOS.
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGO-ARQUIVO.
           IF WRK-STATUS-CARGO NOT = "35"
               MOVE 'N' TO WRK-FIM-CARGO
               PERFORM 1110-LE-CARGO
               PERFORM 1120-ARMAZENA-CARGO
                   UNTIL WRK-FIM-CARGO = 'S'
               CLOSE CARGO-ARQUIVO
           END-IF.

       1110-LE-CARGO.
           READ CARGO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CARGO
           END-READ.

      *** CARGO DESCARTADO SAIRIA COMO NAO CADASTRADO - REFERENCIA *****
      *** MAIOR QUE A TABELA ABORTA (RC 16) ****************************
       1120-ARMAZENA-CARGO.
           IF WRK-QTD-CARGOS = WRK-MAX-CARGOS
               DISPLAY 'CARGOS.DAT COM MAIS DE '
                   WRK-MAX-CARGOS ' CARGOS'
               DISPLAY 'EXECUCAO ABORTADA'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-CARGO
           ELSE
               ADD 1 TO WRK-QTD-CARGOS
               MOVE CAR-CODIGO TO TAB-CAR-CODIGO (WRK-QTD-CARGOS)
               MOVE CAR-TITULO TO TAB-CAR-TITULO (WRK-QTD-CARGOS)
               MOVE CAR-SALARIO-MIN
                   TO TAB-CAR-SALARIO-MIN (WRK-QTD-CARGOS)
               MOVE CAR-SALARIO-MAX
                   TO TAB-CAR-SALARIO-MAX (WRK-QTD-CARGOS)
               MOVE CAR-CATEGORIA TO TAB-CAR-CATEGORIA (WRK-QTD-CARGOS)
               PERFORM 1110-LE-CARGO
           END-IF.

      *** CRIA VAZIO O ARQUIVO DE TRABALHO E O DEIXA ABERTO PARA *******
      *** GRAVACAO E LEITURA POR CHAVE *********************************
       1200-ABRE-TRABALHO.
           OPEN OUTPUT FAIXA-TRABALHO.
           IF WRK-STATUS-TRABALHO = "00"
               CLOSE FAIXA-TRABALHO
               OPEN I-O FAIXA-TRABALHO
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY 'ARQUIVO DE TRABALHO FAIXATRAB.DAT NAO PODE SER '
                   'CRIADO - STATUS ' WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           END-IF.

      *** VARRE O MASTER E GUARDA OS ATIVOS FORA DA FAIXA DO CARGO *****
      *** E OS DE CARGO FORA DA REFERENCIA *****************************
       2000-CONFERE-EMPREGADOS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-STATUS-EMPLOYEE NOT = "00"
               DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - STATUS '
                   WRK-STATUS-EMPLOYEE
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2010-LE-EMPREGADO
               PERFORM 2100-CONFERE-EMPREGADO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE EMPLOYEE-MASTER
           END-IF.

       2010-LE-EMPREGADO.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2100-CONFERE-EMPREGADO.
           IF NOT EMP-DESLIGADO
               IF EMP-CARGO = SPACES
                   ADD 1 TO WRK-QTD-SEM-CARGO
               ELSE
                   IF EMP-MOEDA NOT = "BRL" AND EMP-MOEDA NOT = SPACES
                       ADD 1 TO WRK-QTD-MOEDA-ESTRANGEIRA
                   ELSE
                       PERFORM 2200-CONFERE-FAIXA
                   END-IF
               END-IF
           END-IF.
           IF WRK-RETORNO = 16
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               PERFORM 2010-LE-EMPREGADO
           END-IF.

       2200-CONFERE-FAIXA.
           MOVE 'N' TO WRK-CAR-ENCONTRADO.
           PERFORM 2210-BUSCA-CARGO
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CARGOS
                   OR WRK-CAR-ENCONTRADO = 'S'.
           IF WRK-CAR-ENCONTRADO = 'S'
               SUBTRACT 1 FROM WRK-IDX-CAR
               ADD 1 TO WRK-QTD-CONFERIDOS
               IF EMP-SALARIO < TAB-CAR-SALARIO-MIN (WRK-IDX-CAR)
                   ADD 1 TO WRK-QTD-ABAIXO
                   MOVE 'B' TO WRK-FOR-SITUACAO
                   PERFORM 2300-GUARDA-EMPREGADO
               ELSE
                   IF EMP-SALARIO > TAB-CAR-SALARIO-MAX (WRK-IDX-CAR)
                       ADD 1 TO WRK-QTD-ACIMA
                       MOVE 'A' TO WRK-FOR-SITUACAO
                       PERFORM 2300-GUARDA-EMPREGADO
                   ELSE
                       ADD 1 TO WRK-QTD-DENTRO
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-CARGO-INEXISTENTE
               MOVE 'X' TO WRK-FOR-SITUACAO
               PERFORM 2300-GUARDA-EMPREGADO
           END-IF.

       2210-BUSCA-CARGO.
           IF TAB-CAR-CODIGO (WRK-IDX-CAR) = EMP-CARGO
               MOVE 'S' TO WRK-CAR-ENCONTRADO
           END-IF.

      *** GRAVA O EMPREGADO DUAS VEZES - NO GRUPO CENTRO/CARGO (E) E ***
      *** NA ORDEM DO MASTER (S) ***************************************
       2300-GUARDA-EMPREGADO.
           ADD 1 TO WRK-QTD-FORA.
           MOVE EMP-ID TO WRK-FOR-ID.
           MOVE EMP-NOME TO WRK-FOR-NOME.
           IF EMP-CENTRO-CUSTO = SPACES
               MOVE "9999" TO WRK-FOR-CC
           ELSE
               MOVE EMP-CENTRO-CUSTO TO WRK-FOR-CC
           END-IF.
           MOVE EMP-CARGO TO WRK-FOR-CARGO.
           MOVE EMP-SALARIO TO WRK-FOR-SALARIO.
           MOVE WRK-REG-FORA TO FTR-DADOS.
           MOVE 'E' TO FTR-TIPO.
           MOVE WRK-FOR-CC TO FTR-CC.
           MOVE WRK-FOR-CARGO TO FTR-CARGO.
           MOVE WRK-QTD-FORA TO FTR-SEQ.
           PERFORM 2310-GRAVA-TRABALHO.
           IF WRK-RETORNO NOT = 16
               MOVE 'S' TO FTR-TIPO
               MOVE SPACES TO FTR-CC
               MOVE SPACES TO FTR-CARGO
               MOVE WRK-QTD-FORA TO FTR-SEQ
               PERFORM 2310-GRAVA-TRABALHO
           END-IF.

      *** FALHA DE GRAVACAO PERDERIA EMPREGADO NO RELATORIO - ABORTA ***
       2310-GRAVA-TRABALHO.
           WRITE FAIXA-TRABALHO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY 'FALHA NA GRAVACAO DO FAIXATRAB.DAT - STATUS '
                   WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           END-IF.

      *** IMPRIME POR DEPARTAMENTO (ORDEM DA REFERENCIA) E, DENTRO *****
      *** DELE, POR CARGO (ORDEM DA REFERENCIA); CENTRO FORA DA ********
      *** REFERENCIA DE DEPARTAMENTOS VEM DEPOIS, NA ORDEM EM QUE ******
      *** APARECE NO MASTER ********************************************
       3000-IMPRIME-RELATORIO.
           OPEN OUTPUT FAIXA-RELATORIO.
           MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA.
           WRITE LINHA-FAIXA FROM WRK-CAB-FAIXA-1.
           WRITE LINHA-FAIXA FROM WRK-CAB-FAIXA-2.
           PERFORM 3100-IMPRIME-DEPARTAMENTO
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEPARTAMENTOS.
           PERFORM 3400-IMPRIME-CC-SEM-REFERENCIA
               VARYING WRK-SEQ-FORA FROM 1 BY 1
               UNTIL WRK-SEQ-FORA > WRK-QTD-FORA.
           IF WRK-QTD-CARGO-INEXISTENTE > ZEROS
               MOVE SPACES TO LINHA-FAIXA
               WRITE LINHA-FAIXA
               WRITE LINHA-FAIXA FROM WRK-CAB-SEM-REFERENCIA
               PERFORM 3500-IMPRIME-SEM-REFERENCIA
                   VARYING WRK-SEQ-FORA FROM 1 BY 1
                   UNTIL WRK-SEQ-FORA > WRK-QTD-FORA
           END-IF.
           PERFORM 3600-IMPRIME-RESUMO.
           CLOSE FAIXA-RELATORIO.
           DISPLAY 'EMPREGADOS ABAIXO DA FAIXA..: ' WRK-QTD-ABAIXO.
           DISPLAY 'EMPREGADOS ACIMA DA FAIXA...: ' WRK-QTD-ACIMA.
           DISPLAY 'CARGO NAO CADASTRADO........: '
               WRK-QTD-CARGO-INEXISTENTE.

       3100-IMPRIME-DEPARTAMENTO.
           MOVE TAB-DEP-CODIGO (WRK-IDX-DEP) TO WRK-GRUPO-CC.
           MOVE TAB-DEP-DESCRICAO (WRK-IDX-DEP) TO WRK-LDP-DESCRICAO.
           PERFORM 3150-IMPRIME-GRUPO-CC.

      *** IMPRIME UM CENTRO DE CUSTO (WRK-GRUPO-CC) - SO SAI NO ********
      *** RELATORIO SE TIVER EMPREGADO FORA DA FAIXA *******************
       3150-IMPRIME-GRUPO-CC.
           MOVE ZEROS TO WRK-QTD-CC-IMPRESSOS.
           PERFORM 3200-IMPRIME-CARGO
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CARGOS.

       3200-IMPRIME-CARGO.
           MOVE TAB-CAR-CODIGO (WRK-IDX-CAR) TO WRK-GRUPO-CARGO.
           MOVE ZEROS TO WRK-QTD-GRUPO.
           PERFORM 3210-POSICIONA-GRUPO.
           PERFORM 3250-CONTA-GRUPO
               UNTIL WRK-FIM-TRABALHO = 'S'.
           IF WRK-QTD-GRUPO > ZEROS
               IF WRK-QTD-CC-IMPRESSOS = ZEROS
                   MOVE SPACES TO LINHA-FAIXA
                   WRITE LINHA-FAIXA
                   MOVE WRK-GRUPO-CC TO WRK-LDP-CC
                   WRITE LINHA-FAIXA FROM WRK-LINHA-DEPARTAMENTO
               END-IF
               ADD WRK-QTD-GRUPO TO WRK-QTD-CC-IMPRESSOS
               MOVE WRK-GRUPO-CARGO TO WRK-LCG-CARGO
               MOVE TAB-CAR-TITULO (WRK-IDX-CAR) TO WRK-LCG-TITULO
               MOVE TAB-CAR-SALARIO-MIN (WRK-IDX-CAR) TO WRK-LCG-MIN
               MOVE TAB-CAR-SALARIO-MAX (WRK-IDX-CAR) TO WRK-LCG-MAX
               MOVE TAB-CAR-CATEGORIA (WRK-IDX-CAR)
                   TO WRK-LCG-CATEGORIA
               WRITE LINHA-FAIXA FROM WRK-LINHA-CARGO
               PERFORM 3210-POSICIONA-GRUPO
               PERFORM 3300-IMPRIME-EMPREGADO
                   UNTIL WRK-FIM-TRABALHO = 'S'
               MOVE WRK-QTD-GRUPO TO WRK-LST-QTD
               WRITE LINHA-FAIXA FROM WRK-LINHA-SUBTOTAL
           END-IF.

      *** POSICIONA NO PRIMEIRO EMPREGADO DO GRUPO CENTRO/CARGO - OS ***
      *** DO MESMO GRUPO SAEM NA ORDEM DO MASTER ***********************
       3210-POSICIONA-GRUPO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE 'E' TO FTR-TIPO.
           MOVE WRK-GRUPO-CC TO FTR-CC.
           MOVE WRK-GRUPO-CARGO TO FTR-CARGO.
           MOVE ZEROS TO FTR-SEQ.
           START FAIXA-TRABALHO KEY NOT < FTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           IF WRK-FIM-TRABALHO NOT = 'S'
               PERFORM 3220-LE-GRUPO
           END-IF.

       3220-LE-GRUPO.
           READ FAIXA-TRABALHO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.
           IF WRK-FIM-TRABALHO NOT = 'S'
               IF FTR-TIPO NOT = 'E'
                   OR FTR-CC NOT = WRK-GRUPO-CC
                   OR FTR-CARGO NOT = WRK-GRUPO-CARGO
                   MOVE 'S' TO WRK-FIM-TRABALHO
               ELSE
                   MOVE FTR-DADOS TO WRK-REG-FORA
               END-IF
           END-IF.

       3250-CONTA-GRUPO.
           IF WRK-FOR-SITUACAO NOT = 'X'
               ADD 1 TO WRK-QTD-GRUPO
           END-IF.
           PERFORM 3220-LE-GRUPO.

      *** LINHA DO EMPREGADO COM A DIFERENCA PARA O LIMITE VIOLADO *****
       3300-IMPRIME-EMPREGADO.
           IF WRK-FOR-SITUACAO NOT = 'X'
               MOVE WRK-FOR-ID TO WRK-LEM-ID
               MOVE WRK-FOR-NOME TO WRK-LEM-NOME
               MOVE WRK-FOR-SALARIO TO WRK-LEM-SALARIO
               IF WRK-FOR-SITUACAO = 'B'
                   MOVE "ABAIXO" TO WRK-LEM-SITUACAO
                   COMPUTE WRK-LEM-DIFERENCA =
                       TAB-CAR-SALARIO-MIN (WRK-IDX-CAR)
                           - WRK-FOR-SALARIO
               ELSE
                   MOVE "ACIMA" TO WRK-LEM-SITUACAO
                   COMPUTE WRK-LEM-DIFERENCA =
                       WRK-FOR-SALARIO
                           - TAB-CAR-SALARIO-MAX (WRK-IDX-CAR)
               END-IF
               WRITE LINHA-FAIXA FROM WRK-LINHA-EMPREGADO
           END-IF.
           PERFORM 3220-LE-GRUPO.

      *** CENTRO DE CUSTO QUE NAO CONSTA NA REFERENCIA DE **************
      *** DEPARTAMENTOS - IMPRESSO NA PRIMEIRA VEZ QUE APARECE, QUANDO *
      *** GRAVA A MARCA (P) DO CENTRO JA IMPRESSO **********************
       3400-IMPRIME-CC-SEM-REFERENCIA.
           PERFORM 3410-LE-ORDEM-MASTER.
           IF WRK-FOR-ACHADO = 'S'
               AND WRK-FOR-SITUACAO NOT = 'X'
               MOVE 'N' TO WRK-DEP-ENCONTRADO
               PERFORM 3450-BUSCA-DEPARTAMENTO
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPARTAMENTOS
                       OR WRK-DEP-ENCONTRADO = 'S'
               IF WRK-DEP-ENCONTRADO NOT = 'S'
                   PERFORM 3420-MARCA-CC-IMPRESSO
                   IF WRK-CC-IMPRESSO = 'N'
                       MOVE WRK-FOR-CC TO WRK-GRUPO-CC
                       MOVE "*** DEPARTAMENTO NAO CADASTRADO ***"
                           TO WRK-LDP-DESCRICAO
                       PERFORM 3150-IMPRIME-GRUPO-CC
                   END-IF
               END-IF
           END-IF.

       3410-LE-ORDEM-MASTER.
           MOVE 'S' TO FTR-TIPO.
           MOVE SPACES TO FTR-CC.
           MOVE SPACES TO FTR-CARGO.
           MOVE WRK-SEQ-FORA TO FTR-SEQ.
           MOVE 'S' TO WRK-FOR-ACHADO.
           READ FAIXA-TRABALHO
               INVALID KEY
                   MOVE 'N' TO WRK-FOR-ACHADO
               NOT INVALID KEY
                   MOVE FTR-DADOS TO WRK-REG-FORA
           END-READ.

       3420-MARCA-CC-IMPRESSO.
           MOVE 'P' TO FTR-TIPO.
           MOVE WRK-FOR-CC TO FTR-CC.
           MOVE SPACES TO FTR-CARGO.
           MOVE ZEROS TO FTR-SEQ.
           MOVE 'S' TO WRK-CC-IMPRESSO.
           READ FAIXA-TRABALHO
               INVALID KEY
                   MOVE 'N' TO WRK-CC-IMPRESSO
           END-READ.
           IF WRK-CC-IMPRESSO = 'N'
               MOVE 'P' TO FTR-TIPO
               MOVE WRK-FOR-CC TO FTR-CC
               MOVE SPACES TO FTR-CARGO
               MOVE ZEROS TO FTR-SEQ
               MOVE WRK-REG-FORA TO FTR-DADOS
               WRITE FAIXA-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       3450-BUSCA-DEPARTAMENTO.
           IF TAB-DEP-CODIGO (WRK-IDX-DEP) = WRK-FOR-CC
               MOVE 'S' TO WRK-DEP-ENCONTRADO
           END-IF.

       3500-IMPRIME-SEM-REFERENCIA.
           PERFORM 3410-LE-ORDEM-MASTER.
           IF WRK-FOR-ACHADO = 'S'
               AND WRK-FOR-SITUACAO = 'X'
               MOVE WRK-FOR-ID TO WRK-LSR-ID
               MOVE WRK-FOR-NOME TO WRK-LSR-NOME
               MOVE WRK-FOR-CC TO WRK-LSR-CC
               MOVE WRK-FOR-CARGO TO WRK-LSR-CARGO
               WRITE LINHA-FAIXA FROM WRK-LINHA-SEM-REFERENCIA
           END-IF.

      *********** RESUMO DA CONFERENCIA *********************************
       3600-IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-FAIXA.
           WRITE LINHA-FAIXA.
           MOVE "EMPREGADOS CONFERIDOS (BRL COM CARGO)..:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-CONFERIDOS TO WRK-LRS-QTD.
           WRITE LINHA-FAIXA FROM WRK-LINHA-RESUMO.
           MOVE "DENTRO DA FAIXA........................:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-DENTRO TO WRK-LRS-QTD.
           WRITE LINHA-FAIXA FROM WRK-LINHA-RESUMO.
           MOVE "ABAIXO DA FAIXA........................:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-ABAIXO TO WRK-LRS-QTD.
           WRITE LINHA-FAIXA FROM WRK-LINHA-RESUMO.
           MOVE "ACIMA DA FAIXA.........................:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-ACIMA TO WRK-LRS-QTD.
           WRITE LINHA-FAIXA FROM WRK-LINHA-RESUMO.
           MOVE "CARGO NAO CADASTRADO NA REFERENCIA.....:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-CARGO-INEXISTENTE TO WRK-LRS-QTD.
           WRITE LINHA-FAIXA FROM WRK-LINHA-RESUMO.
           MOVE "SEM CARGO ATRIBUIDO (NAO CONFERIDOS)...:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-SEM-CARGO TO WRK-LRS-QTD.
           WRITE LINHA-FAIXA FROM WRK-LINHA-RESUMO.
           MOVE "MOEDA ESTRANGEIRA (NAO CONFERIDOS).....:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-MOEDA-ESTRANGEIRA TO WRK-LRS-QTD.
           WRITE LINHA-FAIXA FROM WRK-LINHA-RESUMO.
