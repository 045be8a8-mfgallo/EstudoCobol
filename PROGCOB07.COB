      * CONTA, P=PIX) E DA CHAVE PIX - COMPLETA O CADASTRO DO
      * EMPREGADO PARA ELE ENTRAR NA REMESSA PELO PIX, COM O TIPO
      * ANTES/DEPOIS NO LOG DE MANUTENCAO
      *MODIFICACAO: MANUTENCAO DO CARGO (REFERENCIA DE CARGOS.DAT) E
      * CONFERENCIA DO SALARIO CONTRA A FAIXA SALARIAL DO CARGO - FORA
      * DA FAIXA EXIGE AUTORIZACAO DE UM SUPERVISOR ATIVO DE
      * OPERADORES.DAT, DIFERENTE DE QUEM DIGITOU, GRAVADO NO LOG DE
      * MANUTENCAO (LAYOUT PASSOU PARA O COPYBOOK CBMANUT)
      *MODIFICACAO: IMAGEM DE MANUTENCAO LEVA A EMPRESA DO GRUPO ANTES
      * E DEPOIS (LAYOUT CBMANUT ALARGADO PARA AS ALTERACOES
      * PROGRAMADAS, QUE PODEM TRANSFERIR O EMPREGADO DE EMPRESA)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "DATA/DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDENTE.
           SELECT CARGO-ARQUIVO ASSIGN TO "DATA/CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGO.
           SELECT OPERADOR-ARQUIVO ASSIGN TO "DATA/OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  MANUTENCAO-ARQUIVO.
       01 LINHA-MANUTENCAO PIC X(126).
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       FD  DEPENDENTE-ARQUIVO.
           COPY CBDEPEND.
       FD  CARGO-ARQUIVO.
           COPY CBCARGO.
       FD  OPERADOR-ARQUIVO.
       01 OPERADOR-RECORD.
           02 OPE-ID PIC X(08).
           02 OPE-OPCOES PIC X(09).
           02 OPE-ATIVO PIC X(01).
           02 OPE-SUPERVISOR PIC X(01).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CARGO PIC X(02) VALUE "00".
       77 WRK-FIM-CARGO PIC X(01) VALUE 'N'.
       77 WRK-QTD-CARGOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-CAR-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-CARGO-ATUAL PIC X(04) VALUE SPACES.
       77 WRK-CARGO-ENTRADA PIC X(04) VALUE SPACES.
       77 WRK-CARGO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-FAIXA-MIN PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FAIXA-MAX PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FAIXA-OK PIC X(01) VALUE 'N'.
       77 WRK-FAIXA-MIN-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FAIXA-MAX-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-STATUS-OPERADOR PIC X(02) VALUE "00".
       77 WRK-FIM-OPERADOR PIC X(01) VALUE 'N'.
       77 WRK-APROVADOR-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-APROVADOR-OK PIC X(01) VALUE 'N'.
       01 WRK-TAB-CARGOS.
           02 WRK-TAB-CARGO OCCURS 50 TIMES.
               03 TAB-CAR-CODIGO PIC X(04).
               03 TAB-CAR-TITULO PIC X(30).
               03 TAB-CAR-SALARIO-MIN PIC 9(06)V99.
               03 TAB-CAR-SALARIO-MAX PIC 9(06)V99.
       77 WRK-STATUS-DEPENDENTE PIC X(02) VALUE "00".
       77 WRK-FIM-DEPENDENTE PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEPENDENTES PIC 9(03) VALUE ZEROS.
           02 WRK-DV-CONTA PIC X(08).
       01 WRK-DV-DIGITOS-R REDEFINES WRK-DV-DIGITOS.
           02 WRK-DV-DIG PIC 9(01) OCCURS 12 TIMES.
       COPY CBMANUT.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
                   WRK-STATUS-EMPLOYEE
           ELSE
               PERFORM 1000-CARREGA-DEPARTAMENTOS
               PERFORM 1600-CARREGA-CARGOS
               PERFORM 1500-CARREGA-DEPENDENTES
               PERFORM 1100-CAPTURA-ID
                   UNTIL WRK-ID-VALIDO = 'S'
                   UNTIL WRK-MOEDA-VALIDA = 'S'
               PERFORM 2300-CAPTURA-CENTRO-CUSTO
                   UNTIL WRK-CC-VALIDO = 'S'
               PERFORM 2320-CAPTURA-CARGO
                   UNTIL WRK-CARGO-VALIDO = 'S'
               MOVE SPACES TO WRK-APROVADOR-ENTRADA
               PERFORM 2380-CONFERE-FAIXA-SALARIAL
                   UNTIL WRK-FAIXA-OK = 'S'
               PERFORM 2400-CAPTURA-BANCO
                   UNTIL WRK-BANCO-VALIDO = 'S'
               IF WRK-BANCO-ALTERADO = 'S'
               TO TAB-DEP-DESCRICAO (WRK-QTD-DEPARTAMENTOS).
           PERFORM 1010-LE-DEPARTAMENTO.

      *** CARREGA A REFERENCIA DE CARGOS E FAIXAS SALARIAIS EM TABELA **
       1600-CARREGA-CARGOS.
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGO-ARQUIVO.
           IF WRK-STATUS-CARGO NOT = "35"
               MOVE 'N' TO WRK-FIM-CARGO
               PERFORM 1610-LE-CARGO
               PERFORM 1620-ARMAZENA-CARGO
                   UNTIL WRK-FIM-CARGO = 'S'
               CLOSE CARGO-ARQUIVO
           END-IF.
           IF WRK-QTD-CARGOS = ZEROS
               DISPLAY 'REFERENCIA DE CARGOS INDISPONIVEL - CARGO E '
                   'FAIXA SALARIAL NAO SERAO VALIDADOS'
           END-IF.

       1610-LE-CARGO.
           READ CARGO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CARGO
           END-READ.

       1620-ARMAZENA-CARGO.
           ADD 1 TO WRK-QTD-CARGOS.
           MOVE CAR-CODIGO TO TAB-CAR-CODIGO (WRK-QTD-CARGOS).
           MOVE CAR-TITULO TO TAB-CAR-TITULO (WRK-QTD-CARGOS).
           MOVE CAR-SALARIO-MIN TO TAB-CAR-SALARIO-MIN (WRK-QTD-CARGOS).
           MOVE CAR-SALARIO-MAX TO TAB-CAR-SALARIO-MAX (WRK-QTD-CARGOS).
           PERFORM 1610-LE-CARGO.

      *** CARREGA O CADASTRO DE DEPENDENTES INTEIRO EM TABELA (A *******
      *** REGRAVACAO PRECISA PRESERVAR OS DEPENDENTES DOS DEMAIS *******
      *** EMPREGADOS) **************************************************
                           MOVE 'C' TO WRK-TIPO-PAGTO-ATUAL
                       END-IF
                       MOVE EMP-CHAVE-PIX TO WRK-CHAVE-PIX-ATUAL
                       MOVE EMP-CARGO TO WRK-CARGO-ATUAL
               END-READ
           END-IF.

           DISPLAY 'SALARIO ATUAL: ' WRK-SALARIO-ED.
           DISPLAY 'MOEDA ATUAL..: ' WRK-MOEDA-ATUAL.
           DISPLAY 'CENTRO CUSTO.: ' WRK-CC-ATUAL.
           IF WRK-CARGO-ATUAL = SPACES
               DISPLAY 'CARGO........: NAO ATRIBUIDO'
           ELSE
               MOVE WRK-CARGO-ATUAL TO WRK-CARGO-ENTRADA
               PERFORM 2330-LOCALIZA-CARGO
               IF WRK-CAR-ENCONTRADO = 'S'
                   DISPLAY 'CARGO........: ' WRK-CARGO-ATUAL ' '
                       TAB-CAR-TITULO (WRK-IDX-CAR)
               ELSE
                   DISPLAY 'CARGO........: ' WRK-CARGO-ATUAL
                       ' (NAO CADASTRADO NA REFERENCIA)'
               END-IF
           END-IF.
           IF WRK-BANCO-ATUAL = ZEROS OR WRK-CONTA-ATUAL = ZEROS
               DISPLAY 'DADOS BANCARIOS: NAO CADASTRADOS (FORA DA '
                   'REMESSA)'
               MOVE 'S' TO WRK-DEP-ENCONTRADO
           END-IF.

      *** CAPTURA O NOVO CARGO (BRANCO = MANTER) E VALIDA CONTRA A *****
      *** REFERENCIA DE CARGOS *****************************************
       2320-CAPTURA-CARGO.
           MOVE SPACES TO WRK-CARGO-ENTRADA.
           DISPLAY 'INFORME O NOVO CARGO (4 POSICOES, EM BRANCO PARA '
               'MANTER)'.
           ACCEPT WRK-CARGO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-CARGO-VALIDO.
           IF WRK-CARGO-ENTRADA = SPACES
               MOVE WRK-CARGO-ATUAL TO WRK-CARGO-ENTRADA
           ELSE
               IF WRK-QTD-CARGOS > ZEROS
                   PERFORM 2330-LOCALIZA-CARGO
                   IF WRK-CAR-ENCONTRADO = 'S'
                       DISPLAY 'CARGO: ' TAB-CAR-TITULO (WRK-IDX-CAR)
                   ELSE
                       DISPLAY 'CARGO NAO CADASTRADO NA REFERENCIA, '
                           'DIGITE NOVAMENTE'
                       MOVE 'N' TO WRK-CARGO-VALIDO
                   END-IF
               END-IF
               IF WRK-CARGO-VALIDO = 'S'
                   AND WRK-CARGO-ENTRADA NOT = WRK-CARGO-ATUAL
                   MOVE 'S' TO WRK-HOUVE-ALTERACAO
               END-IF
           END-IF.

      *** LOCALIZA WRK-CARGO-ENTRADA NA TABELA - ENCONTRADO DEIXA O ****
      *** INDICE WRK-IDX-CAR NA LINHA DO CARGO *************************
       2330-LOCALIZA-CARGO.
           MOVE 'N' TO WRK-CAR-ENCONTRADO.
           PERFORM 2340-BUSCA-CARGO
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CARGOS
                   OR WRK-CAR-ENCONTRADO = 'S'.
           IF WRK-CAR-ENCONTRADO = 'S'
               SUBTRACT 1 FROM WRK-IDX-CAR
           END-IF.

       2340-BUSCA-CARGO.
           IF TAB-CAR-CODIGO (WRK-IDX-CAR) = WRK-CARGO-ENTRADA
               MOVE 'S' TO WRK-CAR-ENCONTRADO
           END-IF.

      *** SALARIO NOVO CONFERIDO CONTRA A FAIXA DO CARGO NOVO QUANDO ***
      *** SALARIO, MOEDA OU CARGO MUDARAM - A FAIXA E EM BRL, ENTAO O **
      *** EXPATRIADO PAGO EM MOEDA ESTRANGEIRA NAO E CONFERIDO. FORA ***
      *** DA FAIXA SO PASSA COM A AUTORIZACAO DE UM SUPERVISOR; SEM ****
      *** ELA O SALARIO E O CARGO SAO DIGITADOS DE NOVO ****************
       2380-CONFERE-FAIXA-SALARIAL.
           MOVE 'S' TO WRK-FAIXA-OK.
           IF WRK-SALARIO-NOVO NOT = WRK-SALARIO-ATUAL
               OR WRK-MOEDA-ENTRADA NOT = WRK-MOEDA-ATUAL
               OR WRK-CARGO-ENTRADA NOT = WRK-CARGO-ATUAL
               IF WRK-CARGO-ENTRADA NOT = SPACES
                   AND (WRK-MOEDA-ENTRADA = "BRL"
                       OR WRK-MOEDA-ENTRADA = SPACES)
                   PERFORM 2330-LOCALIZA-CARGO
                   IF WRK-CAR-ENCONTRADO = 'S'
                       MOVE TAB-CAR-SALARIO-MIN (WRK-IDX-CAR)
                           TO WRK-FAIXA-MIN
                       MOVE TAB-CAR-SALARIO-MAX (WRK-IDX-CAR)
                           TO WRK-FAIXA-MAX
                       IF WRK-SALARIO-NOVO < WRK-FAIXA-MIN
                           OR WRK-SALARIO-NOVO > WRK-FAIXA-MAX
                           PERFORM 2385-AUTORIZA-FORA-FAIXA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2385-AUTORIZA-FORA-FAIXA.
           MOVE WRK-SALARIO-NOVO TO WRK-SALARIO-ED.
           MOVE WRK-FAIXA-MIN TO WRK-FAIXA-MIN-ED.
           MOVE WRK-FAIXA-MAX TO WRK-FAIXA-MAX-ED.
           DISPLAY 'ATENCAO: SALARIO ' WRK-SALARIO-ED
               ' FORA DA FAIXA DO CARGO ' WRK-CARGO-ENTRADA
               ' (' WRK-FAIXA-MIN-ED ' A ' WRK-FAIXA-MAX-ED ')'.
           PERFORM 2390-EXIGE-SUPERVISOR.
           IF WRK-APROVADOR-OK NOT = 'S'
               DISPLAY 'SALARIO FORA DA FAIXA NAO AUTORIZADO - '
                   'DIGITE NOVAMENTE O SALARIO E O CARGO'
               MOVE SPACES TO WRK-APROVADOR-ENTRADA
               MOVE 'N' TO WRK-FAIXA-OK
               MOVE 'N' TO WRK-SALARIO-VALIDO
               PERFORM 2100-CAPTURA-SALARIO
                   UNTIL WRK-SALARIO-VALIDO = 'S'
               MOVE 'N' TO WRK-CARGO-VALIDO
               PERFORM 2320-CAPTURA-CARGO
                   UNTIL WRK-CARGO-VALIDO = 'S'
           END-IF.

      *** A AUTORIZACAO EXIGE UM SEGUNDO OPERADOR COM PERFIL ***********
      *** SUPERVISOR ATIVO EM OPERADORES.DAT, DIFERENTE DE QUEM ********
      *** DIGITOU, COMO NA MANUTENCAO DAS TABELAS LEGAIS (PROGCOB24) ***
       2390-EXIGE-SUPERVISOR.
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
                   PERFORM 2392-CONFERE-APROVADOR
               END-IF
           END-IF.

       2392-CONFERE-APROVADOR.
           OPEN INPUT OPERADOR-ARQUIVO.
           IF WRK-STATUS-OPERADOR NOT = "00"
               DISPLAY 'ARQUIVO DE OPERADORES INDISPONIVEL - '
                   'APROVACAO IMPOSSIVEL'
           ELSE
               MOVE 'N' TO WRK-FIM-OPERADOR
               PERFORM 2394-LE-OPERADOR
               PERFORM 2396-CONFERE-PERFIL
                   UNTIL WRK-FIM-OPERADOR = 'S'
               CLOSE OPERADOR-ARQUIVO
               IF WRK-APROVADOR-OK NOT = 'S'
                   DISPLAY 'APROVADOR SEM PERFIL SUPERVISOR ATIVO'
               END-IF
           END-IF.

       2394-LE-OPERADOR.
           READ OPERADOR-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-OPERADOR
           END-READ.

       2396-CONFERE-PERFIL.
           IF OPE-ID = WRK-APROVADOR-ENTRADA
               AND OPE-ATIVO = 'S' AND OPE-SUPERVISOR = 'S'
               MOVE 'S' TO WRK-APROVADOR-OK
           END-IF.
           PERFORM 2394-LE-OPERADOR.

      *** CAPTURA O NOVO BANCO (BRANCO = MANTER OS DADOS BANCARIOS) ***
       2400-CAPTURA-BANCO.
           MOVE SPACES TO WRK-BANCO-ENTRADA.
           END-IF.
           MOVE WRK-TIPO-PAGTO-ATUAL TO MNT-TIPO-PAGTO-ANTES.
           MOVE WRK-TIPO-PAGTO-NOVO TO MNT-TIPO-PAGTO-DEPOIS.
           MOVE SPACES TO MNT-COMPETENCIA.
           MOVE WRK-CARGO-ATUAL TO MNT-CARGO-ANTES.
           MOVE WRK-CARGO-ENTRADA TO MNT-CARGO-DEPOIS.
           MOVE WRK-APROVADOR-ENTRADA TO MNT-APROVADOR.
           MOVE EMP-EMPRESA TO MNT-EMPRESA-ANTES.
           MOVE EMP-EMPRESA TO MNT-EMPRESA-DEPOIS.
           WRITE LINHA-MANUTENCAO FROM WRK-REG-MANUTENCAO.
           CLOSE MANUTENCAO-ARQUIVO.

           MOVE WRK-SALARIO-NOVO TO EMP-SALARIO.
           MOVE WRK-MOEDA-ENTRADA TO EMP-MOEDA.
           MOVE WRK-CC-ENTRADA TO EMP-CENTRO-CUSTO.
           MOVE WRK-CARGO-ENTRADA TO EMP-CARGO.
           IF WRK-BANCO-ALTERADO = 'S'
               MOVE WRK-BANCO-NOVO TO EMP-BANCO
               MOVE WRK-AGENCIA-ENTRADA TO EMP-AGENCIA
