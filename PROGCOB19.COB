      * DIGITACAO EMPREGADO A EMPREGADO DO ACORDO SINDICAL
      *MODIFICACAO: GRAVAR TRILHA DE AUDITORIA (OPERADOR, INICIO E FIM
      * DA EXECUCAO) NO ARQUIVO COMPARTILHADO DE AUDITORIA
      *MODIFICACAO: A PREVIA LISTA OS EMPREGADOS CUJO SALARIO
      * REAJUSTADO FICA FORA DA FAIXA SALARIAL DO CARGO (REFERENCIA DE
      * CARGOS.DAT, FAIXA EM BRL - EXPATRIADO NAO E CONFERIDO),
      * APONTANDO OS QUE JA ESTAVAM FORA ANTES DO REAJUSTE; IMAGEM DE
      * MANUTENCAO PASSOU PARA O COPYBOOK CBMANUT, COM O CARGO
      *MODIFICACAO: IMAGEM DE MANUTENCAO LEVA A EMPRESA DO GRUPO
      * (LAYOUT CBMANUT ALARGADO PARA AS ALTERACOES PROGRAMADAS)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CAMBIO-ARQUIVO ASSIGN TO "DATA/CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAMBIO.
           SELECT CARGO-ARQUIVO ASSIGN TO "DATA/CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  MANUTENCAO-ARQUIVO.
       01 LINHA-MANUTENCAO PIC X(126).
       FD  CAMBIO-ARQUIVO.
       01 CAMBIO-RECORD.
           02 CAM-MOEDA PIC X(03).
           02 CAM-DATA PIC 9(08).
           02 CAM-TAXA PIC 9(04)V9999.
       FD  CARGO-ARQUIVO.
           COPY CBCARGO.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CARGO PIC X(02) VALUE "00".
       77 WRK-FIM-CARGO PIC X(01) VALUE 'N'.
       77 WRK-QTD-CARGOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-CAR-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-QTD-FORA-FAIXA PIC 9(03) VALUE ZEROS.
       77 WRK-SALARIO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FAIXA-MIN-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FAIXA-MAX-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-TAB-CARGOS.
           02 WRK-TAB-CARGO OCCURS 50 TIMES.
               03 TAB-CAR-CODIGO PIC X(04).
               03 TAB-CAR-SALARIO-MIN PIC 9(06)V99.
               03 TAB-CAR-SALARIO-MAX PIC 9(06)V99.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-MANUTENCAO PIC X(02) VALUE "00".
       77 WRK-STATUS-CAMBIO PIC X(02) VALUE "00".
               03 TAB-SEL-SALARIO-DEPOIS PIC 9(06)V99.
               03 TAB-SEL-MOEDA PIC X(03).
               03 TAB-SEL-CC PIC X(04).
               03 TAB-SEL-CARGO PIC X(04).
      *** N = DENTRO DA FAIXA OU SEM FAIXA, F = REAJUSTE LEVA PARA *****
      *** FORA DA FAIXA, J = JA ESTAVA FORA DA FAIXA ANTES *************
               03 TAB-SEL-FAIXA PIC X(01).
               03 TAB-SEL-FAIXA-MIN PIC 9(06)V99.
               03 TAB-SEL-FAIXA-MAX PIC 9(06)V99.
      *** IMAGEM ANTES/DEPOIS NO MESMO LAYOUT GRAVADO PELO PROGCOB07 ***
       COPY CBMANUT.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
           PERFORM 1400-CAPTURA-COMPETENCIA
               UNTIL WRK-COMP-VALIDA = 'S'.
           PERFORM 1700-CARREGA-CAMBIO.
           PERFORM 1800-CARREGA-CARGOS.
           PERFORM 2000-MONTA-PREVIA.
           IF WRK-RETORNO NOT = 16
               IF WRK-QTD-SELECIONADOS = ZEROS
           MOVE CAM-TAXA TO TAB-CAM-TAXA (WRK-QTD-CAMBIOS).
           PERFORM 1710-LE-CAMBIO.

      *** CARREGA A REFERENCIA DE CARGOS E FAIXAS SALARIAIS (SE HOUVER)
       1800-CARREGA-CARGOS.
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGO-ARQUIVO.
           IF WRK-STATUS-CARGO NOT = "35"
               MOVE 'N' TO WRK-FIM-CARGO
               PERFORM 1810-LE-CARGO
               PERFORM 1820-ARMAZENA-CARGO
                   UNTIL WRK-FIM-CARGO = 'S'
               CLOSE CARGO-ARQUIVO
           END-IF.

       1810-LE-CARGO.
           READ CARGO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CARGO
           END-READ.

       1820-ARMAZENA-CARGO.
           ADD 1 TO WRK-QTD-CARGOS.
           MOVE CAR-CODIGO TO TAB-CAR-CODIGO (WRK-QTD-CARGOS).
           MOVE CAR-SALARIO-MIN TO TAB-CAR-SALARIO-MIN (WRK-QTD-CARGOS).
           MOVE CAR-SALARIO-MAX TO TAB-CAR-SALARIO-MAX (WRK-QTD-CARGOS).
           PERFORM 1810-LE-CARGO.

      *** TAXA VALE SOMENTE SE FOR DA DATA DA EXECUCAO (ARQUIVO ********
      *** DIARIO), COMO NA FOLHA - TAXA AUSENTE ABORTA A PREVIA ********
       1790-BUSCA-TAXA.
                   TO TAB-SEL-MOEDA (WRK-QTD-SELECIONADOS)
               MOVE EMP-CENTRO-CUSTO
                   TO TAB-SEL-CC (WRK-QTD-SELECIONADOS)
               MOVE EMP-CARGO
                   TO TAB-SEL-CARGO (WRK-QTD-SELECIONADOS)
               PERFORM 2300-CONFERE-FAIXA-CARGO
           END-IF.

      *** FAIXA DO CARGO EM BRL - SO O EMPREGADO PAGO EM REAIS E *******
      *** CONFERIDO; CARGO EM BRANCO OU FORA DA REFERENCIA NAO TEM *****
      *** FAIXA A CONFERIR *********************************************
       2300-CONFERE-FAIXA-CARGO.
           MOVE 'N' TO TAB-SEL-FAIXA (WRK-QTD-SELECIONADOS).
           MOVE 'N' TO WRK-CAR-ENCONTRADO.
           IF EMP-CARGO NOT = SPACES
               AND (EMP-MOEDA = "BRL" OR EMP-MOEDA = SPACES)
               PERFORM 2310-BUSCA-CARGO
                   VARYING WRK-IDX-CAR FROM 1 BY 1
                   UNTIL WRK-IDX-CAR > WRK-QTD-CARGOS
                       OR WRK-CAR-ENCONTRADO = 'S'
           END-IF.

       2310-BUSCA-CARGO.
           IF TAB-CAR-CODIGO (WRK-IDX-CAR) = EMP-CARGO
               MOVE 'S' TO WRK-CAR-ENCONTRADO
               MOVE TAB-CAR-SALARIO-MIN (WRK-IDX-CAR)
                   TO TAB-SEL-FAIXA-MIN (WRK-QTD-SELECIONADOS)
               MOVE TAB-CAR-SALARIO-MAX (WRK-IDX-CAR)
                   TO TAB-SEL-FAIXA-MAX (WRK-QTD-SELECIONADOS)
               IF WRK-SALARIO-NOVO < TAB-CAR-SALARIO-MIN (WRK-IDX-CAR)
                   OR WRK-SALARIO-NOVO
                       > TAB-CAR-SALARIO-MAX (WRK-IDX-CAR)
                   ADD 1 TO WRK-QTD-FORA-FAIXA
                   IF EMP-SALARIO < TAB-CAR-SALARIO-MIN (WRK-IDX-CAR)
                       OR EMP-SALARIO
                           > TAB-CAR-SALARIO-MAX (WRK-IDX-CAR)
                       MOVE 'J' TO TAB-SEL-FAIXA (WRK-QTD-SELECIONADOS)
                   ELSE
                       MOVE 'F' TO TAB-SEL-FAIXA (WRK-QTD-SELECIONADOS)
                   END-IF
               END-IF
           END-IF.

      *********** EXIBE A PREVIA DO IMPACTO NO CONSOLE ******************
           DISPLAY 'FOLHA REAJUSTADA (BRL): ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-IMPACTO-BRL TO WRK-IMPACTO-ED.
           DISPLAY 'IMPACTO MENSAL (BRL)..: ' WRK-IMPACTO-ED.
           DISPLAY 'FORA DA FAIXA DO CARGO: ' WRK-QTD-FORA-FAIXA.
           IF WRK-QTD-FORA-FAIXA > ZEROS
               DISPLAY 'ID     CARGO NOVO SALARIO  FAIXA DO CARGO'
               PERFORM 3100-EXIBE-FORA-FAIXA
                   VARYING WRK-IDX-SEL FROM 1 BY 1
                   UNTIL WRK-IDX-SEL > WRK-QTD-SELECIONADOS
           END-IF.
           DISPLAY '================================================'.

       3100-EXIBE-FORA-FAIXA.
           IF TAB-SEL-FAIXA (WRK-IDX-SEL) NOT = 'N'
               MOVE TAB-SEL-SALARIO-DEPOIS (WRK-IDX-SEL)
                   TO WRK-SALARIO-ED
               MOVE TAB-SEL-FAIXA-MIN (WRK-IDX-SEL) TO WRK-FAIXA-MIN-ED
               MOVE TAB-SEL-FAIXA-MAX (WRK-IDX-SEL) TO WRK-FAIXA-MAX-ED
               IF TAB-SEL-FAIXA (WRK-IDX-SEL) = 'J'
                   DISPLAY TAB-SEL-ID (WRK-IDX-SEL) ' '
                       TAB-SEL-CARGO (WRK-IDX-SEL) ' ' WRK-SALARIO-ED
                       ' ' WRK-FAIXA-MIN-ED ' A ' WRK-FAIXA-MAX-ED
                       ' (JA ESTAVA FORA)'
               ELSE
                   DISPLAY TAB-SEL-ID (WRK-IDX-SEL) ' '
                       TAB-SEL-CARGO (WRK-IDX-SEL) ' ' WRK-SALARIO-ED
                       ' ' WRK-FAIXA-MIN-ED ' A ' WRK-FAIXA-MAX-ED
               END-IF
           END-IF.

       3500-CAPTURA-CONFIRMACAO.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY 'CONFIRMA A APLICACAO DO REAJUSTE? (S/N)'.
           MOVE EMP-TIPO-PAGAMENTO TO MNT-TIPO-PAGTO-ANTES.
           MOVE EMP-TIPO-PAGAMENTO TO MNT-TIPO-PAGTO-DEPOIS.
           MOVE WRK-COMP-VIGENCIA TO MNT-COMPETENCIA.
           MOVE EMP-CARGO TO MNT-CARGO-ANTES.
           MOVE EMP-CARGO TO MNT-CARGO-DEPOIS.
           MOVE SPACES TO MNT-APROVADOR.
           MOVE EMP-EMPRESA TO MNT-EMPRESA-ANTES.
           MOVE EMP-EMPRESA TO MNT-EMPRESA-DEPOIS.
           WRITE LINHA-MANUTENCAO FROM WRK-REG-MANUTENCAO.
