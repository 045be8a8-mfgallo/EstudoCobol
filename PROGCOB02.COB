      * P=PIX) - NO PIX A CHAVE E CAPTURADA E OS DADOS BANCARIOS NAO
      * SAO PEDIDOS, E O EMPREGADO ENTRA NA REMESSA PELO PIX EM VEZ
      * DE FICAR FORA
      *MODIFICACAO: CAPTURAR O CARGO DO NOVO EMPREGADO, VALIDADO
      * CONTRA A REFERENCIA DE CARGOS (CARGOS.DAT), E CONFERIR O
      * SALARIO CONTRA A FAIXA SALARIAL DO CARGO - FORA DA FAIXA EXIGE
      * A AUTORIZACAO DE UM SUPERVISOR ATIVO DE OPERADORES.DAT,
      * DIFERENTE DE QUEM DIGITOU, REGISTRADA EM MANUTENCOES.DAT
      * (IMAGEM COM O ANTES ZERADO); SEM ELA O SALARIO E O CARGO SAO
      * DIGITADOS DE NOVO
      *MODIFICACAO: ADMISSAO EM LOTE (ADMISSAOMODO=LOTE) A PARTIR DO
      * ARQUIVO DO RH ADMISSOESLOTE.DAT, COM AS MESMAS CRITICAS DO
      * CONSOLE (SEPARADAS DA DIGITACAO EM PARAGRAFOS DE VALIDACAO
      * COMUNS) E A MESMA GRAVACAO DO MASTER, DAS ADMISSOES E DOS
      * DEPENDENTES - REGISTRO RECUSADO SAI NO ADMISSOESLOTE.PRT COM O
      * MOTIVO; RC 4 COM RECUSA, 8 SE NADA FOI ADMITIDO, 16 SEM O
      * ARQUIVO DO LOTE. NO LOTE O SALARIO FORA DA FAIXA EXIGE O
      * SUPERVISOR INFORMADO NO PROPRIO REGISTRO
      *MODIFICACAO: IMAGEM DE MANUTENCAO DA ADMISSAO LEVA A EMPRESA DO
      * GRUPO (LAYOUT CBMANUT ALARGADO PARA AS ALTERACOES PROGRAMADAS)
      *********************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT CARGO-ARQUIVO ASSIGN TO "DATA/CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGO.
           SELECT OPERADOR-ARQUIVO ASSIGN TO "DATA/OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPERADOR.
           SELECT MANUTENCAO-ARQUIVO ASSIGN TO "DATA/MANUTENCOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANUTENCAO.
           SELECT LOTE-ARQUIVO ASSIGN TO "DATA/ADMISSOESLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOTE.
           SELECT LOTE-RELATORIO ASSIGN TO "DATA/ADMISSOESLOTE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-ARQUIVO.
           COPY CBDEPEND.
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
       FD  MANUTENCAO-ARQUIVO.
       01 LINHA-MANUTENCAO PIC X(126).
       FD  LOTE-ARQUIVO.
           COPY CBADMLOT.
       FD  LOTE-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-MODO-ADMISSAO PIC X(08) VALUE SPACES.
           88 MODO-LOTE VALUE "LOTE".
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-ADM-MOTIVO PIC X(60) VALUE SPACES.
       77 WRK-ADM-FORA-FAIXA PIC X(01) VALUE 'N'.
      *** ADMISSAO EM LOTE *********************************************
       77 WRK-STATUS-LOTE PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-FIM-LOTE PIC X(01) VALUE 'N'.
       77 WRK-LOT-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-LOT-EMP-ADMITIDO PIC X(01) VALUE 'N'.
       77 WRK-LOT-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-LOT-QTD-EMPREGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-LOT-QTD-ADMITIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-LOT-QTD-DEPENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-LOT-QTD-DEP-INCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-LOT-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.
       01 WRK-CAB-1.
           02 FILLER PIC X(40)
               VALUE "ADMISSAO EM LOTE - REGISTROS RECUSADOS".
           02 FILLER PIC X(09) VALUE "  DATA: ".
           02 WRK-CAB-DIA PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CAB-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CAB-ANO PIC 9(04).
       01 WRK-CAB-2.
           02 FILLER PIC X(06) VALUE "SEQ".
           02 FILLER PIC X(02) VALUE "T".
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(60) VALUE "MOTIVO DA RECUSA".
       01 WRK-LINHA-RECUSA.
           02 WRK-REC-SEQ PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-REC-TIPO PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-REC-ID PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-REC-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-REC-MOTIVO PIC X(60).
       01 WRK-LINHA-TOTAL.
           02 WRK-TOT-ROTULO PIC X(40).
           02 WRK-TOT-VALOR PIC ZZZZ9.
       01 WRK-DATA-HOJE.
           02 WRK-HOJE-ANO PIC 9(04).
           02 WRK-HOJE-MES PIC 9(02).
           02 WRK-HOJE-DIA PIC 9(02).
       77 WRK-STATUS-CARGO PIC X(02) VALUE "00".
       77 WRK-FIM-CARGO PIC X(01) VALUE 'N'.
       77 WRK-QTD-CARGOS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-CAR-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-ADM-CARGO-ENTRADA PIC X(04) VALUE SPACES.
       77 WRK-ADM-CARGO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-ADM-FAIXA-OK PIC X(01) VALUE 'N'.
       77 WRK-FAIXA-MIN PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FAIXA-MAX PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-ED PIC ZZZ,ZZ9.99 VALUE ZEROS.
       77 WRK-FAIXA-MIN-ED PIC ZZZ,ZZ9.99 VALUE ZEROS.
       77 WRK-FAIXA-MAX-ED PIC ZZZ,ZZ9.99 VALUE ZEROS.
       77 WRK-STATUS-OPERADOR PIC X(02) VALUE "00".
       77 WRK-FIM-OPERADOR PIC X(01) VALUE 'N'.
       77 WRK-APROVADOR-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-APROVADOR-OK PIC X(01) VALUE 'N'.
       77 WRK-STATUS-MANUTENCAO PIC X(02) VALUE "00".
       01 WRK-TAB-CARGOS.
           02 WRK-TAB-CARGO OCCURS 50 TIMES.
               03 TAB-CAR-CODIGO PIC X(04).
               03 TAB-CAR-TITULO PIC X(30).
               03 TAB-CAR-SALARIO-MIN PIC 9(06)V99.
               03 TAB-CAR-SALARIO-MAX PIC 9(06)V99.
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-FIM-EMPRESA PIC X(01) VALUE 'N'.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-INIC.
           02 WRK-DIAS-MES-TAB PIC 9(02) OCCURS 12 TIMES.
       COPY CBADMISS.
       COPY CBMANUT.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           PERFORM 0150-DEFINE-MODO-ADMISSAO.
           IF MODO-LOTE
               PERFORM 3000-ADMISSAO-LOTE
           ELSE
               PERFORM 0200-ADMISSAO-CONSOLE
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

      *** MODO DA ADMISSAO PELA VARIAVEL DE AMBIENTE ADMISSAOMODO - ****
      *** LOTE LE O ARQUIVO DO RH, QUALQUER OUTRO VALOR E O CONSOLE ****
       0150-DEFINE-MODO-ADMISSAO.
           DISPLAY "ADMISSAOMODO" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-MODO-ADMISSAO FROM ENVIRONMENT-VALUE.
           IF MODO-LOTE
               DISPLAY 'ADMISSAO EM LOTE - ARQUIVO ADMISSOESLOTE.DAT'
           END-IF.

      *********** ADMISSAO DIGITADA PELO OPERADOR NO CONSOLE ************
       0200-ADMISSAO-CONSOLE.
           PERFORM 1000-CAPTURA-NOME
               UNTIL WRK-NOME-VALIDO = 'S'.
           DISPLAY 'NOME E...' WRK-NOME.
           PERFORM 1350-CARREGA-EMPRESAS.
           PERFORM 1380-CAPTURA-EMPRESA
               UNTIL WRK-ADM-EMPRESA-VALIDA = 'S'.
           PERFORM 1700-CARREGA-CARGOS.
           PERFORM 1720-CAPTURA-CARGO
               UNTIL WRK-ADM-CARGO-VALIDO = 'S'.
           PERFORM 1750-CONFERE-FAIXA-SALARIAL
               UNTIL WRK-ADM-FAIXA-OK = 'S'.
           PERFORM 1400-CAPTURA-DATA-ADMISSAO
               UNTIL WRK-ADM-DATA-VALIDO = 'S'.
           PERFORM 1580-CAPTURA-TIPO-PAGAMENTO
           IF WRK-ADM-GRAVADA = 'S'
               PERFORM 2500-CAPTURA-DEPENDENTES
           END-IF.

      *********** GRAVA REGISTRO DE AUDITORIA AO FIM DA EXECUCAO ********
       8000-GRAVA-AUDITORIA.
       1000-CAPTURA-NOME.
           MOVE SPACES TO WRK-NOME-ENTRADA.
           ACCEPT WRK-NOME-ENTRADA FROM CONSOLE.
           PERFORM 1010-VALIDA-NOME.
           IF WRK-NOME-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

      *** CRITICAS DO NOME - COMUNS AO CONSOLE E AO LOTE ***************
       1010-VALIDA-NOME.
           MOVE 'S' TO WRK-NOME-VALIDO.
           IF WRK-NOME-ENTRADA (1:20) = SPACES
               MOVE 'NOME EM BRANCO' TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-NOME-VALIDO
           ELSE
               IF WRK-NOME-ENTRADA (21:20) NOT = SPACES
                   MOVE 'NOME EXCEDE O TAMANHO MAXIMO (20)'
                       TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-NOME-VALIDO
               ELSE
                   MOVE WRK-NOME-ENTRADA (1:20) TO WRK-NOME-TESTE
                   INSPECT WRK-NOME-TESTE
                       CONVERTING SPACES TO ZEROS
                   IF WRK-NOME-TESTE IS NUMERIC
                       MOVE 'NOME NAO PODE SER SOMENTE NUMERICO'
                           TO WRK-ADM-MOTIVO
                       MOVE 'N' TO WRK-NOME-VALIDO
                   END-IF
               END-IF
               MOVE WRK-NOME-ENTRADA (1:20) TO WRK-NOME
           END-IF.

      *** ENTRADA RECUSADA NO CONSOLE - MOSTRA O MOTIVO E PEDE DE NOVO *
       1090-RECUSA-DIGITACAO.
           DISPLAY WRK-ADM-MOTIVO.
           DISPLAY 'DIGITE NOVAMENTE'.

      *********** CAPTURA E VALIDA O ID DO NOVO EMPREGADO ***************
       1100-CAPTURA-ID.
           MOVE SPACES TO WRK-ADM-ID-ENTRADA.
           DISPLAY 'INFORME O ID DO NOVO EMPREGADO (6 DIGITOS)'.
           ACCEPT WRK-ADM-ID-ENTRADA FROM CONSOLE.
           PERFORM 1110-VALIDA-ID.
           IF WRK-ADM-ID-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1110-VALIDA-ID.
           MOVE 'S' TO WRK-ADM-ID-VALIDO.
           IF WRK-ADM-ID-ENTRADA NOT NUMERIC
               MOVE 'ID INVALIDO (SOMENTE DIGITOS)' TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-ADM-ID-VALIDO
           ELSE
               IF WRK-ADM-ID-ENTRADA = ZEROS
                   MOVE 'ID NAO PODE SER ZERO' TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-ID-VALIDO
               END-IF
           END-IF.
           DISPLAY 'INFORME O SALARIO (8 DIGITOS, 2 DECIMAIS '
               'IMPLICITAS, EX. 350000 REAIS = 00350000)'.
           ACCEPT WRK-ADM-SALARIO-ENTRADA FROM CONSOLE.
           PERFORM 1210-VALIDA-SALARIO.
           IF WRK-ADM-SALARIO-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1210-VALIDA-SALARIO.
           MOVE 'S' TO WRK-ADM-SALARIO-VALIDO.
           IF WRK-ADM-SALARIO-ENTRADA NOT NUMERIC
               MOVE 'SALARIO INVALIDO (SOMENTE DIGITOS)'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-ADM-SALARIO-VALIDO
           ELSE
               IF WRK-ADM-SALARIO-ENTRADA = ZEROS
                   MOVE 'SALARIO NAO PODE SER ZERO' TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-SALARIO-VALIDO
               END-IF
           END-IF.
           DISPLAY 'INFORME O DEPARTAMENTO/CENTRO DE CUSTO (4 '
               'DIGITOS, EM BRANCO PARA SUSPENSO)'.
           ACCEPT WRK-ADM-DEPTO-ENTRADA FROM CONSOLE.
           PERFORM 1310-VALIDA-DEPTO.
           IF WRK-ADM-DEPTO-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1310-VALIDA-DEPTO.
           MOVE 'S' TO WRK-ADM-DEPTO-VALIDO.
           IF WRK-ADM-DEPTO-ENTRADA = SPACES
               MOVE "9999" TO WRK-ADM-DEPTO-ENTRADA
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPARTAMENTOS
                       OR WRK-DEP-ENCONTRADO = 'S'
               IF WRK-DEP-ENCONTRADO NOT = 'S'
                   MOVE 'DEPARTAMENTO NAO CADASTRADO NA REFERENCIA'
                       TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-DEPTO-VALIDO
               END-IF
           END-IF.
           DISPLAY 'INFORME A EMPRESA DO GRUPO (3 DIGITOS, EM BRANCO '
               'PARA 001)'.
           ACCEPT WRK-ADM-EMPRESA-ENTRADA FROM CONSOLE.
           PERFORM 1385-VALIDA-EMPRESA.
           IF WRK-ADM-EMPRESA-VALIDA NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1385-VALIDA-EMPRESA.
           MOVE 'S' TO WRK-ADM-EMPRESA-VALIDA.
           IF WRK-ADM-EMPRESA-ENTRADA = SPACES
               MOVE "001" TO WRK-ADM-EMPRESA-ENTRADA
                   UNTIL WRK-IDX-EMS > WRK-QTD-EMPRESAS
                       OR WRK-EMS-ENCONTRADA = 'S'
               IF WRK-EMS-ENCONTRADA NOT = 'S'
                   MOVE 'EMPRESA NAO CADASTRADA' TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-EMPRESA-VALIDA
               END-IF
           END-IF.
           MOVE SPACES TO WRK-ADM-DATA-ENTRADA.
           DISPLAY 'INFORME A DATA DE ADMISSAO (AAAAMMDD)'.
           ACCEPT WRK-ADM-DATA-ENTRADA FROM CONSOLE.
           PERFORM 1410-VALIDA-DATA-ADMISSAO.
           IF WRK-ADM-DATA-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1410-VALIDA-DATA-ADMISSAO.
           MOVE 'S' TO WRK-ADM-DATA-VALIDO.
           IF WRK-ADM-DATA-ENTRADA NOT NUMERIC
               MOVE 'DATA DE ADMISSAO INVALIDA (SOMENTE DIGITOS)'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-ADM-DATA-VALIDO
           ELSE
               MOVE WRK-ADM-DATA-ENTRADA (1:4) TO WRK-ADM-ANO
               MOVE WRK-ADM-DATA-ENTRADA (5:2) TO WRK-ADM-MES
               MOVE WRK-ADM-DATA-ENTRADA (7:2) TO WRK-ADM-DIA
               IF WRK-ADM-MES < 1 OR WRK-ADM-MES > 12
                   MOVE 'MES DA DATA DE ADMISSAO INVALIDO'
                       TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-DATA-VALIDO
               ELSE
                   PERFORM 1450-VALIDA-DIA-ADMISSAO
               ADD 1 TO WRK-ADM-DIAS-NO-MES
           END-IF.
           IF WRK-ADM-DIA < 1 OR WRK-ADM-DIA > WRK-ADM-DIAS-NO-MES
               MOVE 'DIA INVALIDO PARA O MES INFORMADO'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-ADM-DATA-VALIDO
           END-IF.

           DISPLAY 'INFORME O TIPO DE PAGAMENTO (C=CREDITO EM CONTA, '
               'P=PIX, EM BRANCO PARA CONTA)'.
           ACCEPT WRK-ADM-TIPO-PAGTO FROM CONSOLE.
           PERFORM 1585-VALIDA-TIPO-PAGAMENTO.
           IF WRK-ADM-TIPO-PAGTO-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1585-VALIDA-TIPO-PAGAMENTO.
           MOVE 'S' TO WRK-ADM-TIPO-PAGTO-VALIDO.
           IF WRK-ADM-TIPO-PAGTO = SPACE
               MOVE 'C' TO WRK-ADM-TIPO-PAGTO
           ELSE
               IF WRK-ADM-TIPO-PAGTO NOT = 'C'
                   AND WRK-ADM-TIPO-PAGTO NOT = 'P'
                   MOVE 'TIPO DE PAGAMENTO INVALIDO (C OU P)'
                       TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-TIPO-PAGTO-VALIDO
               END-IF
           END-IF.
           MOVE SPACES TO WRK-ADM-CHAVE-PIX.
           DISPLAY 'INFORME A CHAVE PIX (ATE 32 POSICOES)'.
           ACCEPT WRK-ADM-CHAVE-PIX FROM CONSOLE.
           PERFORM 1595-VALIDA-CHAVE-PIX.
           IF WRK-ADM-CHAVE-PIX-VALIDA NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1595-VALIDA-CHAVE-PIX.
           MOVE 'S' TO WRK-ADM-CHAVE-PIX-VALIDA.
           IF WRK-ADM-CHAVE-PIX = SPACES
               MOVE 'CHAVE PIX EM BRANCO' TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-ADM-CHAVE-PIX-VALIDA
           END-IF.

           DISPLAY 'INFORME O BANCO (3 DIGITOS, EM BRANCO PARA '
               'ADMITIR SEM DADOS BANCARIOS)'.
           ACCEPT WRK-ADM-BANCO-ENTRADA FROM CONSOLE.
           PERFORM 1610-VALIDA-BANCO.
           IF WRK-ADM-BANCO-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.
           IF WRK-ADM-SEM-BANCO = 'S'
               DISPLAY 'EMPREGADO FICARA FORA DA REMESSA ATE OS '
                   'DADOS BANCARIOS SEREM CADASTRADOS'
           END-IF.

       1610-VALIDA-BANCO.
           MOVE 'S' TO WRK-ADM-BANCO-VALIDO.
           IF WRK-ADM-BANCO-ENTRADA = SPACES
               MOVE 'S' TO WRK-ADM-SEM-BANCO
           ELSE
               IF WRK-ADM-BANCO-ENTRADA NOT NUMERIC
                   OR WRK-ADM-BANCO-ENTRADA = ZEROS
                   MOVE 'BANCO INVALIDO (3 DIGITOS, NAO ZERO)'
                       TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-BANCO-VALIDO
               END-IF
           END-IF.
           MOVE SPACES TO WRK-ADM-AGENCIA-ENTRADA.
           DISPLAY 'INFORME A AGENCIA (4 DIGITOS)'.
           ACCEPT WRK-ADM-AGENCIA-ENTRADA FROM CONSOLE.
           PERFORM 1625-VALIDA-AGENCIA.
           IF WRK-ADM-AGENCIA-VALIDA NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1625-VALIDA-AGENCIA.
           MOVE 'S' TO WRK-ADM-AGENCIA-VALIDA.
           IF WRK-ADM-AGENCIA-ENTRADA NOT NUMERIC
               OR WRK-ADM-AGENCIA-ENTRADA = ZEROS
               MOVE 'AGENCIA INVALIDA (4 DIGITOS, NAO ZERO)'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-ADM-AGENCIA-VALIDA
           END-IF.

           MOVE SPACES TO WRK-ADM-CONTA-ENTRADA.
           DISPLAY 'INFORME A CONTA (8 DIGITOS)'.
           ACCEPT WRK-ADM-CONTA-ENTRADA FROM CONSOLE.
           PERFORM 1645-VALIDA-CONTA.
           IF WRK-ADM-CONTA-VALIDA NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1645-VALIDA-CONTA.
           MOVE 'S' TO WRK-ADM-CONTA-VALIDA.
           IF WRK-ADM-CONTA-ENTRADA NOT NUMERIC
               OR WRK-ADM-CONTA-ENTRADA = ZEROS
               MOVE 'CONTA INVALIDA (8 DIGITOS, NAO ZERO)'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-ADM-CONTA-VALIDA
           END-IF.

           MOVE SPACES TO WRK-ADM-DV-ENTRADA.
           DISPLAY 'INFORME O DIGITO VERIFICADOR DA CONTA (1 DIGITO)'.
           ACCEPT WRK-ADM-DV-ENTRADA FROM CONSOLE.
           PERFORM 1665-VALIDA-DV.
           IF WRK-ADM-DV-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1665-VALIDA-DV.
           MOVE 'S' TO WRK-ADM-DV-VALIDO.
           IF WRK-ADM-DV-ENTRADA NOT NUMERIC
               MOVE 'DIGITO VERIFICADOR INVALIDO (SOMENTE DIGITOS)'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-ADM-DV-VALIDO
           ELSE
               PERFORM 1680-CALCULA-DV
               IF WRK-ADM-DV-ENTRADA NOT = WRK-DV-CALCULADO
                   MOVE SPACES TO WRK-ADM-MOTIVO
                   STRING 'DIGITO NAO CONFERE COM AGENCIA/CONTA '
                       '(ESPERADO ' WRK-DV-CALCULADO ')'
                       DELIMITED BY SIZE INTO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-DV-VALIDO
               END-IF
           END-IF.
               MOVE 2 TO WRK-DV-PESO
           END-IF.

      *** CARREGA A REFERENCIA DE CARGOS E FAIXAS SALARIAIS EM TABELA **
       1700-CARREGA-CARGOS.
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGO-ARQUIVO.
           IF WRK-STATUS-CARGO NOT = "35"
               MOVE 'N' TO WRK-FIM-CARGO
               PERFORM 1710-LE-CARGO
               PERFORM 1715-ARMAZENA-CARGO
                   UNTIL WRK-FIM-CARGO = 'S'
               CLOSE CARGO-ARQUIVO
           END-IF.
           IF WRK-QTD-CARGOS = ZEROS
               DISPLAY 'REFERENCIA DE CARGOS INDISPONIVEL - CARGO E '
                   'FAIXA SALARIAL NAO SERAO VALIDADOS'
           END-IF.

       1710-LE-CARGO.
           READ CARGO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CARGO
           END-READ.

       1715-ARMAZENA-CARGO.
           ADD 1 TO WRK-QTD-CARGOS.
           MOVE CAR-CODIGO TO TAB-CAR-CODIGO (WRK-QTD-CARGOS).
           MOVE CAR-TITULO TO TAB-CAR-TITULO (WRK-QTD-CARGOS).
           MOVE CAR-SALARIO-MIN TO TAB-CAR-SALARIO-MIN (WRK-QTD-CARGOS).
           MOVE CAR-SALARIO-MAX TO TAB-CAR-SALARIO-MAX (WRK-QTD-CARGOS).
           PERFORM 1710-LE-CARGO.

      *** CAPTURA O CARGO E VALIDA CONTRA A REFERENCIA - COM A *********
      *** REFERENCIA DISPONIVEL O CARGO E OBRIGATORIO ******************
       1720-CAPTURA-CARGO.
           MOVE SPACES TO WRK-ADM-CARGO-ENTRADA.
           DISPLAY 'INFORME O CARGO DO NOVO EMPREGADO (4 POSICOES)'.
           ACCEPT WRK-ADM-CARGO-ENTRADA FROM CONSOLE.
           PERFORM 1725-VALIDA-CARGO.
           IF WRK-ADM-CARGO-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       1725-VALIDA-CARGO.
           MOVE 'S' TO WRK-ADM-CARGO-VALIDO.
           IF WRK-QTD-CARGOS > ZEROS
               IF WRK-ADM-CARGO-ENTRADA = SPACES
                   MOVE 'CARGO EM BRANCO' TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-CARGO-VALIDO
               ELSE
                   PERFORM 1730-LOCALIZA-CARGO
                   IF WRK-CAR-ENCONTRADO = 'S'
                       DISPLAY 'CARGO: ' TAB-CAR-TITULO (WRK-IDX-CAR)
                   ELSE
                       MOVE 'CARGO NAO CADASTRADO NA REFERENCIA'
                           TO WRK-ADM-MOTIVO
                       MOVE 'N' TO WRK-ADM-CARGO-VALIDO
                   END-IF
               END-IF
           END-IF.

      *** LOCALIZA O CARGO DIGITADO - ENCONTRADO DEIXA O INDICE ********
      *** WRK-IDX-CAR NA LINHA DO CARGO ********************************
       1730-LOCALIZA-CARGO.
           MOVE 'N' TO WRK-CAR-ENCONTRADO.
           PERFORM 1735-BUSCA-CARGO
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CARGOS
                   OR WRK-CAR-ENCONTRADO = 'S'.
           IF WRK-CAR-ENCONTRADO = 'S'
               SUBTRACT 1 FROM WRK-IDX-CAR
           END-IF.

       1735-BUSCA-CARGO.
           IF TAB-CAR-CODIGO (WRK-IDX-CAR) = WRK-ADM-CARGO-ENTRADA
               MOVE 'S' TO WRK-CAR-ENCONTRADO
           END-IF.

      *** SALARIO CONFERIDO CONTRA A FAIXA DO CARGO (A ADMISSAO E ******
      *** SEMPRE EM BRL, MOEDA DA FAIXA) - FORA DA FAIXA SO PASSA COM **
      *** A AUTORIZACAO DE UM SUPERVISOR; SEM ELA O SALARIO E O CARGO **
      *** SAO DIGITADOS DE NOVO ****************************************
       1750-CONFERE-FAIXA-SALARIAL.
           MOVE 'S' TO WRK-ADM-FAIXA-OK.
           MOVE SPACES TO WRK-APROVADOR-ENTRADA.
           PERFORM 1740-VERIFICA-FAIXA-SALARIAL.
           IF WRK-ADM-FORA-FAIXA = 'S'
               PERFORM 1760-AUTORIZA-FORA-FAIXA
           END-IF.

      *** SALARIO FORA DA FAIXA DO CARGO - COMUM AO CONSOLE E AO LOTE **
       1740-VERIFICA-FAIXA-SALARIAL.
           MOVE 'N' TO WRK-ADM-FORA-FAIXA.
           IF WRK-QTD-CARGOS > ZEROS
               PERFORM 1730-LOCALIZA-CARGO
               MOVE TAB-CAR-SALARIO-MIN (WRK-IDX-CAR) TO WRK-FAIXA-MIN
               MOVE TAB-CAR-SALARIO-MAX (WRK-IDX-CAR) TO WRK-FAIXA-MAX
               IF WRK-ADM-SALARIO < WRK-FAIXA-MIN
                   OR WRK-ADM-SALARIO > WRK-FAIXA-MAX
                   MOVE 'S' TO WRK-ADM-FORA-FAIXA
               END-IF
           END-IF.

       1760-AUTORIZA-FORA-FAIXA.
           MOVE WRK-ADM-SALARIO TO WRK-SALARIO-ED.
           MOVE WRK-FAIXA-MIN TO WRK-FAIXA-MIN-ED.
           MOVE WRK-FAIXA-MAX TO WRK-FAIXA-MAX-ED.
           DISPLAY 'ATENCAO: SALARIO ' WRK-SALARIO-ED
               ' FORA DA FAIXA DO CARGO ' WRK-ADM-CARGO-ENTRADA
               ' (' WRK-FAIXA-MIN-ED ' A ' WRK-FAIXA-MAX-ED ')'.
           PERFORM 1770-EXIGE-SUPERVISOR.
           IF WRK-APROVADOR-OK NOT = 'S'
               DISPLAY 'SALARIO FORA DA FAIXA NAO AUTORIZADO - '
                   'DIGITE NOVAMENTE O SALARIO E O CARGO'
               MOVE SPACES TO WRK-APROVADOR-ENTRADA
               MOVE 'N' TO WRK-ADM-FAIXA-OK
               MOVE 'N' TO WRK-ADM-SALARIO-VALIDO
               PERFORM 1200-CAPTURA-SALARIO
                   UNTIL WRK-ADM-SALARIO-VALIDO = 'S'
               MOVE 'N' TO WRK-ADM-CARGO-VALIDO
               PERFORM 1720-CAPTURA-CARGO
                   UNTIL WRK-ADM-CARGO-VALIDO = 'S'
           END-IF.

      *** A AUTORIZACAO EXIGE UM SEGUNDO OPERADOR COM PERFIL ***********
      *** SUPERVISOR ATIVO EM OPERADORES.DAT, DIFERENTE DE QUEM ********
      *** DIGITOU, COMO NA MANUTENCAO DAS TABELAS LEGAIS (PROGCOB24) ***
       1770-EXIGE-SUPERVISOR.
           MOVE 'N' TO WRK-APROVADOR-OK.
           MOVE SPACES TO WRK-APROVADOR-ENTRADA.
           DISPLAY 'INFORME O SUPERVISOR QUE AUTORIZA O SALARIO FORA '
               'DA FAIXA'.
           ACCEPT WRK-APROVADOR-ENTRADA FROM CONSOLE.
           PERFORM 1775-VALIDA-APROVADOR.
           IF WRK-APROVADOR-OK NOT = 'S'
               DISPLAY WRK-ADM-MOTIVO
           END-IF.

       1775-VALIDA-APROVADOR.
           MOVE 'N' TO WRK-APROVADOR-OK.
           IF WRK-APROVADOR-ENTRADA = SPACES
               MOVE 'APROVADOR NAO INFORMADO' TO WRK-ADM-MOTIVO
           ELSE
               IF WRK-APROVADOR-ENTRADA = WRK-OPERADOR
                   MOVE 'APROVADOR DEVE SER DIFERENTE DE QUEM DIGITOU'
                       TO WRK-ADM-MOTIVO
               ELSE
                   PERFORM 1780-CONFERE-APROVADOR
               END-IF
           END-IF.

       1780-CONFERE-APROVADOR.
           OPEN INPUT OPERADOR-ARQUIVO.
           IF WRK-STATUS-OPERADOR NOT = "00"
               MOVE 'OPERADORES INDISPONIVEL - APROVACAO IMPOSSIVEL'
                   TO WRK-ADM-MOTIVO
           ELSE
               MOVE 'N' TO WRK-FIM-OPERADOR
               PERFORM 1785-LE-OPERADOR
               PERFORM 1790-CONFERE-PERFIL
                   UNTIL WRK-FIM-OPERADOR = 'S'
               CLOSE OPERADOR-ARQUIVO
               IF WRK-APROVADOR-OK NOT = 'S'
                   MOVE 'APROVADOR SEM PERFIL SUPERVISOR ATIVO'
                       TO WRK-ADM-MOTIVO
               END-IF
           END-IF.

       1785-LE-OPERADOR.
           READ OPERADOR-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-OPERADOR
           END-READ.

       1790-CONFERE-PERFIL.
           IF OPE-ID = WRK-APROVADOR-ENTRADA
               AND OPE-ATIVO = 'S' AND OPE-SUPERVISOR = 'S'
               MOVE 'S' TO WRK-APROVADOR-OK
           END-IF.
           PERFORM 1785-LE-OPERADOR.

      *** GRAVA O NOVO EMPREGADO NO EMPLOYEE-MASTER INDEXADO E, SE A ***
      *** CHAVE FOI ACEITA, A TRANSACAO NO HISTORICO DE ADMISSOES ******
       1900-GRAVA-ADMISSAO.
           MOVE WRK-ADM-EMPRESA-ENTRADA TO EMP-EMPRESA.
           MOVE WRK-ADM-TIPO-PAGTO TO EMP-TIPO-PAGAMENTO.
           MOVE WRK-ADM-CHAVE-PIX TO EMP-CHAVE-PIX.
           MOVE WRK-ADM-CARGO-ENTRADA TO EMP-CARGO.
           IF WRK-ADM-SEM-BANCO = 'S'
               MOVE ZEROS TO EMP-BANCO
               MOVE ZEROS TO EMP-AGENCIA
               INVALID KEY
                   DISPLAY 'ID JA CADASTRADO NO MASTER, ADMISSAO '
                       'REJEITADA - ' WRK-ADM-ID-ENTRADA
                   MOVE 'ID JA CADASTRADO NO MASTER' TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-ADM-GRAVADA
           END-WRITE.
           CLOSE EMPLOYEE-MASTER.
           IF WRK-ADM-GRAVADA = 'S'
               PERFORM 1950-GRAVA-TRANSACAO-ADMISSAO
               IF WRK-APROVADOR-ENTRADA NOT = SPACES
                   PERFORM 1960-GRAVA-AUTORIZACAO-FAIXA
               END-IF
           END-IF.

      *** CAPTURA OS DEPENDENTES DO NOVO EMPREGADO (NOME EM BRANCO *****
           DISPLAY 'INFORME A DATA DE NASCIMENTO DO DEPENDENTE '
               '(AAAAMMDD)'.
           ACCEPT WRK-DPD-NASC-ENTRADA FROM CONSOLE.
           PERFORM 2610-VALIDA-NASCIMENTO.
           IF WRK-DPD-NASC-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       2610-VALIDA-NASCIMENTO.
           MOVE 'S' TO WRK-DPD-NASC-VALIDO.
           IF WRK-DPD-NASC-ENTRADA NOT NUMERIC
               MOVE 'DATA DE NASCIMENTO INVALIDA (SOMENTE DIGITOS)'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-DPD-NASC-VALIDO
           ELSE
               MOVE WRK-DPD-NASC-ENTRADA (1:4) TO WRK-ADM-ANO
               MOVE WRK-DPD-NASC-ENTRADA (5:2) TO WRK-ADM-MES
               MOVE WRK-DPD-NASC-ENTRADA (7:2) TO WRK-ADM-DIA
               IF WRK-ADM-MES < 1 OR WRK-ADM-MES > 12
                   MOVE 'MES DA DATA DE NASCIMENTO INVALIDO'
                       TO WRK-ADM-MOTIVO
                   MOVE 'N' TO WRK-DPD-NASC-VALIDO
               ELSE
                   MOVE 'S' TO WRK-ADM-DATA-VALIDO
           DISPLAY 'INFORME O PARENTESCO (F=FILHO, C=CONJUGE, '
               'O=OUTRO)'.
           ACCEPT WRK-DPD-PARENT-ENTRADA FROM CONSOLE.
           PERFORM 2710-VALIDA-PARENTESCO.
           IF WRK-DPD-PARENT-VALIDO NOT = 'S'
               PERFORM 1090-RECUSA-DIGITACAO
           END-IF.

       2710-VALIDA-PARENTESCO.
           MOVE 'S' TO WRK-DPD-PARENT-VALIDO.
           IF WRK-DPD-PARENT-ENTRADA NOT = 'F' AND
               WRK-DPD-PARENT-ENTRADA NOT = 'C' AND
               WRK-DPD-PARENT-ENTRADA NOT = 'O'
               MOVE 'PARENTESCO INVALIDO (F, C OU O)' TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-DPD-PARENT-VALIDO
           END-IF.

                   + WRK-ADM-DIA.
           WRITE LINHA-ADMISSAO FROM WRK-REG-ADMISSAO.
           CLOSE ADMISSAO-ARQUIVO.

      *** SALARIO FORA DA FAIXA AUTORIZADO - REGISTRA O SUPERVISOR NO **
      *** LOG DE MANUTENCAO DO MASTER, COM A IMAGEM ANTES ZERADA *******
       1960-GRAVA-AUTORIZACAO-FAIXA.
           OPEN EXTEND MANUTENCAO-ARQUIVO.
           IF WRK-STATUS-MANUTENCAO = "35"
               OPEN OUTPUT MANUTENCAO-ARQUIVO
               CLOSE MANUTENCAO-ARQUIVO
               OPEN EXTEND MANUTENCAO-ARQUIVO
           END-IF.
           MOVE WRK-ADM-ID-ENTRADA TO MNT-ID.
           MOVE WRK-OPERADOR TO MNT-OPERADOR.
           ACCEPT MNT-DATA FROM DATE YYYYMMDD.
           ACCEPT MNT-HORA FROM TIME.
           MOVE ZEROS TO MNT-SALARIO-ANTES.
           MOVE SPACES TO MNT-MOEDA-ANTES.
           MOVE SPACES TO MNT-CC-ANTES.
           MOVE WRK-ADM-SALARIO TO MNT-SALARIO-DEPOIS.
           MOVE "BRL" TO MNT-MOEDA-DEPOIS.
           MOVE WRK-ADM-DEPTO-ENTRADA TO MNT-CC-DEPOIS.
           MOVE ZEROS TO MNT-BANCO-ANTES.
           MOVE ZEROS TO MNT-AGENCIA-ANTES.
           MOVE ZEROS TO MNT-CONTA-ANTES.
           MOVE SPACE TO MNT-CONTA-DV-ANTES.
           IF WRK-ADM-SEM-BANCO = 'S'
               MOVE ZEROS TO MNT-BANCO-DEPOIS
               MOVE ZEROS TO MNT-AGENCIA-DEPOIS
               MOVE ZEROS TO MNT-CONTA-DEPOIS
               MOVE SPACE TO MNT-CONTA-DV-DEPOIS
           ELSE
               MOVE WRK-ADM-BANCO-ENTRADA TO MNT-BANCO-DEPOIS
               MOVE WRK-ADM-AGENCIA-ENTRADA TO MNT-AGENCIA-DEPOIS
               MOVE WRK-ADM-CONTA-ENTRADA TO MNT-CONTA-DEPOIS
               MOVE WRK-ADM-DV-ENTRADA TO MNT-CONTA-DV-DEPOIS
           END-IF.
           MOVE SPACE TO MNT-TIPO-PAGTO-ANTES.
           MOVE WRK-ADM-TIPO-PAGTO TO MNT-TIPO-PAGTO-DEPOIS.
           MOVE SPACES TO MNT-COMPETENCIA.
           MOVE SPACES TO MNT-CARGO-ANTES.
           MOVE WRK-ADM-CARGO-ENTRADA TO MNT-CARGO-DEPOIS.
           MOVE WRK-APROVADOR-ENTRADA TO MNT-APROVADOR.
           MOVE SPACES TO MNT-EMPRESA-ANTES.
           MOVE WRK-ADM-EMPRESA-ENTRADA TO MNT-EMPRESA-DEPOIS.
           WRITE LINHA-MANUTENCAO FROM WRK-REG-MANUTENCAO.
           CLOSE MANUTENCAO-ARQUIVO.

      *** ADMISSAO EM LOTE - CADA REGISTRO E DO ARQUIVO DO RH PASSA ****
      *** PELAS MESMAS CRITICAS DA DIGITACAO E E GRAVADO PELOS MESMOS **
      *** PARAGRAFOS; OS REGISTROS D QUE SEGUEM SAO OS DEPENDENTES DO **
      *** EMPREGADO ADMITIDO. RECUSADOS SAEM NO ADMISSOESLOTE.PRT ******
       3000-ADMISSAO-LOTE.
           OPEN INPUT LOTE-ARQUIVO.
           IF WRK-STATUS-LOTE NOT = "00"
               DISPLAY 'ARQUIVO ADMISSOESLOTE.DAT NAO PODE SER ABERTO '
                   '- STATUS ' WRK-STATUS-LOTE ' - NENHUMA ADMISSAO'
               MOVE 16 TO WRK-RETORNO
           ELSE
               PERFORM 1250-CARREGA-DEPARTAMENTOS
               PERFORM 1350-CARREGA-EMPRESAS
               PERFORM 1700-CARREGA-CARGOS
               OPEN OUTPUT LOTE-RELATORIO
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-HOJE-DIA TO WRK-CAB-DIA
               MOVE WRK-HOJE-MES TO WRK-CAB-MES
               MOVE WRK-HOJE-ANO TO WRK-CAB-ANO
               WRITE LINHA-RELATORIO FROM WRK-CAB-1
               WRITE LINHA-RELATORIO FROM WRK-CAB-2
               OPEN EXTEND DEPENDENTE-ARQUIVO
               IF WRK-STATUS-DEPENDENTE = "35"
                   OPEN OUTPUT DEPENDENTE-ARQUIVO
                   CLOSE DEPENDENTE-ARQUIVO
                   OPEN EXTEND DEPENDENTE-ARQUIVO
               END-IF
               MOVE 'N' TO WRK-FIM-LOTE
               PERFORM 3100-LE-LOTE
               PERFORM 3200-TRATA-REGISTRO-LOTE
                   UNTIL WRK-FIM-LOTE = 'S'
               CLOSE LOTE-ARQUIVO
               CLOSE DEPENDENTE-ARQUIVO
               PERFORM 3800-IMPRIME-TOTAIS
               CLOSE LOTE-RELATORIO
               PERFORM 3900-DEFINE-RETORNO
           END-IF.

       3100-LE-LOTE.
           READ LOTE-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-LOTE
               NOT AT END
                   ADD 1 TO WRK-LOT-SEQ
           END-READ.

       3200-TRATA-REGISTRO-LOTE.
           MOVE SPACES TO WRK-ADM-MOTIVO.
           EVALUATE TRUE
               WHEN LOT-REG-EMPREGADO
                   PERFORM 3300-ADMITE-EMPREGADO-LOTE
               WHEN LOT-REG-DEPENDENTE
                   PERFORM 3500-INCLUI-DEPENDENTE-LOTE
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO INVALIDO (E OU D)'
                       TO WRK-ADM-MOTIVO
                   PERFORM 3700-IMPRIME-RECUSA
           END-EVALUATE.
           PERFORM 3100-LE-LOTE.

      *** EMPREGADO DO LOTE - CRITICA COMPLETA E, ACEITO, GRAVACAO NO **
      *** MASTER (CHAVE DUPLICADA RECUSA), NAS ADMISSOES E, SE FORA DA *
      *** FAIXA AUTORIZADO, NO LOG DE MANUTENCAO ***********************
       3300-ADMITE-EMPREGADO-LOTE.
           ADD 1 TO WRK-LOT-QTD-EMPREGADOS.
           MOVE 'N' TO WRK-LOT-EMP-ADMITIDO.
           PERFORM 3310-CARREGA-ENTRADAS-LOTE.
           PERFORM 3320-VALIDA-EMPREGADO-LOTE.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1900-GRAVA-ADMISSAO
               IF WRK-ADM-GRAVADA = 'S'
                   MOVE 'S' TO WRK-LOT-EMP-ADMITIDO
                   ADD 1 TO WRK-LOT-QTD-ADMITIDOS
                   DISPLAY 'ADMITIDO: ' WRK-ADM-ID-ENTRADA ' ' WRK-NOME
               ELSE
                   PERFORM 3700-IMPRIME-RECUSA
               END-IF
           ELSE
               PERFORM 3700-IMPRIME-RECUSA
           END-IF.

       3310-CARREGA-ENTRADAS-LOTE.
           MOVE SPACES TO WRK-NOME.
           MOVE LOT-NOME TO WRK-NOME-ENTRADA.
           MOVE LOT-ID TO WRK-ADM-ID-ENTRADA.
           MOVE LOT-SALARIO TO WRK-ADM-SALARIO-ENTRADA.
           MOVE LOT-DEPARTAMENTO TO WRK-ADM-DEPTO-ENTRADA.
           MOVE LOT-EMPRESA TO WRK-ADM-EMPRESA-ENTRADA.
           MOVE LOT-CARGO TO WRK-ADM-CARGO-ENTRADA.
           MOVE LOT-DATA-ADMISSAO TO WRK-ADM-DATA-ENTRADA.
           MOVE LOT-TIPO-PAGAMENTO TO WRK-ADM-TIPO-PAGTO.
           MOVE SPACES TO WRK-ADM-CHAVE-PIX.
           MOVE LOT-BANCO TO WRK-ADM-BANCO-ENTRADA.
           MOVE LOT-AGENCIA TO WRK-ADM-AGENCIA-ENTRADA.
           MOVE LOT-CONTA TO WRK-ADM-CONTA-ENTRADA.
           MOVE LOT-CONTA-DV TO WRK-ADM-DV-ENTRADA.
           MOVE 'N' TO WRK-ADM-SEM-BANCO.
           MOVE SPACES TO WRK-APROVADOR-ENTRADA.

      *** CRITICAS NA MESMA ORDEM DO CONSOLE - A PRIMEIRA QUE FALHA ****
      *** DEIXA O MOTIVO EM WRK-ADM-MOTIVO *****************************
       3320-VALIDA-EMPREGADO-LOTE.
           PERFORM 1010-VALIDA-NOME.
           MOVE WRK-NOME-VALIDO TO WRK-LOT-VALIDO.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1110-VALIDA-ID
               MOVE WRK-ADM-ID-VALIDO TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1210-VALIDA-SALARIO
               MOVE WRK-ADM-SALARIO-VALIDO TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1310-VALIDA-DEPTO
               MOVE WRK-ADM-DEPTO-VALIDO TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1385-VALIDA-EMPRESA
               MOVE WRK-ADM-EMPRESA-VALIDA TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1725-VALIDA-CARGO
               MOVE WRK-ADM-CARGO-VALIDO TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 3330-CONFERE-FAIXA-LOTE
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1410-VALIDA-DATA-ADMISSAO
               MOVE WRK-ADM-DATA-VALIDO TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1585-VALIDA-TIPO-PAGAMENTO
               MOVE WRK-ADM-TIPO-PAGTO-VALIDO TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 3340-VALIDA-PAGAMENTO-LOTE
           END-IF.

      *** NO LOTE NAO HA A QUEM PEDIR A AUTORIZACAO - SALARIO FORA DA **
      *** FAIXA SO PASSA COM O SUPERVISOR INFORMADO NO REGISTRO, *******
      *** CONFERIDO PELAS MESMAS REGRAS DO CONSOLE *********************
       3330-CONFERE-FAIXA-LOTE.
           PERFORM 1740-VERIFICA-FAIXA-SALARIAL.
           IF WRK-ADM-FORA-FAIXA = 'S'
               MOVE LOT-APROVADOR TO WRK-APROVADOR-ENTRADA
               IF WRK-APROVADOR-ENTRADA = SPACES
                   MOVE 'N' TO WRK-APROVADOR-OK
                   MOVE 'SALARIO FORA DA FAIXA DO CARGO SEM APROVADOR'
                       TO WRK-ADM-MOTIVO
               ELSE
                   PERFORM 1775-VALIDA-APROVADOR
               END-IF
               MOVE WRK-APROVADOR-OK TO WRK-LOT-VALIDO
           END-IF.

      *** PIX EXIGE A CHAVE; CONTA EM BRANCO ADMITE SEM DADOS **********
      *** BANCARIOS, COMO NO CONSOLE ***********************************
       3340-VALIDA-PAGAMENTO-LOTE.
           IF WRK-ADM-TIPO-PAGTO = 'P'
               MOVE LOT-CHAVE-PIX TO WRK-ADM-CHAVE-PIX
               PERFORM 1595-VALIDA-CHAVE-PIX
               MOVE WRK-ADM-CHAVE-PIX-VALIDA TO WRK-LOT-VALIDO
               MOVE 'S' TO WRK-ADM-SEM-BANCO
           ELSE
               PERFORM 1610-VALIDA-BANCO
               MOVE WRK-ADM-BANCO-VALIDO TO WRK-LOT-VALIDO
               IF WRK-LOT-VALIDO = 'S' AND WRK-ADM-SEM-BANCO NOT = 'S'
                   PERFORM 3350-VALIDA-CONTA-LOTE
               END-IF
           END-IF.

       3350-VALIDA-CONTA-LOTE.
           PERFORM 1625-VALIDA-AGENCIA.
           MOVE WRK-ADM-AGENCIA-VALIDA TO WRK-LOT-VALIDO.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1645-VALIDA-CONTA
               MOVE WRK-ADM-CONTA-VALIDA TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 1665-VALIDA-DV
               MOVE WRK-ADM-DV-VALIDO TO WRK-LOT-VALIDO
           END-IF.

      *** DEPENDENTE DO LOTE - SO E ACEITO LOGO APOS O SEU EMPREGADO ***
      *** ADMITIDO NESTA EXECUCAO **************************************
       3500-INCLUI-DEPENDENTE-LOTE.
           ADD 1 TO WRK-LOT-QTD-DEPENDENTES.
           MOVE LOT-DPD-NOME TO WRK-DPD-NOME-ENTRADA.
           MOVE LOT-DPD-NASCIMENTO TO WRK-DPD-NASC-ENTRADA.
           MOVE LOT-DPD-PARENTESCO TO WRK-DPD-PARENT-ENTRADA.
           PERFORM 3510-VALIDA-DEPENDENTE-LOTE.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 2800-GRAVA-DEPENDENTE
               ADD 1 TO WRK-LOT-QTD-DEP-INCLUIDOS
           ELSE
               PERFORM 3700-IMPRIME-RECUSA
           END-IF.

       3510-VALIDA-DEPENDENTE-LOTE.
           MOVE 'S' TO WRK-LOT-VALIDO.
           IF WRK-LOT-EMP-ADMITIDO NOT = 'S'
               MOVE 'DEPENDENTE SEM EMPREGADO ADMITIDO NO LOTE'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               AND LOT-DPD-EMP-ID NOT = WRK-ADM-ID-ENTRADA
               MOVE 'DEPENDENTE NAO E DO EMPREGADO ANTERIOR DO LOTE'
                   TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S' AND WRK-DPD-NOME-ENTRADA = SPACES
               MOVE 'NOME DO DEPENDENTE EM BRANCO' TO WRK-ADM-MOTIVO
               MOVE 'N' TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 2610-VALIDA-NASCIMENTO
               MOVE WRK-DPD-NASC-VALIDO TO WRK-LOT-VALIDO
           END-IF.
           IF WRK-LOT-VALIDO = 'S'
               PERFORM 2710-VALIDA-PARENTESCO
               MOVE WRK-DPD-PARENT-VALIDO TO WRK-LOT-VALIDO
           END-IF.

      *********** LINHA DO REGISTRO RECUSADO COM O MOTIVO **************
       3700-IMPRIME-RECUSA.
           ADD 1 TO WRK-LOT-QTD-RECUSADOS.
           MOVE WRK-LOT-SEQ TO WRK-REC-SEQ.
           MOVE LOT-TIPO-REGISTRO TO WRK-REC-TIPO.
           IF LOT-REG-DEPENDENTE
               MOVE LOT-DPD-EMP-ID TO WRK-REC-ID
               MOVE LOT-DPD-NOME TO WRK-REC-NOME
           ELSE
               MOVE LOT-ID TO WRK-REC-ID
               MOVE LOT-NOME TO WRK-REC-NOME
           END-IF.
           MOVE WRK-ADM-MOTIVO TO WRK-REC-MOTIVO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-RECUSA.
           DISPLAY 'RECUSADO REGISTRO ' WRK-LOT-SEQ ': '
               WRK-ADM-MOTIVO.

      *********** TOTAIS DO LOTE NO FIM DO RELATORIO *******************
       3800-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGISTROS LIDOS" TO WRK-TOT-ROTULO.
           MOVE WRK-LOT-SEQ TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "EMPREGADOS NO ARQUIVO" TO WRK-TOT-ROTULO.
           MOVE WRK-LOT-QTD-EMPREGADOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "EMPREGADOS ADMITIDOS" TO WRK-TOT-ROTULO.
           MOVE WRK-LOT-QTD-ADMITIDOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "DEPENDENTES NO ARQUIVO" TO WRK-TOT-ROTULO.
           MOVE WRK-LOT-QTD-DEPENDENTES TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "DEPENDENTES CADASTRADOS" TO WRK-TOT-ROTULO.
           MOVE WRK-LOT-QTD-DEP-INCLUIDOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "REGISTROS RECUSADOS" TO WRK-TOT-ROTULO.
           MOVE WRK-LOT-QTD-RECUSADOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           DISPLAY 'EMPREGADOS ADMITIDOS: ' WRK-LOT-QTD-ADMITIDOS
               ' DEPENDENTES: ' WRK-LOT-QTD-DEP-INCLUIDOS
               ' RECUSADOS: ' WRK-LOT-QTD-RECUSADOS.

      *** RC 4 COM RECUSA NO LOTE, 8 SE NENHUM EMPREGADO FOI ADMITIDO **
       3900-DEFINE-RETORNO.
           IF WRK-LOT-QTD-RECUSADOS > ZEROS
               IF WRK-LOT-QTD-ADMITIDOS = ZEROS
                   MOVE 8 TO WRK-RETORNO
               ELSE
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.
