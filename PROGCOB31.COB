       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: MANUTENCAO DAS ORDENS JUDICIAIS DE PENSAO ALIMENTICIA
      * (PENSOES.DAT) - LOCALIZA O EMPREGADO POR ID, LISTA AS ORDENS
      * DELE E PERMITE INCLUIR ORDEM (NUMERO DO PROCESSO/OFICIO,
      * BENEFICIARIO, CREDITO EM CONTA OU PIX, REGRA DE CALCULO E
      * PERIODO DE VIGENCIA) OU ENCERRAR ORDEM INFORMANDO A DATA
      * FINAL. A CONTA DO BENEFICIARIO E CONFERIDA PELO DIGITO
      * VERIFICADOR MODULO 10 (MESMO CALCULO DO PROGCOB02/PROGCOB07).
      * O ARQUIVO INTEIRO E REGRAVADO, COMO O CADASTRO DE CONSIGNADOS
      * NO PROGCOB29
      *MODIFICACAO: CADASTRO DE PENSOES MAIOR QUE A TABELA (300 ORDENS,
      * INCLUSIVE AS ENCERRADAS) ENCERRA COM RC 16 SEM MANUTENCAO NEM
      * REGRAVACAO - ANTES O EXCESSO ESTOURAVA A TABELA E A REGRAVACAO
      * PERDIA ORDENS
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
           SELECT PENSAO-ARQUIVO
               ASSIGN TO "DATA/PENSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  PENSAO-ARQUIVO.
           COPY CBPENSAO.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-PENSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-ID-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-ID-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-ID-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-FIM-PENSAO PIC X(01) VALUE 'N'.
       77 WRK-QTD-PENSOES PIC 9(03) VALUE ZEROS.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-PENSOES PIC 9(03) VALUE 300.
       77 WRK-PEN-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-IDX-PEN PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PEN-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-PEN-ACAO PIC X(01) VALUE SPACES.
       77 WRK-PEN-ACAO-FIM PIC X(01) VALUE 'N'.
       77 WRK-PEN-ALTERADO PIC X(01) VALUE 'N'.
       77 WRK-PEN-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-ORDEM-ENTRADA PIC X(15) VALUE SPACES.
       77 WRK-BENEF-ENTRADA PIC X(30) VALUE SPACES.
       77 WRK-TIPO-PAGTO-ENTRADA PIC X(01) VALUE SPACES.
       77 WRK-TIPO-PAGTO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-CHAVE-PIX-ENTRADA PIC X(32) VALUE SPACES.
       77 WRK-BANCO-ENTRADA PIC X(03) VALUE SPACES.
       77 WRK-BANCO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-BANCO-NOVO PIC 9(03) VALUE ZEROS.
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
       77 WRK-REGRA-ENTRADA PIC X(01) VALUE SPACES.
       77 WRK-REGRA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-PCT-ENTRADA PIC X(05) VALUE SPACES.
       77 WRK-PCT-NOVO REDEFINES WRK-PCT-ENTRADA PIC 9(03)V99.
       77 WRK-PCT-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-FIXO-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-FIXO-NOVO REDEFINES WRK-FIXO-ENTRADA PIC 9(06)V99.
       77 WRK-FIXO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-DATA-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-DATA-TESTE REDEFINES WRK-DATA-ENTRADA PIC 9(08).
       77 WRK-DATA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-DATA-OPCIONAL PIC X(01) VALUE 'N'.
       77 WRK-DATA-MES-TESTE PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-DIA-TESTE PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO-NOVA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-NOVA PIC 9(08) VALUE ZEROS.
       01 WRK-TAB-PENSOES.
           02 WRK-TAB-PENSAO OCCURS 300 TIMES.
               03 TAB-PEN-ID PIC 9(06).
               03 TAB-PEN-ORDEM PIC X(15).
               03 TAB-PEN-BENEF-NOME PIC X(30).
               03 TAB-PEN-TIPO-PAGAMENTO PIC X(01).
               03 TAB-PEN-BANCO PIC 9(03).
               03 TAB-PEN-AGENCIA PIC 9(04).
               03 TAB-PEN-CONTA PIC 9(08).
               03 TAB-PEN-CONTA-DV PIC X(01).
               03 TAB-PEN-CHAVE-PIX PIC X(32).
               03 TAB-PEN-REGRA PIC X(01).
               03 TAB-PEN-PERCENTUAL PIC 9(03)V99.
               03 TAB-PEN-VALOR-FIXO PIC 9(06)V99.
               03 TAB-PEN-DATA-INICIO PIC 9(08).
               03 TAB-PEN-DATA-FIM PIC 9(08).
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-HORA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-DATA-FIM PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-HORA-FIM PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-STATUS-EMPLOYEE NOT = "00"
               DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - STATUS '
                   WRK-STATUS-EMPLOYEE
           ELSE
               PERFORM 1000-CARREGA-PENSOES
               IF WRK-PEN-ESTOURO = 'S'
                   DISPLAY 'CADASTRO DE PENSOES EXCEDE '
                       WRK-MAX-PENSOES ' ORDENS - NADA FOI FEITO'
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   PERFORM 1100-CAPTURA-ID
                       UNTIL WRK-ID-VALIDO = 'S'
                   PERFORM 2000-EXIBE-SITUACAO-ATUAL
                   PERFORM 2600-MANUTENCAO-PENSOES
                       UNTIL WRK-PEN-ACAO-FIM = 'S'
                   IF WRK-PEN-ALTERADO = 'S'
                       PERFORM 3200-REGRAVA-PENSOES
                   ELSE
                       DISPLAY 'NENHUMA ORDEM ALTERADA, ARQUIVO MANTIDO'
                   END-IF
               END-IF
               CLOSE EMPLOYEE-MASTER
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
           MOVE WRK-AUD-DATA-INICIO TO WRK-DATA.

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
           MOVE "PROGCOB31" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** CARREGA O CADASTRO DE ORDENS INTEIRO EM TABELA (A REGRAVACAO *
      *** PRECISA PRESERVAR AS ORDENS DOS DEMAIS EMPREGADOS E AS JA ****
      *** ENCERRADAS) **************************************************
       1000-CARREGA-PENSOES.
           MOVE ZEROS TO WRK-QTD-PENSOES.
           OPEN INPUT PENSAO-ARQUIVO.
           IF WRK-STATUS-PENSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-PENSAO
               PERFORM 1010-LE-PENSAO
               PERFORM 1020-ARMAZENA-PENSAO
                   UNTIL WRK-FIM-PENSAO = 'S'
               CLOSE PENSAO-ARQUIVO
           END-IF.

       1010-LE-PENSAO.
           READ PENSAO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-PENSAO
           END-READ.

       1020-ARMAZENA-PENSAO.
           IF WRK-QTD-PENSOES NOT < WRK-MAX-PENSOES
               MOVE 'S' TO WRK-PEN-ESTOURO
               MOVE 'S' TO WRK-FIM-PENSAO
           ELSE
               ADD 1 TO WRK-QTD-PENSOES
               MOVE PEN-EMP-ID TO TAB-PEN-ID (WRK-QTD-PENSOES)
               MOVE PEN-ORDEM TO TAB-PEN-ORDEM (WRK-QTD-PENSOES)
               MOVE PEN-BENEF-NOME
                   TO TAB-PEN-BENEF-NOME (WRK-QTD-PENSOES)
               MOVE PEN-TIPO-PAGAMENTO
                   TO TAB-PEN-TIPO-PAGAMENTO (WRK-QTD-PENSOES)
               MOVE PEN-BANCO TO TAB-PEN-BANCO (WRK-QTD-PENSOES)
               MOVE PEN-AGENCIA TO TAB-PEN-AGENCIA (WRK-QTD-PENSOES)
               MOVE PEN-CONTA TO TAB-PEN-CONTA (WRK-QTD-PENSOES)
               MOVE PEN-CONTA-DV TO TAB-PEN-CONTA-DV (WRK-QTD-PENSOES)
               MOVE PEN-CHAVE-PIX TO TAB-PEN-CHAVE-PIX (WRK-QTD-PENSOES)
               MOVE PEN-REGRA TO TAB-PEN-REGRA (WRK-QTD-PENSOES)
               MOVE PEN-PERCENTUAL
                   TO TAB-PEN-PERCENTUAL (WRK-QTD-PENSOES)
               MOVE PEN-VALOR-FIXO
                   TO TAB-PEN-VALOR-FIXO (WRK-QTD-PENSOES)
               MOVE PEN-DATA-INICIO
                   TO TAB-PEN-DATA-INICIO (WRK-QTD-PENSOES)
               MOVE PEN-DATA-FIM TO TAB-PEN-DATA-FIM (WRK-QTD-PENSOES)
               PERFORM 1010-LE-PENSAO
           END-IF.

       1100-CAPTURA-ID.
           MOVE SPACES TO WRK-ID-ENTRADA.
           DISPLAY 'INFORME O ID DO EMPREGADO (6 DIGITOS)'.
           ACCEPT WRK-ID-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-ID-VALIDO.
           IF WRK-ID-ENTRADA NOT NUMERIC
               DISPLAY 'ID INVALIDO (SOMENTE DIGITOS), DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-ID-VALIDO
           ELSE
               MOVE WRK-ID-ENTRADA TO WRK-ID-BUSCA
               MOVE WRK-ID-BUSCA TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'EMPREGADO NAO ENCONTRADO NO MASTER, '
                           'DIGITE NOVAMENTE'
                       MOVE 'N' TO WRK-ID-VALIDO
               END-READ
           END-IF.

      *** EXIBE O EMPREGADO E AS ORDENS JA CADASTRADAS *****************
       2000-EXIBE-SITUACAO-ATUAL.
           DISPLAY 'EMPREGADO....: ' EMP-NOME.
           IF EMP-DESLIGADO
               DISPLAY 'EMPREGADO DESLIGADO - SO E PERMITIDO ENCERRAR '
                   'ORDEM'
           END-IF.
           PERFORM 2080-LISTA-ORDEM
               VARYING WRK-IDX-PEN FROM 1 BY 1
               UNTIL WRK-IDX-PEN > WRK-QTD-PENSOES.

       2080-LISTA-ORDEM.
           IF TAB-PEN-ID (WRK-IDX-PEN) = WRK-ID-BUSCA
               DISPLAY '  ORDEM: ' TAB-PEN-ORDEM (WRK-IDX-PEN)
                   ' ' TAB-PEN-BENEF-NOME (WRK-IDX-PEN)
               EVALUATE TAB-PEN-REGRA (WRK-IDX-PEN)
                   WHEN 'F'
                       MOVE TAB-PEN-VALOR-FIXO (WRK-IDX-PEN)
                           TO WRK-VALOR-ED
                       DISPLAY '    VALOR FIXO ' WRK-VALOR-ED
                           ' VIGENCIA '
                           TAB-PEN-DATA-INICIO (WRK-IDX-PEN)
                           '-' TAB-PEN-DATA-FIM (WRK-IDX-PEN)
                   WHEN OTHER
                       MOVE TAB-PEN-PERCENTUAL (WRK-IDX-PEN)
                           TO WRK-PCT-ED
                       DISPLAY '    ' WRK-PCT-ED '% REGRA '
                           TAB-PEN-REGRA (WRK-IDX-PEN)
                           ' VIGENCIA '
                           TAB-PEN-DATA-INICIO (WRK-IDX-PEN)
                           '-' TAB-PEN-DATA-FIM (WRK-IDX-PEN)
               END-EVALUATE
           END-IF.

       2600-MANUTENCAO-PENSOES.
           MOVE SPACES TO WRK-PEN-ACAO.
           DISPLAY 'PENSOES: I=INCLUIR, E=ENCERRAR, EM BRANCO PARA '
               'SAIR'.
           ACCEPT WRK-PEN-ACAO FROM CONSOLE.
           EVALUATE WRK-PEN-ACAO
               WHEN 'I'
                   IF EMP-DESLIGADO
                       DISPLAY 'EMPREGADO DESLIGADO NAO RECEBE NOVA '
                           'ORDEM'
                   ELSE
                       PERFORM 2620-INCLUI-ORDEM
                   END-IF
               WHEN 'E'
                   PERFORM 2660-ENCERRA-ORDEM
               WHEN SPACE
                   MOVE 'S' TO WRK-PEN-ACAO-FIM
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA (I, E OU BRANCO), DIGITE '
                       'NOVAMENTE'
           END-EVALUATE.

      *** INCLUSAO - ORDEM REPETIDA PARA O EMPREGADO E RECUSADA ********
       2620-INCLUI-ORDEM.
           MOVE SPACES TO WRK-ORDEM-ENTRADA.
           DISPLAY 'INFORME O NUMERO DO PROCESSO/OFICIO DA ORDEM'.
           ACCEPT WRK-ORDEM-ENTRADA FROM CONSOLE.
           IF WRK-ORDEM-ENTRADA = SPACES
               DISPLAY 'ORDEM EM BRANCO, INCLUSAO CANCELADA'
           ELSE
               MOVE 'N' TO WRK-PEN-ENCONTRADA
               PERFORM 2670-BUSCA-ORDEM
                   VARYING WRK-IDX-PEN FROM 1 BY 1
                   UNTIL WRK-IDX-PEN > WRK-QTD-PENSOES
                       OR WRK-PEN-ENCONTRADA = 'S'
               IF WRK-PEN-ENCONTRADA = 'S'
                   DISPLAY 'ORDEM JA CADASTRADA PARA O EMPREGADO, '
                       'INCLUSAO CANCELADA'
               ELSE
                   IF WRK-QTD-PENSOES NOT < WRK-MAX-PENSOES
                       DISPLAY 'CADASTRO DE PENSOES CHEIO, INCLUSAO '
                           'CANCELADA'
                   ELSE
                       PERFORM 2625-COMPLETA-INCLUSAO
                   END-IF
               END-IF
           END-IF.

       2625-COMPLETA-INCLUSAO.
           MOVE SPACES TO WRK-BENEF-ENTRADA.
           DISPLAY 'INFORME O NOME DO BENEFICIARIO'.
           ACCEPT WRK-BENEF-ENTRADA FROM CONSOLE.
           IF WRK-BENEF-ENTRADA = SPACES
               DISPLAY 'BENEFICIARIO EM BRANCO, INCLUSAO CANCELADA'
           ELSE
               PERFORM 2630-CAPTURA-CREDITO
               MOVE 'N' TO WRK-REGRA-VALIDA
               PERFORM 2640-CAPTURA-REGRA
                   UNTIL WRK-REGRA-VALIDA = 'S'
               DISPLAY 'DATA INICIAL DA VIGENCIA (AAAAMMDD)'
               MOVE 'N' TO WRK-DATA-OPCIONAL
               MOVE 'N' TO WRK-DATA-VALIDA
               PERFORM 2650-CAPTURA-DATA
                   UNTIL WRK-DATA-VALIDA = 'S'
               MOVE WRK-DATA-TESTE TO WRK-DATA-INICIO-NOVA
               DISPLAY 'DATA FINAL DA VIGENCIA (AAAAMMDD, EM BRANCO '
                   'SEM PRAZO)'
               MOVE 'S' TO WRK-DATA-OPCIONAL
               MOVE 'N' TO WRK-DATA-VALIDA
               PERFORM 2650-CAPTURA-DATA
                   UNTIL WRK-DATA-VALIDA = 'S'
               MOVE WRK-DATA-TESTE TO WRK-DATA-FIM-NOVA
               IF WRK-DATA-FIM-NOVA NOT = ZEROS
                   AND WRK-DATA-FIM-NOVA < WRK-DATA-INICIO-NOVA
                   DISPLAY 'DATA FINAL ANTERIOR A INICIAL, INCLUSAO '
                       'CANCELADA'
               ELSE
                   PERFORM 2690-ARMAZENA-ORDEM
               END-IF
           END-IF.

      *** CREDITO AO BENEFICIARIO - CONTA (BANCO/AGENCIA/CONTA/DV) OU **
      *** PIX (CHAVE), MESMA CONVENCAO DO CADASTRO DE EMPREGADOS *******
       2630-CAPTURA-CREDITO.
           MOVE 'N' TO WRK-TIPO-PAGTO-VALIDO.
           PERFORM 2632-CAPTURA-TIPO-PAGAMENTO
               UNTIL WRK-TIPO-PAGTO-VALIDO = 'S'.
           MOVE ZEROS TO WRK-BANCO-NOVO.
           MOVE ZEROS TO WRK-AGENCIA-ENTRADA.
           MOVE ZEROS TO WRK-CONTA-ENTRADA.
           MOVE SPACE TO WRK-DV-ENTRADA.
           MOVE SPACES TO WRK-CHAVE-PIX-ENTRADA.
           IF WRK-TIPO-PAGTO-ENTRADA = 'P'
               PERFORM 2634-CAPTURA-CHAVE-PIX
                   UNTIL WRK-CHAVE-PIX-ENTRADA NOT = SPACES
           ELSE
               MOVE 'N' TO WRK-BANCO-VALIDO
               PERFORM 2635-CAPTURA-BANCO
                   UNTIL WRK-BANCO-VALIDO = 'S'
               MOVE 'N' TO WRK-AGENCIA-VALIDA
               PERFORM 2636-CAPTURA-AGENCIA
                   UNTIL WRK-AGENCIA-VALIDA = 'S'
               MOVE 'N' TO WRK-CONTA-VALIDA
               PERFORM 2637-CAPTURA-CONTA
                   UNTIL WRK-CONTA-VALIDA = 'S'
               MOVE 'N' TO WRK-DV-VALIDO
               PERFORM 2638-CAPTURA-DV
                   UNTIL WRK-DV-VALIDO = 'S'
           END-IF.

       2632-CAPTURA-TIPO-PAGAMENTO.
           MOVE SPACES TO WRK-TIPO-PAGTO-ENTRADA.
           DISPLAY 'INFORME A FORMA DE CREDITO AO BENEFICIARIO '
               '(C=CONTA, P=PIX)'.
           ACCEPT WRK-TIPO-PAGTO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-TIPO-PAGTO-VALIDO.
           IF WRK-TIPO-PAGTO-ENTRADA NOT = 'C'
               AND WRK-TIPO-PAGTO-ENTRADA NOT = 'P'
               DISPLAY 'FORMA INVALIDA (C OU P), DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-TIPO-PAGTO-VALIDO
           END-IF.

       2634-CAPTURA-CHAVE-PIX.
           DISPLAY 'INFORME A CHAVE PIX DO BENEFICIARIO (ATE 32 '
               'POSICOES)'.
           ACCEPT WRK-CHAVE-PIX-ENTRADA FROM CONSOLE.
           IF WRK-CHAVE-PIX-ENTRADA = SPACES
               DISPLAY 'CHAVE PIX OBRIGATORIA, DIGITE NOVAMENTE'
           END-IF.

       2635-CAPTURA-BANCO.
           MOVE SPACES TO WRK-BANCO-ENTRADA.
           DISPLAY 'INFORME O BANCO DO BENEFICIARIO (3 DIGITOS)'.
           ACCEPT WRK-BANCO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-BANCO-VALIDO.
           IF WRK-BANCO-ENTRADA NOT NUMERIC
               OR WRK-BANCO-ENTRADA = ZEROS
               DISPLAY 'BANCO INVALIDO (3 DIGITOS, NAO ZERO), '
                   'DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-BANCO-VALIDO
           ELSE
               MOVE WRK-BANCO-ENTRADA TO WRK-BANCO-NOVO
           END-IF.

       2636-CAPTURA-AGENCIA.
           MOVE SPACES TO WRK-AGENCIA-ENTRADA.
           DISPLAY 'INFORME A AGENCIA (4 DIGITOS)'.
           ACCEPT WRK-AGENCIA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-AGENCIA-VALIDA.
           IF WRK-AGENCIA-ENTRADA NOT NUMERIC
               OR WRK-AGENCIA-ENTRADA = ZEROS
               DISPLAY 'AGENCIA INVALIDA (4 DIGITOS, NAO ZERO), '
                   'DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-AGENCIA-VALIDA
           END-IF.

       2637-CAPTURA-CONTA.
           MOVE SPACES TO WRK-CONTA-ENTRADA.
           DISPLAY 'INFORME A CONTA (8 DIGITOS)'.
           ACCEPT WRK-CONTA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-CONTA-VALIDA.
           IF WRK-CONTA-ENTRADA NOT NUMERIC
               OR WRK-CONTA-ENTRADA = ZEROS
               DISPLAY 'CONTA INVALIDA (8 DIGITOS, NAO ZERO), '
                   'DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-CONTA-VALIDA
           END-IF.

      *** CAPTURA O DIGITO VERIFICADOR E CONFERE PELO MODULO 10 ********
       2638-CAPTURA-DV.
           MOVE SPACES TO WRK-DV-ENTRADA.
           DISPLAY 'INFORME O DIGITO VERIFICADOR DA CONTA (1 DIGITO)'.
           ACCEPT WRK-DV-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-DV-VALIDO.
           IF WRK-DV-ENTRADA NOT NUMERIC
               DISPLAY 'DIGITO INVALIDO (SOMENTE DIGITOS), DIGITE '
                   'NOVAMENTE'
               MOVE 'N' TO WRK-DV-VALIDO
           ELSE
               PERFORM 2680-CALCULA-DV
               IF WRK-DV-ENTRADA NOT = WRK-DV-CALCULADO
                   DISPLAY 'DIGITO NAO CONFERE COM AGENCIA/CONTA '
                       '(ESPERADO ' WRK-DV-CALCULADO '), DIGITE '
                       'NOVAMENTE'
                   MOVE 'N' TO WRK-DV-VALIDO
               END-IF
           END-IF.

      *** REGRA DE CALCULO - L/B PEDEM O PERCENTUAL, F O VALOR FIXO ****
       2640-CAPTURA-REGRA.
           MOVE SPACES TO WRK-REGRA-ENTRADA.
           MOVE ZEROS TO WRK-PCT-NOVO.
           MOVE ZEROS TO WRK-FIXO-NOVO.
           DISPLAY 'INFORME A REGRA (L=% DO LIQUIDO, B=% DO BRUTO, '
               'F=VALOR FIXO)'.
           ACCEPT WRK-REGRA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-REGRA-VALIDA.
           EVALUATE WRK-REGRA-ENTRADA
               WHEN 'L'
               WHEN 'B'
                   MOVE 'N' TO WRK-PCT-VALIDO
                   PERFORM 2642-CAPTURA-PERCENTUAL
                       UNTIL WRK-PCT-VALIDO = 'S'
               WHEN 'F'
                   MOVE 'N' TO WRK-FIXO-VALIDO
                   PERFORM 2644-CAPTURA-VALOR-FIXO
                       UNTIL WRK-FIXO-VALIDO = 'S'
               WHEN OTHER
                   DISPLAY 'REGRA INVALIDA (L, B OU F), DIGITE '
                       'NOVAMENTE'
                   MOVE 'N' TO WRK-REGRA-VALIDA
           END-EVALUATE.

       2642-CAPTURA-PERCENTUAL.
           MOVE SPACES TO WRK-PCT-ENTRADA.
           DISPLAY 'INFORME O PERCENTUAL (5 DIGITOS, 2 DECIMAIS '
               'IMPLICITAS - 03000 = 30%)'.
           ACCEPT WRK-PCT-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-PCT-VALIDO.
           IF WRK-PCT-ENTRADA NOT NUMERIC
               OR WRK-PCT-ENTRADA = ZEROS
               DISPLAY 'PERCENTUAL INVALIDO (SOMENTE DIGITOS, '
                   'DIFERENTE DE ZERO), DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-PCT-VALIDO
           ELSE
               IF WRK-PCT-NOVO > 100
                   DISPLAY 'PERCENTUAL ACIMA DE 100%, DIGITE '
                       'NOVAMENTE'
                   MOVE 'N' TO WRK-PCT-VALIDO
               END-IF
           END-IF.

       2644-CAPTURA-VALOR-FIXO.
           MOVE SPACES TO WRK-FIXO-ENTRADA.
           DISPLAY 'INFORME O VALOR FIXO (8 DIGITOS, 2 DECIMAIS '
               'IMPLICITAS)'.
           ACCEPT WRK-FIXO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-FIXO-VALIDO.
           IF WRK-FIXO-ENTRADA NOT NUMERIC
               OR WRK-FIXO-ENTRADA = ZEROS
               DISPLAY 'VALOR INVALIDO (SOMENTE DIGITOS, DIFERENTE '
                   'DE ZERO), DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-FIXO-VALIDO
           END-IF.

      *** DATA AAAAMMDD - COM WRK-DATA-OPCIONAL = 'S' O BRANCO VALE ****
      *** ZEROS (SEM PRAZO) ********************************************
       2650-CAPTURA-DATA.
           MOVE SPACES TO WRK-DATA-ENTRADA.
           ACCEPT WRK-DATA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-DATA-VALIDA.
           IF WRK-DATA-ENTRADA = SPACES AND WRK-DATA-OPCIONAL = 'S'
               MOVE ZEROS TO WRK-DATA-TESTE
           ELSE
               IF WRK-DATA-ENTRADA NOT NUMERIC
                   DISPLAY 'DATA INVALIDA (AAAAMMDD), DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-DATA-VALIDA
               ELSE
                   MOVE WRK-DATA-ENTRADA (5:2) TO WRK-DATA-MES-TESTE
                   MOVE WRK-DATA-ENTRADA (7:2) TO WRK-DATA-DIA-TESTE
                   IF WRK-DATA-MES-TESTE < 1 OR WRK-DATA-MES-TESTE > 12
                       OR WRK-DATA-DIA-TESTE < 1
                       OR WRK-DATA-DIA-TESTE > 31
                       DISPLAY 'MES OU DIA INVALIDO, DIGITE NOVAMENTE'
                       MOVE 'N' TO WRK-DATA-VALIDA
                   END-IF
               END-IF
           END-IF.

      *** ENCERRA A ORDEM DO EMPREGADO (REVOGACAO OU EXONERACAO) *******
      *** GRAVANDO A DATA FINAL - O REGISTRO FICA NO ARQUIVO E A *******
      *** FOLHA DEIXA DE DESCONTAR APOS A DATA *************************
       2660-ENCERRA-ORDEM.
           MOVE SPACES TO WRK-ORDEM-ENTRADA.
           DISPLAY 'INFORME O NUMERO DA ORDEM A ENCERRAR'.
           ACCEPT WRK-ORDEM-ENTRADA FROM CONSOLE.
           MOVE 'N' TO WRK-PEN-ENCONTRADA.
           PERFORM 2670-BUSCA-ORDEM
               VARYING WRK-IDX-PEN FROM 1 BY 1
               UNTIL WRK-IDX-PEN > WRK-QTD-PENSOES
                   OR WRK-PEN-ENCONTRADA = 'S'.
           IF WRK-PEN-ENCONTRADA = 'S'
               DISPLAY 'DATA FINAL DA VIGENCIA (AAAAMMDD)'
               MOVE 'N' TO WRK-DATA-OPCIONAL
               MOVE 'N' TO WRK-DATA-VALIDA
               PERFORM 2650-CAPTURA-DATA
                   UNTIL WRK-DATA-VALIDA = 'S'
               IF WRK-DATA-TESTE
                   < TAB-PEN-DATA-INICIO (WRK-IDX-PEN-ACHADO)
                   DISPLAY 'DATA FINAL ANTERIOR AO INICIO DA ORDEM, '
                       'ENCERRAMENTO CANCELADO'
               ELSE
                   MOVE WRK-DATA-TESTE
                       TO TAB-PEN-DATA-FIM (WRK-IDX-PEN-ACHADO)
                   MOVE 'S' TO WRK-PEN-ALTERADO
                   DISPLAY 'ORDEM ENCERRADA'
               END-IF
           ELSE
               DISPLAY 'ORDEM NAO ENCONTRADA PARA O EMPREGADO'
           END-IF.

       2670-BUSCA-ORDEM.
           IF TAB-PEN-ID (WRK-IDX-PEN) = WRK-ID-BUSCA
               AND TAB-PEN-ORDEM (WRK-IDX-PEN) = WRK-ORDEM-ENTRADA
               MOVE WRK-IDX-PEN TO WRK-IDX-PEN-ACHADO
               MOVE 'S' TO WRK-PEN-ENCONTRADA
           END-IF.

      *********** CALCULA O DIGITO VERIFICADOR MODULO 10 ****************
       2680-CALCULA-DV.
           MOVE WRK-AGENCIA-ENTRADA TO WRK-DV-AGENCIA.
           MOVE WRK-CONTA-ENTRADA TO WRK-DV-CONTA.
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2 TO WRK-DV-PESO.
           PERFORM 2685-SOMA-DIGITO-DV
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

       2685-SOMA-DIGITO-DV.
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

       2690-ARMAZENA-ORDEM.
           ADD 1 TO WRK-QTD-PENSOES.
           MOVE WRK-ID-BUSCA TO TAB-PEN-ID (WRK-QTD-PENSOES).
           MOVE WRK-ORDEM-ENTRADA TO TAB-PEN-ORDEM (WRK-QTD-PENSOES).
           MOVE WRK-BENEF-ENTRADA
               TO TAB-PEN-BENEF-NOME (WRK-QTD-PENSOES).
           MOVE WRK-TIPO-PAGTO-ENTRADA
               TO TAB-PEN-TIPO-PAGAMENTO (WRK-QTD-PENSOES).
           MOVE WRK-BANCO-NOVO TO TAB-PEN-BANCO (WRK-QTD-PENSOES).
           MOVE WRK-AGENCIA-ENTRADA
               TO TAB-PEN-AGENCIA (WRK-QTD-PENSOES).
           MOVE WRK-CONTA-ENTRADA TO TAB-PEN-CONTA (WRK-QTD-PENSOES).
           MOVE WRK-DV-ENTRADA TO TAB-PEN-CONTA-DV (WRK-QTD-PENSOES).
           MOVE WRK-CHAVE-PIX-ENTRADA
               TO TAB-PEN-CHAVE-PIX (WRK-QTD-PENSOES).
           MOVE WRK-REGRA-ENTRADA TO TAB-PEN-REGRA (WRK-QTD-PENSOES).
           MOVE WRK-PCT-NOVO TO TAB-PEN-PERCENTUAL (WRK-QTD-PENSOES).
           MOVE WRK-FIXO-NOVO TO TAB-PEN-VALOR-FIXO (WRK-QTD-PENSOES).
           MOVE WRK-DATA-INICIO-NOVA
               TO TAB-PEN-DATA-INICIO (WRK-QTD-PENSOES).
           MOVE WRK-DATA-FIM-NOVA
               TO TAB-PEN-DATA-FIM (WRK-QTD-PENSOES).
           MOVE 'S' TO WRK-PEN-ALTERADO.
           DISPLAY 'ORDEM INCLUIDA'.

      *********** REGRAVA O CADASTRO DE PENSOES INTEIRO *****************
       3200-REGRAVA-PENSOES.
           OPEN OUTPUT PENSAO-ARQUIVO.
           PERFORM 3250-GRAVA-PENSAO
               VARYING WRK-IDX-PEN FROM 1 BY 1
               UNTIL WRK-IDX-PEN > WRK-QTD-PENSOES.
           CLOSE PENSAO-ARQUIVO.

       3250-GRAVA-PENSAO.
           MOVE TAB-PEN-ID (WRK-IDX-PEN) TO PEN-EMP-ID.
           MOVE TAB-PEN-ORDEM (WRK-IDX-PEN) TO PEN-ORDEM.
           MOVE TAB-PEN-BENEF-NOME (WRK-IDX-PEN) TO PEN-BENEF-NOME.
           MOVE TAB-PEN-TIPO-PAGAMENTO (WRK-IDX-PEN)
               TO PEN-TIPO-PAGAMENTO.
           MOVE TAB-PEN-BANCO (WRK-IDX-PEN) TO PEN-BANCO.
           MOVE TAB-PEN-AGENCIA (WRK-IDX-PEN) TO PEN-AGENCIA.
           MOVE TAB-PEN-CONTA (WRK-IDX-PEN) TO PEN-CONTA.
           MOVE TAB-PEN-CONTA-DV (WRK-IDX-PEN) TO PEN-CONTA-DV.
           MOVE TAB-PEN-CHAVE-PIX (WRK-IDX-PEN) TO PEN-CHAVE-PIX.
           MOVE TAB-PEN-REGRA (WRK-IDX-PEN) TO PEN-REGRA.
           MOVE TAB-PEN-PERCENTUAL (WRK-IDX-PEN) TO PEN-PERCENTUAL.
           MOVE TAB-PEN-VALOR-FIXO (WRK-IDX-PEN) TO PEN-VALOR-FIXO.
           MOVE TAB-PEN-DATA-INICIO (WRK-IDX-PEN) TO PEN-DATA-INICIO.
           MOVE TAB-PEN-DATA-FIM (WRK-IDX-PEN) TO PEN-DATA-FIM.
           WRITE WRK-REG-PENSAO.
