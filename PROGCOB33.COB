       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB33.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: MANUTENCAO DO CADASTRO DE AFASTAMENTOS
      * (AFASTAMENTOS.DAT) - LOCALIZA O EMPREGADO POR ID, LISTA OS
      * AFASTAMENTOS DELE E PERMITE INCLUIR AFASTAMENTO (AUXILIO-
      * DOENCA, ACIDENTE DE TRABALHO OU LICENCA-MATERNIDADE, COM DATA
      * DE INICIO E RETORNO PREVISTO) OU REGISTRAR/ALTERAR O RETORNO.
      * O CADASTRO ALIMENTA A FOLHA MENSAL (DIAS PAGOS PELA EMPRESA),
      * O 13o (MESES PERDIDOS), AS FERIAS (SUSPENSAO DO PERIODO
      * AQUISITIVO) E O AVISO DE ESTABILIDADE NA RESCISAO. O ARQUIVO
      * INTEIRO E REGRAVADO, COMO O CADASTRO DE PENSOES NO PROGCOB31
      *MODIFICACAO: CADASTRO DE AFASTAMENTOS MAIOR QUE A TABELA (300
      * REGISTROS, INCLUSIVE OS ENCERRADOS) ENCERRA COM RC 16 SEM
      * MANUTENCAO NEM REGRAVACAO - ANTES O EXCESSO ESTOURAVA A TABELA
      * E A REGRAVACAO PERDIA AFASTAMENTOS
      *********************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WRK-STATUS-EMPLOYEE.
           SELECT AFASTAMENTO-ARQUIVO
               ASSIGN TO "DATA/AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFASTAMENTO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  AFASTAMENTO-ARQUIVO.
           COPY CBAFAST.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-AFASTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-ID-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-ID-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-ID-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
       77 WRK-QTD-AFASTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-AFASTAMENTOS PIC 9(03) VALUE 300.
       77 WRK-AFA-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-IDX-AFA PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-AFA-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-AFA-ACAO PIC X(01) VALUE SPACES.
       77 WRK-AFA-ACAO-FIM PIC X(01) VALUE 'N'.
       77 WRK-AFA-ALTERADO PIC X(01) VALUE 'N'.
       77 WRK-AFA-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-AFA-EM-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-TIPO-ENTRADA PIC X(01) VALUE SPACES.
       77 WRK-TIPO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO-ENTRADA PIC X(01) VALUE SPACES.
       77 WRK-SITUACAO-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-DATA-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-DATA-TESTE REDEFINES WRK-DATA-ENTRADA PIC 9(08).
       77 WRK-DATA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-DATA-OPCIONAL PIC X(01) VALUE 'N'.
       77 WRK-DATA-MES-TESTE PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-DIA-TESTE PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO-NOVA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-RETORNO-NOVA PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-DESCRICAO PIC X(22) VALUE SPACES.
       01 WRK-TAB-AFASTAMENTOS.
           02 WRK-TAB-AFASTAMENTO OCCURS 300 TIMES.
               03 TAB-AFA-ID PIC 9(06).
               03 TAB-AFA-TIPO PIC X(01).
               03 TAB-AFA-DATA-INICIO PIC 9(08).
               03 TAB-AFA-DATA-RETORNO PIC 9(08).
               03 TAB-AFA-RETORNO-SITUACAO PIC X(01).
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
               PERFORM 1000-CARREGA-AFASTAMENTOS
               IF WRK-AFA-ESTOURO = 'S'
                   DISPLAY 'CADASTRO DE AFASTAMENTOS EXCEDE '
                       WRK-MAX-AFASTAMENTOS ' REGISTROS - NADA FOI '
                       'FEITO'
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   PERFORM 1100-CAPTURA-ID
                       UNTIL WRK-ID-VALIDO = 'S'
                   PERFORM 2000-EXIBE-SITUACAO-ATUAL
                   PERFORM 2600-MANUTENCAO-AFASTAMENTOS
                       UNTIL WRK-AFA-ACAO-FIM = 'S'
                   IF WRK-AFA-ALTERADO = 'S'
                       PERFORM 3200-REGRAVA-AFASTAMENTOS
                   ELSE
                       DISPLAY 'NENHUM AFASTAMENTO ALTERADO, ARQUIVO '
                           'MANTIDO'
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
           MOVE "PROGCOB33" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** CARREGA O CADASTRO DE AFASTAMENTOS INTEIRO EM TABELA (A ******
      *** REGRAVACAO PRESERVA OS AFASTAMENTOS DOS DEMAIS EMPREGADOS) ***
       1000-CARREGA-AFASTAMENTOS.
           MOVE ZEROS TO WRK-QTD-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTO-ARQUIVO.
           IF WRK-STATUS-AFASTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-AFASTAMENTO
               PERFORM 1010-LE-AFASTAMENTO
               PERFORM 1020-ARMAZENA-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTO = 'S'
               CLOSE AFASTAMENTO-ARQUIVO
           END-IF.

       1010-LE-AFASTAMENTO.
           READ AFASTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
           END-READ.

       1020-ARMAZENA-AFASTAMENTO.
           IF WRK-QTD-AFASTAMENTOS NOT < WRK-MAX-AFASTAMENTOS
               MOVE 'S' TO WRK-AFA-ESTOURO
               MOVE 'S' TO WRK-FIM-AFASTAMENTO
           ELSE
               ADD 1 TO WRK-QTD-AFASTAMENTOS
               MOVE AFA-EMP-ID TO TAB-AFA-ID (WRK-QTD-AFASTAMENTOS)
               MOVE AFA-TIPO TO TAB-AFA-TIPO (WRK-QTD-AFASTAMENTOS)
               MOVE AFA-DATA-INICIO
                   TO TAB-AFA-DATA-INICIO (WRK-QTD-AFASTAMENTOS)
               MOVE AFA-DATA-RETORNO
                   TO TAB-AFA-DATA-RETORNO (WRK-QTD-AFASTAMENTOS)
               MOVE AFA-RETORNO-SITUACAO
                   TO TAB-AFA-RETORNO-SITUACAO (WRK-QTD-AFASTAMENTOS)
               PERFORM 1010-LE-AFASTAMENTO
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

      *** EXIBE O EMPREGADO E OS AFASTAMENTOS JA CADASTRADOS ***********
       2000-EXIBE-SITUACAO-ATUAL.
           DISPLAY 'EMPREGADO....: ' EMP-NOME.
           IF EMP-DESLIGADO
               DISPLAY 'EMPREGADO DESLIGADO - SO E PERMITIDO REGISTRAR '
                   'RETORNO'
           END-IF.
           PERFORM 2080-LISTA-AFASTAMENTO
               VARYING WRK-IDX-AFA FROM 1 BY 1
               UNTIL WRK-IDX-AFA > WRK-QTD-AFASTAMENTOS.

       2080-LISTA-AFASTAMENTO.
           IF TAB-AFA-ID (WRK-IDX-AFA) = WRK-ID-BUSCA
               EVALUATE TAB-AFA-TIPO (WRK-IDX-AFA)
                   WHEN 'D'
                       MOVE "AUXILIO-DOENCA" TO WRK-TIPO-DESCRICAO
                   WHEN 'A'
                       MOVE "ACIDENTE DE TRABALHO" TO WRK-TIPO-DESCRICAO
                   WHEN OTHER
                       MOVE "LICENCA-MATERNIDADE" TO WRK-TIPO-DESCRICAO
               END-EVALUATE
               IF TAB-AFA-RETORNO-SITUACAO (WRK-IDX-AFA) = 'E'
                   DISPLAY '  ' WRK-TIPO-DESCRICAO ' INICIO '
                       TAB-AFA-DATA-INICIO (WRK-IDX-AFA)
                       ' RETORNO EFETIVO '
                       TAB-AFA-DATA-RETORNO (WRK-IDX-AFA)
               ELSE
                   DISPLAY '  ' WRK-TIPO-DESCRICAO ' INICIO '
                       TAB-AFA-DATA-INICIO (WRK-IDX-AFA)
                       ' RETORNO PREVISTO '
                       TAB-AFA-DATA-RETORNO (WRK-IDX-AFA)
               END-IF
           END-IF.

       2600-MANUTENCAO-AFASTAMENTOS.
           MOVE SPACES TO WRK-AFA-ACAO.
           DISPLAY 'AFASTAMENTOS: I=INCLUIR, R=RETORNO, EM BRANCO '
               'PARA SAIR'.
           ACCEPT WRK-AFA-ACAO FROM CONSOLE.
           EVALUATE WRK-AFA-ACAO
               WHEN 'I'
                   IF EMP-DESLIGADO
                       DISPLAY 'EMPREGADO DESLIGADO NAO RECEBE NOVO '
                           'AFASTAMENTO'
                   ELSE
                       PERFORM 2620-INCLUI-AFASTAMENTO
                   END-IF
               WHEN 'R'
                   PERFORM 2660-REGISTRA-RETORNO
               WHEN SPACE
                   MOVE 'S' TO WRK-AFA-ACAO-FIM
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA (I, R OU BRANCO), DIGITE '
                       'NOVAMENTE'
           END-EVALUATE.

      *** INCLUSAO - RECUSADA SE O EMPREGADO TEM AFASTAMENTO SEM *******
      *** RETORNO OU COM RETORNO POSTERIOR AO NOVO INICIO **************
       2620-INCLUI-AFASTAMENTO.
           MOVE 'N' TO WRK-TIPO-VALIDO.
           PERFORM 2630-CAPTURA-TIPO
               UNTIL WRK-TIPO-VALIDO = 'S'.
           DISPLAY 'DATA DE INICIO DO AFASTAMENTO (AAAAMMDD)'.
           MOVE 'N' TO WRK-DATA-OPCIONAL.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM 2650-CAPTURA-DATA
               UNTIL WRK-DATA-VALIDA = 'S'.
           MOVE WRK-DATA-TESTE TO WRK-DATA-INICIO-NOVA.
           MOVE 'N' TO WRK-AFA-EM-ABERTO.
           PERFORM 2640-CONFERE-EM-ABERTO
               VARYING WRK-IDX-AFA FROM 1 BY 1
               UNTIL WRK-IDX-AFA > WRK-QTD-AFASTAMENTOS
                   OR WRK-AFA-EM-ABERTO = 'S'.
           IF WRK-AFA-EM-ABERTO = 'S'
               DISPLAY 'EMPREGADO JA AFASTADO NA DATA - REGISTRE O '
                   'RETORNO ANTES, INCLUSAO CANCELADA'
           ELSE
               IF WRK-QTD-AFASTAMENTOS NOT < WRK-MAX-AFASTAMENTOS
                   DISPLAY 'CADASTRO DE AFASTAMENTOS CHEIO, INCLUSAO '
                       'CANCELADA'
               ELSE
                   DISPLAY 'DATA DE RETORNO PREVISTA (AAAAMMDD, EM '
                       'BRANCO SEM PREVISAO)'
                   MOVE 'S' TO WRK-DATA-OPCIONAL
                   MOVE 'N' TO WRK-DATA-VALIDA
                   PERFORM 2650-CAPTURA-DATA
                       UNTIL WRK-DATA-VALIDA = 'S'
                   MOVE WRK-DATA-TESTE TO WRK-DATA-RETORNO-NOVA
                   IF WRK-DATA-RETORNO-NOVA NOT = ZEROS
                       AND WRK-DATA-RETORNO-NOVA
                           NOT > WRK-DATA-INICIO-NOVA
                       DISPLAY 'RETORNO NAO POSTERIOR AO INICIO, '
                           'INCLUSAO CANCELADA'
                   ELSE
                       PERFORM 2690-ARMAZENA-AFASTAMENTO
                   END-IF
               END-IF
           END-IF.

       2630-CAPTURA-TIPO.
           MOVE SPACES TO WRK-TIPO-ENTRADA.
           DISPLAY 'INFORME O TIPO (D=AUXILIO-DOENCA, A=ACIDENTE DE '
               'TRABALHO, M=LICENCA-MATERNIDADE)'.
           ACCEPT WRK-TIPO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-TIPO-VALIDO.
           IF WRK-TIPO-ENTRADA NOT = 'D'
               AND WRK-TIPO-ENTRADA NOT = 'A'
               AND WRK-TIPO-ENTRADA NOT = 'M'
               DISPLAY 'TIPO INVALIDO (D, A OU M), DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-TIPO-VALIDO
           END-IF.

       2640-CONFERE-EM-ABERTO.
           IF TAB-AFA-ID (WRK-IDX-AFA) = WRK-ID-BUSCA
               IF TAB-AFA-DATA-RETORNO (WRK-IDX-AFA) = ZEROS
                   OR TAB-AFA-DATA-RETORNO (WRK-IDX-AFA)
                       > WRK-DATA-INICIO-NOVA
                   IF TAB-AFA-DATA-INICIO (WRK-IDX-AFA)
                       NOT > WRK-DATA-INICIO-NOVA
                       MOVE 'S' TO WRK-AFA-EM-ABERTO
                   END-IF
               END-IF
           END-IF.

      *** DATA AAAAMMDD - COM WRK-DATA-OPCIONAL = 'S' O BRANCO VALE ****
      *** ZEROS (SEM PREVISAO) *****************************************
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

      *** RETORNO - LOCALIZA O AFASTAMENTO PELA DATA DE INICIO E *******
      *** GRAVA A DATA DE RETORNO PREVISTA OU EFETIVA ******************
       2660-REGISTRA-RETORNO.
           DISPLAY 'DATA DE INICIO DO AFASTAMENTO (AAAAMMDD)'.
           MOVE 'N' TO WRK-DATA-OPCIONAL.
           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM 2650-CAPTURA-DATA
               UNTIL WRK-DATA-VALIDA = 'S'.
           MOVE WRK-DATA-TESTE TO WRK-DATA-INICIO-NOVA.
           MOVE 'N' TO WRK-AFA-ENCONTRADO.
           PERFORM 2670-BUSCA-AFASTAMENTO
               VARYING WRK-IDX-AFA FROM 1 BY 1
               UNTIL WRK-IDX-AFA > WRK-QTD-AFASTAMENTOS
                   OR WRK-AFA-ENCONTRADO = 'S'.
           IF WRK-AFA-ENCONTRADO NOT = 'S'
               DISPLAY 'AFASTAMENTO NAO ENCONTRADO PARA O EMPREGADO'
           ELSE
               DISPLAY 'DATA DE RETORNO (AAAAMMDD)'
               MOVE 'N' TO WRK-DATA-VALIDA
               PERFORM 2650-CAPTURA-DATA
                   UNTIL WRK-DATA-VALIDA = 'S'
               MOVE WRK-DATA-TESTE TO WRK-DATA-RETORNO-NOVA
               IF WRK-DATA-RETORNO-NOVA NOT > WRK-DATA-INICIO-NOVA
                   DISPLAY 'RETORNO NAO POSTERIOR AO INICIO, '
                       'ALTERACAO CANCELADA'
               ELSE
                   MOVE 'N' TO WRK-SITUACAO-VALIDA
                   PERFORM 2680-CAPTURA-SITUACAO
                       UNTIL WRK-SITUACAO-VALIDA = 'S'
                   MOVE WRK-DATA-RETORNO-NOVA
                       TO TAB-AFA-DATA-RETORNO (WRK-IDX-AFA-ACHADO)
                   MOVE WRK-SITUACAO-ENTRADA
                       TO TAB-AFA-RETORNO-SITUACAO (WRK-IDX-AFA-ACHADO)
                   MOVE 'S' TO WRK-AFA-ALTERADO
                   DISPLAY 'RETORNO REGISTRADO'
               END-IF
           END-IF.

       2670-BUSCA-AFASTAMENTO.
           IF TAB-AFA-ID (WRK-IDX-AFA) = WRK-ID-BUSCA
               AND TAB-AFA-DATA-INICIO (WRK-IDX-AFA)
                   = WRK-DATA-INICIO-NOVA
               MOVE WRK-IDX-AFA TO WRK-IDX-AFA-ACHADO
               MOVE 'S' TO WRK-AFA-ENCONTRADO
           END-IF.

       2680-CAPTURA-SITUACAO.
           MOVE SPACES TO WRK-SITUACAO-ENTRADA.
           DISPLAY 'RETORNO P=PREVISTO OU E=EFETIVO (JA OCORRIDO)'.
           ACCEPT WRK-SITUACAO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-SITUACAO-VALIDA.
           IF WRK-SITUACAO-ENTRADA NOT = 'P'
               AND WRK-SITUACAO-ENTRADA NOT = 'E'
               DISPLAY 'SITUACAO INVALIDA (P OU E), DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-SITUACAO-VALIDA
           END-IF.

       2690-ARMAZENA-AFASTAMENTO.
           ADD 1 TO WRK-QTD-AFASTAMENTOS.
           MOVE WRK-ID-BUSCA TO TAB-AFA-ID (WRK-QTD-AFASTAMENTOS).
           MOVE WRK-TIPO-ENTRADA
               TO TAB-AFA-TIPO (WRK-QTD-AFASTAMENTOS).
           MOVE WRK-DATA-INICIO-NOVA
               TO TAB-AFA-DATA-INICIO (WRK-QTD-AFASTAMENTOS).
           MOVE WRK-DATA-RETORNO-NOVA
               TO TAB-AFA-DATA-RETORNO (WRK-QTD-AFASTAMENTOS).
           MOVE 'P' TO TAB-AFA-RETORNO-SITUACAO (WRK-QTD-AFASTAMENTOS).
           MOVE 'S' TO WRK-AFA-ALTERADO.
           DISPLAY 'AFASTAMENTO INCLUIDO'.

      *********** REGRAVA O CADASTRO DE AFASTAMENTOS INTEIRO ************
       3200-REGRAVA-AFASTAMENTOS.
           OPEN OUTPUT AFASTAMENTO-ARQUIVO.
           PERFORM 3250-GRAVA-AFASTAMENTO
               VARYING WRK-IDX-AFA FROM 1 BY 1
               UNTIL WRK-IDX-AFA > WRK-QTD-AFASTAMENTOS.
           CLOSE AFASTAMENTO-ARQUIVO.

       3250-GRAVA-AFASTAMENTO.
           MOVE SPACES TO WRK-REG-AFASTAMENTO.
           MOVE TAB-AFA-ID (WRK-IDX-AFA) TO AFA-EMP-ID.
           MOVE TAB-AFA-TIPO (WRK-IDX-AFA) TO AFA-TIPO.
           MOVE TAB-AFA-DATA-INICIO (WRK-IDX-AFA) TO AFA-DATA-INICIO.
           MOVE TAB-AFA-DATA-RETORNO (WRK-IDX-AFA) TO AFA-DATA-RETORNO.
           MOVE TAB-AFA-RETORNO-SITUACAO (WRK-IDX-AFA)
               TO AFA-RETORNO-SITUACAO.
           WRITE WRK-REG-AFASTAMENTO.
