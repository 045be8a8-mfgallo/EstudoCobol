       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB29.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: MANUTENCAO DOS CONTRATOS DE EMPRESTIMO CONSIGNADO
      * (CONSIGNADOS.DAT) - LOCALIZA O EMPREGADO POR ID, LISTA OS
      * CONTRATOS DELE E PERMITE INCLUIR CONTRATO (BANCO, NUMERO,
      * PARCELA E COMPETENCIAS INICIAL E FINAL) OU ENCERRAR CONTRATO
      * QUITADO. A INCLUSAO E RECUSADA SE A SOMA DAS PARCELAS DOS
      * CONTRATOS ATIVOS MAIS A NOVA PASSA DA MARGEM CONSIGNAVEL DE
      * 35% DO LIQUIDO (SALARIO - INSS - IRRF PELA TABELA DE TAXAS EM
      * VIGOR). O ARQUIVO INTEIRO E REGRAVADO, COMO O CADASTRO DE
      * DEPENDENTES NO PROGCOB07
      *MODIFICACAO: CADASTRO DE CONSIGNADOS MAIOR QUE A TABELA (300
      * CONTRATOS, INCLUSIVE OS ENCERRADOS E RECUSADOS) ENCERRA COM RC
      * 16 SEM MANUTENCAO NEM REGRAVACAO - ANTES O EXCESSO ESTOURAVA A
      * TABELA E A REGRAVACAO PERDIA CONTRATOS
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
           SELECT CONSIGNADO-ARQUIVO
               ASSIGN TO "DATA/CONSIGNADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGNADO.
           SELECT TAXAS-ARQUIVO ASSIGN TO "DATA/TABTAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAXAS.
           SELECT DEPENDENTE-ARQUIVO
               ASSIGN TO "DATA/DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDENTE.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  CONSIGNADO-ARQUIVO.
           COPY CBCONSIG.
       FD  TAXAS-ARQUIVO.
           COPY CBTAXAS.
       FD  DEPENDENTE-ARQUIVO.
           COPY CBDEPEND.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-CONSIGNADO PIC X(02) VALUE "00".
       77 WRK-STATUS-TAXAS PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPENDENTE PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-ID-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-ID-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-ID-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-SALARIO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIM-CONSIGNADO PIC X(01) VALUE 'N'.
       77 WRK-QTD-CONSIGNADOS PIC 9(03) VALUE ZEROS.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-CONSIGNADOS PIC 9(03) VALUE 300.
       77 WRK-CSG-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-IDX-CSG PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CSG-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CSG-ACAO PIC X(01) VALUE SPACES.
       77 WRK-CSG-ACAO-FIM PIC X(01) VALUE 'N'.
       77 WRK-CSG-ALTERADO PIC X(01) VALUE 'N'.
       77 WRK-CSG-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-BANCO-ENTRADA PIC X(03) VALUE SPACES.
       77 WRK-BANCO-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-BANCO-NOVO PIC 9(03) VALUE ZEROS.
       77 WRK-CONTRATO-ENTRADA PIC X(15) VALUE SPACES.
       77 WRK-PARCELA-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-PARCELA-NOVA REDEFINES WRK-PARCELA-ENTRADA
           PIC 9(06)V99.
       77 WRK-PARCELA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMP-TESTE REDEFINES WRK-COMP-ENTRADA PIC 9(06).
       77 WRK-COMP-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-COMP-MES-TESTE PIC 9(02) VALUE ZEROS.
       77 WRK-COMP-INICIO-NOVA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-FIM-NOVA PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-DEPENDENTE PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEP-EMPREGADO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-TAXAS PIC X(01) VALUE 'N'.
       77 WRK-TAX-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-TAX-VIGENCIA-USO PIC 9(08) VALUE ZEROS.
       77 WRK-TAX-INSS-FX1 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAX-INSS-FX2 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAX-INSS-AL1 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-INSS-AL2 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-INSS-AL3 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-IRRF-FX1 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAX-IRRF-FX2 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAX-IRRF-AL1 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-IRRF-AL2 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-IRRF-AL3 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-DEDUCAO-DEP PIC 9(05)V99 VALUE ZEROS.
       77 WRK-INSS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IRRF PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-IRRF PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DEDUCAO-DEPENDENTES PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CONSIG-MARGEM PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CONSIG-COMPROMETIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CONSIG-PCT-MARGEM PIC 9(01)V99 VALUE 0,35.
       01 WRK-TAB-CONSIGNADOS.
           02 WRK-TAB-CONSIGNADO OCCURS 300 TIMES.
               03 TAB-CSG-ID PIC 9(06).
               03 TAB-CSG-BANCO PIC 9(03).
               03 TAB-CSG-CONTRATO PIC X(15).
               03 TAB-CSG-VALOR PIC 9(06)V99.
               03 TAB-CSG-COMP-INICIO PIC 9(06).
               03 TAB-CSG-COMP-FIM PIC 9(06).
               03 TAB-CSG-PARCELAS-PAGAS PIC 9(03).
               03 TAB-CSG-ULT-COMP-PAGA PIC 9(06).
               03 TAB-CSG-SITUACAO PIC X(01).
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
               PERFORM 1000-CARREGA-CONSIGNADOS
               IF WRK-CSG-ESTOURO = 'S'
                   DISPLAY 'CADASTRO DE CONSIGNADOS EXCEDE '
                       WRK-MAX-CONSIGNADOS ' CONTRATOS - NADA FOI FEITO'
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   PERFORM 1200-CARREGA-TABELA-TAXAS
                   PERFORM 1100-CAPTURA-ID
                       UNTIL WRK-ID-VALIDO = 'S'
                   PERFORM 1300-CONTA-DEPENDENTES
                   PERFORM 2000-EXIBE-SITUACAO-ATUAL
                   PERFORM 2600-MANUTENCAO-CONSIGNADOS
                       UNTIL WRK-CSG-ACAO-FIM = 'S'
                   IF WRK-CSG-ALTERADO = 'S'
                       PERFORM 3200-REGRAVA-CONSIGNADOS
                   ELSE
                       DISPLAY 'NENHUM CONTRATO ALTERADO, ARQUIVO '
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
           MOVE "PROGCOB29" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** CARREGA O CADASTRO DE CONSIGNADOS INTEIRO EM TABELA (A *******
      *** REGRAVACAO PRECISA PRESERVAR OS CONTRATOS DOS DEMAIS *********
      *** EMPREGADOS E OS JA ENCERRADOS) *******************************
       1000-CARREGA-CONSIGNADOS.
           MOVE ZEROS TO WRK-QTD-CONSIGNADOS.
           OPEN INPUT CONSIGNADO-ARQUIVO.
           IF WRK-STATUS-CONSIGNADO NOT = "35"
               MOVE 'N' TO WRK-FIM-CONSIGNADO
               PERFORM 1010-LE-CONSIGNADO
               PERFORM 1020-ARMAZENA-CONSIGNADO
                   UNTIL WRK-FIM-CONSIGNADO = 'S'
               CLOSE CONSIGNADO-ARQUIVO
           END-IF.

       1010-LE-CONSIGNADO.
           READ CONSIGNADO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
           END-READ.

       1020-ARMAZENA-CONSIGNADO.
           IF WRK-QTD-CONSIGNADOS NOT < WRK-MAX-CONSIGNADOS
               MOVE 'S' TO WRK-CSG-ESTOURO
               MOVE 'S' TO WRK-FIM-CONSIGNADO
           ELSE
               ADD 1 TO WRK-QTD-CONSIGNADOS
               MOVE CSG-EMP-ID TO TAB-CSG-ID (WRK-QTD-CONSIGNADOS)
               MOVE CSG-BANCO TO TAB-CSG-BANCO (WRK-QTD-CONSIGNADOS)
               MOVE CSG-CONTRATO
                   TO TAB-CSG-CONTRATO (WRK-QTD-CONSIGNADOS)
               MOVE CSG-VALOR-PARCELA
                   TO TAB-CSG-VALOR (WRK-QTD-CONSIGNADOS)
               MOVE CSG-COMP-INICIO
                   TO TAB-CSG-COMP-INICIO (WRK-QTD-CONSIGNADOS)
               MOVE CSG-COMP-FIM
                   TO TAB-CSG-COMP-FIM (WRK-QTD-CONSIGNADOS)
               MOVE CSG-PARCELAS-PAGAS
                   TO TAB-CSG-PARCELAS-PAGAS (WRK-QTD-CONSIGNADOS)
               MOVE CSG-ULT-COMP-PAGA
                   TO TAB-CSG-ULT-COMP-PAGA (WRK-QTD-CONSIGNADOS)
               MOVE CSG-SITUACAO
                   TO TAB-CSG-SITUACAO (WRK-QTD-CONSIGNADOS)
               PERFORM 1010-LE-CONSIGNADO
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
                   NOT INVALID KEY
                       IF EMP-DESLIGADO
                           DISPLAY 'EMPREGADO DESLIGADO NAO PODE TER '
                               'CONSIGNADO, DIGITE NOVAMENTE'
                           MOVE 'N' TO WRK-ID-VALIDO
                       END-IF
               END-READ
           END-IF.

      *** SELECIONA A TABELA DE TAXAS EM VIGOR NA DATA, COMO NA FOLHA **
      *** (MAIOR VIGENCIA <= DATA), PARA ESTIMAR O LIQUIDO DA MARGEM ***
       1200-CARREGA-TABELA-TAXAS.
           MOVE 'N' TO WRK-TAX-ENCONTRADA.
           MOVE ZEROS TO WRK-TAX-VIGENCIA-USO.
           OPEN INPUT TAXAS-ARQUIVO.
           IF WRK-STATUS-TAXAS = "00"
               MOVE 'N' TO WRK-FIM-TAXAS
               PERFORM 1210-LE-TAXAS
               PERFORM 1220-SELECIONA-TAXAS
                   UNTIL WRK-FIM-TAXAS = 'S'
               CLOSE TAXAS-ARQUIVO
           END-IF.
           IF WRK-TAX-ENCONTRADA NOT = 'S'
               DISPLAY 'NENHUMA TABELA DE TAXAS COBRE A DATA '
                   WRK-DATA ' - MARGEM CALCULADA SOBRE O SALARIO'
           END-IF.

       1210-LE-TAXAS.
           READ TAXAS-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-TAXAS
           END-READ.

       1220-SELECIONA-TAXAS.
           IF TAX-VIGENCIA <= WRK-DATA
               AND TAX-VIGENCIA >= WRK-TAX-VIGENCIA-USO
               MOVE 'S' TO WRK-TAX-ENCONTRADA
               MOVE TAX-VIGENCIA TO WRK-TAX-VIGENCIA-USO
               MOVE TAX-INSS-FAIXA1 TO WRK-TAX-INSS-FX1
               MOVE TAX-INSS-FAIXA2 TO WRK-TAX-INSS-FX2
               MOVE TAX-INSS-ALIQ1 TO WRK-TAX-INSS-AL1
               MOVE TAX-INSS-ALIQ2 TO WRK-TAX-INSS-AL2
               MOVE TAX-INSS-ALIQ3 TO WRK-TAX-INSS-AL3
               MOVE TAX-IRRF-FAIXA1 TO WRK-TAX-IRRF-FX1
               MOVE TAX-IRRF-FAIXA2 TO WRK-TAX-IRRF-FX2
               MOVE TAX-IRRF-ALIQ1 TO WRK-TAX-IRRF-AL1
               MOVE TAX-IRRF-ALIQ2 TO WRK-TAX-IRRF-AL2
               MOVE TAX-IRRF-ALIQ3 TO WRK-TAX-IRRF-AL3
               MOVE TAX-DEDUCAO-DEPENDENTE TO WRK-TAX-DEDUCAO-DEP
           END-IF.
           PERFORM 1210-LE-TAXAS.

      *** CONTA OS DEPENDENTES DO EMPREGADO PARA A DEDUCAO DO IRRF *****
       1300-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEP-EMPREGADO.
           OPEN INPUT DEPENDENTE-ARQUIVO.
           IF WRK-STATUS-DEPENDENTE NOT = "35"
               MOVE 'N' TO WRK-FIM-DEPENDENTE
               PERFORM 1310-LE-DEPENDENTE
               PERFORM 1320-CONFERE-DEPENDENTE
                   UNTIL WRK-FIM-DEPENDENTE = 'S'
               CLOSE DEPENDENTE-ARQUIVO
           END-IF.

       1310-LE-DEPENDENTE.
           READ DEPENDENTE-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-DEPENDENTE
           END-READ.

       1320-CONFERE-DEPENDENTE.
           IF DPD-EMP-ID = WRK-ID-BUSCA
               ADD 1 TO WRK-QTD-DEP-EMPREGADO
           END-IF.
           PERFORM 1310-LE-DEPENDENTE.

      *** EXIBE O EMPREGADO, O LIQUIDO ESTIMADO, A MARGEM E OS *********
      *** CONTRATOS JA CADASTRADOS *************************************
       2000-EXIBE-SITUACAO-ATUAL.
           PERFORM 2050-CALCULA-MARGEM.
           MOVE EMP-SALARIO TO WRK-SALARIO-ED.
           DISPLAY 'EMPREGADO....: ' EMP-NOME.
           DISPLAY 'SALARIO......: ' WRK-SALARIO-ED ' ' EMP-MOEDA.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'LIQUIDO......: ' WRK-VALOR-ED.
           MOVE WRK-CONSIG-MARGEM TO WRK-VALOR-ED.
           DISPLAY 'MARGEM 35%...: ' WRK-VALOR-ED.
           PERFORM 2080-LISTA-CONTRATO
               VARYING WRK-IDX-CSG FROM 1 BY 1
               UNTIL WRK-IDX-CSG > WRK-QTD-CONSIGNADOS.

      *** LIQUIDO = SALARIO - INSS - IRRF (COM DEDUCAO POR DEPENDENTE) *
      *** COMO NO PROGCOB04 - SEM EVENTOS VARIAVEIS DO MES *************
       2050-CALCULA-MARGEM.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-IRRF.
           IF EMP-MOEDA = "BRL" AND WRK-TAX-ENCONTRADA = 'S'
               EVALUATE TRUE
                   WHEN EMP-SALARIO <= WRK-TAX-INSS-FX1
                       COMPUTE WRK-INSS = EMP-SALARIO
                           * WRK-TAX-INSS-AL1
                   WHEN EMP-SALARIO <= WRK-TAX-INSS-FX2
                       COMPUTE WRK-INSS = EMP-SALARIO
                           * WRK-TAX-INSS-AL2
                   WHEN OTHER
                       COMPUTE WRK-INSS = EMP-SALARIO
                           * WRK-TAX-INSS-AL3
               END-EVALUATE
               COMPUTE WRK-DEDUCAO-DEPENDENTES =
                   WRK-QTD-DEP-EMPREGADO * WRK-TAX-DEDUCAO-DEP
               COMPUTE WRK-BASE-IRRF = EMP-SALARIO - WRK-INSS
               IF WRK-DEDUCAO-DEPENDENTES >= WRK-BASE-IRRF
                   MOVE ZEROS TO WRK-BASE-IRRF
               ELSE
                   SUBTRACT WRK-DEDUCAO-DEPENDENTES
                       FROM WRK-BASE-IRRF
               END-IF
               EVALUATE TRUE
                   WHEN WRK-BASE-IRRF <= WRK-TAX-IRRF-FX1
                       COMPUTE WRK-IRRF = WRK-BASE-IRRF
                           * WRK-TAX-IRRF-AL1
                   WHEN WRK-BASE-IRRF <= WRK-TAX-IRRF-FX2
                       COMPUTE WRK-IRRF = WRK-BASE-IRRF
                           * WRK-TAX-IRRF-AL2
                   WHEN OTHER
                       COMPUTE WRK-IRRF = WRK-BASE-IRRF
                           * WRK-TAX-IRRF-AL3
               END-EVALUATE
           END-IF.
           COMPUTE WRK-LIQUIDO = EMP-SALARIO - WRK-INSS - WRK-IRRF.
           COMPUTE WRK-CONSIG-MARGEM ROUNDED =
               WRK-LIQUIDO * WRK-CONSIG-PCT-MARGEM.

       2080-LISTA-CONTRATO.
           IF TAB-CSG-ID (WRK-IDX-CSG) = WRK-ID-BUSCA
               MOVE TAB-CSG-VALOR (WRK-IDX-CSG) TO WRK-VALOR-ED
               DISPLAY '  CONTRATO: ' TAB-CSG-BANCO (WRK-IDX-CSG)
                   ' ' TAB-CSG-CONTRATO (WRK-IDX-CSG)
                   ' PARCELA ' WRK-VALOR-ED
                   ' ' TAB-CSG-COMP-INICIO (WRK-IDX-CSG)
                   '-' TAB-CSG-COMP-FIM (WRK-IDX-CSG)
                   ' PAGAS ' TAB-CSG-PARCELAS-PAGAS (WRK-IDX-CSG)
                   ' SIT ' TAB-CSG-SITUACAO (WRK-IDX-CSG)
           END-IF.

       2600-MANUTENCAO-CONSIGNADOS.
           MOVE SPACES TO WRK-CSG-ACAO.
           DISPLAY 'CONSIGNADOS: I=INCLUIR, E=ENCERRAR, EM BRANCO '
               'PARA SAIR'.
           ACCEPT WRK-CSG-ACAO FROM CONSOLE.
           EVALUATE WRK-CSG-ACAO
               WHEN 'I'
                   PERFORM 2620-INCLUI-CONTRATO
               WHEN 'E'
                   PERFORM 2660-ENCERRA-CONTRATO
               WHEN SPACE
                   MOVE 'S' TO WRK-CSG-ACAO-FIM
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA (I, E OU BRANCO), DIGITE '
                       'NOVAMENTE'
           END-EVALUATE.

      *** INCLUSAO - CONTRATO REPETIDO NO MESMO BANCO E RECUSADO, E A **
      *** SOMA DAS PARCELAS ATIVAS QUE ALCANCAM O PERIODO DO NOVO ******
      *** CONTRATO MAIS A NOVA PARCELA NAO PODE PASSAR DA MARGEM *******
       2620-INCLUI-CONTRATO.
           MOVE 'N' TO WRK-BANCO-VALIDO.
           PERFORM 2630-CAPTURA-BANCO
               UNTIL WRK-BANCO-VALIDO = 'S'.
           MOVE SPACES TO WRK-CONTRATO-ENTRADA.
           DISPLAY 'INFORME O NUMERO DO CONTRATO'.
           ACCEPT WRK-CONTRATO-ENTRADA FROM CONSOLE.
           IF WRK-CONTRATO-ENTRADA = SPACES
               DISPLAY 'CONTRATO EM BRANCO, INCLUSAO CANCELADA'
           ELSE
               MOVE 'N' TO WRK-CSG-ENCONTRADO
               PERFORM 2670-BUSCA-CONTRATO
                   VARYING WRK-IDX-CSG FROM 1 BY 1
                   UNTIL WRK-IDX-CSG > WRK-QTD-CONSIGNADOS
                       OR WRK-CSG-ENCONTRADO = 'S'
               IF WRK-CSG-ENCONTRADO = 'S'
                   DISPLAY 'CONTRATO JA CADASTRADO NO BANCO, INCLUSAO '
                       'CANCELADA'
               ELSE
                   PERFORM 2625-COMPLETA-INCLUSAO
               END-IF
           END-IF.

       2625-COMPLETA-INCLUSAO.
           MOVE 'N' TO WRK-PARCELA-VALIDA.
           PERFORM 2640-CAPTURA-PARCELA
               UNTIL WRK-PARCELA-VALIDA = 'S'.
           DISPLAY 'COMPETENCIA DA PRIMEIRA PARCELA (AAAAMM)'.
           MOVE 'N' TO WRK-COMP-VALIDA.
           PERFORM 2650-CAPTURA-COMPETENCIA
               UNTIL WRK-COMP-VALIDA = 'S'.
           MOVE WRK-COMP-TESTE TO WRK-COMP-INICIO-NOVA.
           DISPLAY 'COMPETENCIA DA ULTIMA PARCELA (AAAAMM)'.
           MOVE 'N' TO WRK-COMP-VALIDA.
           PERFORM 2650-CAPTURA-COMPETENCIA
               UNTIL WRK-COMP-VALIDA = 'S'.
           MOVE WRK-COMP-TESTE TO WRK-COMP-FIM-NOVA.
           MOVE ZEROS TO WRK-CONSIG-COMPROMETIDO.
           PERFORM 2680-SOMA-COMPROMETIDO
               VARYING WRK-IDX-CSG FROM 1 BY 1
               UNTIL WRK-IDX-CSG > WRK-QTD-CONSIGNADOS.
           IF WRK-COMP-FIM-NOVA < WRK-COMP-INICIO-NOVA
               DISPLAY 'ULTIMA PARCELA ANTERIOR A PRIMEIRA, INCLUSAO '
                   'CANCELADA'
           ELSE
               IF WRK-CONSIG-COMPROMETIDO + WRK-PARCELA-NOVA
                   > WRK-CONSIG-MARGEM
                   MOVE WRK-CONSIG-COMPROMETIDO TO WRK-VALOR-ED
                   DISPLAY 'MARGEM CONSIGNAVEL DE 35% EXCEDIDA - JA '
                       'COMPROMETIDO ' WRK-VALOR-ED
                       ', INCLUSAO RECUSADA'
               ELSE
                   IF WRK-QTD-CONSIGNADOS NOT < WRK-MAX-CONSIGNADOS
                       DISPLAY 'CADASTRO DE CONSIGNADOS CHEIO, '
                           'INCLUSAO CANCELADA'
                   ELSE
                       PERFORM 2690-ARMAZENA-CONTRATO
                   END-IF
               END-IF
           END-IF.

       2630-CAPTURA-BANCO.
           MOVE SPACES TO WRK-BANCO-ENTRADA.
           DISPLAY 'INFORME O BANCO DO CONTRATO (3 DIGITOS)'.
           ACCEPT WRK-BANCO-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-BANCO-VALIDO.
           IF WRK-BANCO-ENTRADA NOT NUMERIC
               OR WRK-BANCO-ENTRADA = ZEROS
               DISPLAY 'BANCO INVALIDO (3 DIGITOS, DIFERENTE DE ZERO)'
                   ', DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-BANCO-VALIDO
           ELSE
               MOVE WRK-BANCO-ENTRADA TO WRK-BANCO-NOVO
           END-IF.

       2640-CAPTURA-PARCELA.
           MOVE SPACES TO WRK-PARCELA-ENTRADA.
           DISPLAY 'INFORME O VALOR DA PARCELA (8 DIGITOS, 2 DECIMAIS '
               'IMPLICITAS)'.
           ACCEPT WRK-PARCELA-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-PARCELA-VALIDA.
           IF WRK-PARCELA-ENTRADA NOT NUMERIC
               OR WRK-PARCELA-ENTRADA = ZEROS
               DISPLAY 'PARCELA INVALIDA (SOMENTE DIGITOS, DIFERENTE '
                   'DE ZERO), DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-PARCELA-VALIDA
           END-IF.

       2650-CAPTURA-COMPETENCIA.
           MOVE SPACES TO WRK-COMP-ENTRADA.
           ACCEPT WRK-COMP-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-COMP-VALIDA.
           IF WRK-COMP-ENTRADA NOT NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA (AAAAMM), DIGITE '
                   'NOVAMENTE'
               MOVE 'N' TO WRK-COMP-VALIDA
           ELSE
               MOVE WRK-COMP-ENTRADA (5:2) TO WRK-COMP-MES-TESTE
               IF WRK-COMP-MES-TESTE < 1 OR WRK-COMP-MES-TESTE > 12
                   DISPLAY 'MES INVALIDO, DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-COMP-VALIDA
               END-IF
           END-IF.

      *** ENCERRA (QUITACAO ANTECIPADA) O CONTRATO ATIVO DO EMPREGADO **
      *** PELO BANCO E NUMERO - O REGISTRO FICA NO ARQUIVO COM SITUACAO*
      *** 'E' E SAI DO DESCONTO DA FOLHA *******************************
       2660-ENCERRA-CONTRATO.
           MOVE 'N' TO WRK-BANCO-VALIDO.
           PERFORM 2630-CAPTURA-BANCO
               UNTIL WRK-BANCO-VALIDO = 'S'.
           MOVE SPACES TO WRK-CONTRATO-ENTRADA.
           DISPLAY 'INFORME O NUMERO DO CONTRATO A ENCERRAR'.
           ACCEPT WRK-CONTRATO-ENTRADA FROM CONSOLE.
           MOVE 'N' TO WRK-CSG-ENCONTRADO.
           PERFORM 2670-BUSCA-CONTRATO
               VARYING WRK-IDX-CSG FROM 1 BY 1
               UNTIL WRK-IDX-CSG > WRK-QTD-CONSIGNADOS
                   OR WRK-CSG-ENCONTRADO = 'S'.
           IF WRK-CSG-ENCONTRADO = 'S'
               AND TAB-CSG-ID (WRK-IDX-CSG-ACHADO) = WRK-ID-BUSCA
               AND (TAB-CSG-SITUACAO (WRK-IDX-CSG-ACHADO) = 'A'
                   OR TAB-CSG-SITUACAO (WRK-IDX-CSG-ACHADO) = SPACE)
               MOVE 'E' TO TAB-CSG-SITUACAO (WRK-IDX-CSG-ACHADO)
               MOVE 'S' TO WRK-CSG-ALTERADO
               DISPLAY 'CONTRATO ENCERRADO'
           ELSE
               DISPLAY 'CONTRATO ATIVO NAO ENCONTRADO PARA O EMPREGADO'
           END-IF.

       2670-BUSCA-CONTRATO.
           IF TAB-CSG-BANCO (WRK-IDX-CSG) = WRK-BANCO-NOVO
               AND TAB-CSG-CONTRATO (WRK-IDX-CSG)
                   = WRK-CONTRATO-ENTRADA
               MOVE WRK-IDX-CSG TO WRK-IDX-CSG-ACHADO
               MOVE 'S' TO WRK-CSG-ENCONTRADO
           END-IF.

       2680-SOMA-COMPROMETIDO.
           IF TAB-CSG-ID (WRK-IDX-CSG) = WRK-ID-BUSCA
               AND (TAB-CSG-SITUACAO (WRK-IDX-CSG) = 'A'
                   OR TAB-CSG-SITUACAO (WRK-IDX-CSG) = SPACE)
               AND TAB-CSG-COMP-FIM (WRK-IDX-CSG)
                   >= WRK-COMP-INICIO-NOVA
               AND TAB-CSG-COMP-INICIO (WRK-IDX-CSG)
                   <= WRK-COMP-FIM-NOVA
               ADD TAB-CSG-VALOR (WRK-IDX-CSG)
                   TO WRK-CONSIG-COMPROMETIDO
           END-IF.

       2690-ARMAZENA-CONTRATO.
           ADD 1 TO WRK-QTD-CONSIGNADOS.
           MOVE WRK-ID-BUSCA TO TAB-CSG-ID (WRK-QTD-CONSIGNADOS).
           MOVE WRK-BANCO-NOVO TO TAB-CSG-BANCO (WRK-QTD-CONSIGNADOS).
           MOVE WRK-CONTRATO-ENTRADA
               TO TAB-CSG-CONTRATO (WRK-QTD-CONSIGNADOS).
           MOVE WRK-PARCELA-NOVA TO TAB-CSG-VALOR (WRK-QTD-CONSIGNADOS).
           MOVE WRK-COMP-INICIO-NOVA
               TO TAB-CSG-COMP-INICIO (WRK-QTD-CONSIGNADOS).
           MOVE WRK-COMP-FIM-NOVA
               TO TAB-CSG-COMP-FIM (WRK-QTD-CONSIGNADOS).
           MOVE ZEROS TO TAB-CSG-PARCELAS-PAGAS (WRK-QTD-CONSIGNADOS).
           MOVE ZEROS TO TAB-CSG-ULT-COMP-PAGA (WRK-QTD-CONSIGNADOS).
           MOVE 'A' TO TAB-CSG-SITUACAO (WRK-QTD-CONSIGNADOS).
           MOVE 'S' TO WRK-CSG-ALTERADO.
           DISPLAY 'CONTRATO INCLUIDO'.

      *********** REGRAVA O CADASTRO DE CONSIGNADOS INTEIRO *************
       3200-REGRAVA-CONSIGNADOS.
           OPEN OUTPUT CONSIGNADO-ARQUIVO.
           PERFORM 3250-GRAVA-CONSIGNADO
               VARYING WRK-IDX-CSG FROM 1 BY 1
               UNTIL WRK-IDX-CSG > WRK-QTD-CONSIGNADOS.
           CLOSE CONSIGNADO-ARQUIVO.

       3250-GRAVA-CONSIGNADO.
           MOVE TAB-CSG-ID (WRK-IDX-CSG) TO CSG-EMP-ID.
           MOVE TAB-CSG-BANCO (WRK-IDX-CSG) TO CSG-BANCO.
           MOVE TAB-CSG-CONTRATO (WRK-IDX-CSG) TO CSG-CONTRATO.
           MOVE TAB-CSG-VALOR (WRK-IDX-CSG) TO CSG-VALOR-PARCELA.
           MOVE TAB-CSG-COMP-INICIO (WRK-IDX-CSG) TO CSG-COMP-INICIO.
           MOVE TAB-CSG-COMP-FIM (WRK-IDX-CSG) TO CSG-COMP-FIM.
           MOVE TAB-CSG-PARCELAS-PAGAS (WRK-IDX-CSG)
               TO CSG-PARCELAS-PAGAS.
           MOVE TAB-CSG-ULT-COMP-PAGA (WRK-IDX-CSG)
               TO CSG-ULT-COMP-PAGA.
           MOVE TAB-CSG-SITUACAO (WRK-IDX-CSG) TO CSG-SITUACAO.
           WRITE WRK-REG-CONSIGNADO.
