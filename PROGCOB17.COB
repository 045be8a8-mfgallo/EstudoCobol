      * (START) E LE PARA FRENTE, SEM PRE-CARREGAR O HISTORICO
      * INTEIRO EM TABELA, E A GRAVACAO DO 13o E PELA CHAVE
      * (REEXECUCAO REGRAVA EM VEZ DE DUPLICAR)
      *MODIFICACAO: DESCONSIDERAR OS MESES DO ANO PERDIDOS POR
      * AFASTAMENTO (AFASTAMENTOS.DAT) - MES COM MAIS DE 15 DIAS DE
      * AUXILIO-DOENCA OU ACIDENTE DE TRABALHO A CARGO DO INSS NAO
      * CONTA PARA O 13o (O ABONO DESSES MESES E DO INSS). MES DE
      * LICENCA-MATERNIDADE CONTA, MAS O BRUTO REDUZIDO DELE FICA
      * FORA DA MEDIA
      *MODIFICACAO: ACRESCENTAR AO RESUMO DA FOLHA (RESUMOFOLHA.DAT) O
      * REGISTRO TIPADO DA PARCELA ('13/1' OU '13/2') POR EMPREGADO,
      * COM INSS, IRRF, FGTS E, NA SEGUNDA PARCELA, OS ENCARGOS
      * PATRONAIS SOBRE O 13o INTEGRAL - O 13o PASSA A ENTRAR NA
      * EXPORTACAO CONTABIL E NAS GUIAS DE RECOLHIMENTO. A REEXECUCAO
      * DA MESMA PARCELA REGRAVA O RESUMO SEM DUPLICAR
      *MODIFICACAO: PARCELA PELA VARIAVEL DE AMBIENTE FOLHAPARCELA (1
      * OU 2) PARA O JOB DECIMO RODAR SEM OPERADOR - AUSENTE CONTINUA
      * PERGUNTANDO NO CONSOLE, INVALIDA RECUSA COM RC 8. A PARCELA
      * PAGA (RC ATE 4) FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CONTROLEEXEC.DAT, POR ACRESCIMO) COM A CHAVE PROGCB171 OU
      * PROGCB172 E EMPRESA 000 (O 13o COBRE TODAS AS EMPRESAS), PARA O
      * CALENDARIO DE PROCESSAMENTO (PROGCOB45) DAR O EVENTO COMO FEITO
      *MODIFICACAO: LIMITE DAS TABELAS DE DEPENDENTES (300 EMPREGADOS),
      * AFASTAMENTOS DO ANO (300) E RESUMO PRESERVADO (600 REGISTROS)
      * CONFERIDO NA CARGA - ESTOURO ABORTA COM RC 16 ANTES DE ABRIR
      * QUALQUER ARQUIVO DE SAIDA (RELATORIO, REMESSA, RESUMO)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "DATA/DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDENTE.
           SELECT AFASTAMENTO-ARQUIVO
               ASSIGN TO "DATA/AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFASTAMENTO.
           SELECT RESUMO-ARQUIVO ASSIGN TO "DATA/RESUMOFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT CONTROLE-EXEC-ARQUIVO
               ASSIGN TO "DATA/CONTROLEEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE-EXEC.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01 LINHA-FGTS PIC X(47).
       FD  DEPENDENTE-ARQUIVO.
           COPY CBDEPEND.
       FD  AFASTAMENTO-ARQUIVO.
           COPY CBAFAST.
       FD  RESUMO-ARQUIVO.
           COPY CBRESUMO.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
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
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-TAXAS PIC X(02) VALUE "00".
       77 WRK-FIM-TAXAS PIC X(01) VALUE 'N'.
       77 WRK-TAX-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-STATUS-DEPENDENTE PIC X(02) VALUE "00".
       77 WRK-FIM-DEPENDENTE PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEP-IDS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-DEP-IDS PIC 9(03) VALUE 300.
       77 WRK-IDX-DPD PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DPD-BUSCA PIC 9(03) VALUE ZEROS.
       77 WRK-DPD-ENCONTRADO PIC X(01) VALUE 'N'.
           02 WRK-TAB-DEPENDENTE OCCURS 300 TIMES.
               03 TAB-DPD-ID PIC 9(06).
               03 TAB-DPD-QTD PIC 9(02).
       77 WRK-STATUS-AFASTAMENTO PIC X(02) VALUE "00".
       77 WRK-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
       77 WRK-QTD-AFASTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-AFASTAMENTOS PIC 9(03) VALUE 300.
       77 WRK-IDX-AFA PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MES-AFA PIC 9(02) VALUE ZEROS.
       77 WRK-AFA-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-DE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-ATE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-ANO-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-ANO-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-MES-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-MES-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-MESES-MATERNIDADE PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-PERDIDOS PIC 9(02) VALUE ZEROS.
       01 WRK-AFA-DATA-CONV.
           02 WRK-AFA-CONV-ANO PIC 9(04).
           02 WRK-AFA-CONV-MES PIC 9(02).
           02 WRK-AFA-CONV-DIA PIC 9(02).
       01 WRK-TAB-AFASTAMENTOS.
           02 WRK-TAB-AFASTAMENTO OCCURS 300 TIMES.
               03 TAB-AFA-ID PIC 9(06).
               03 TAB-AFA-TIPO PIC X(01).
               03 TAB-AFA-INSS-INICIO PIC 9(07).
               03 TAB-AFA-INSS-FIM PIC 9(07).
      *** DIAS DO INSS POR MES DO ANO E SITUACAO DO MES PARA O 13o *****
      *** ('P' = PERDIDO, 'M' = MATERNIDADE, FORA DA MEDIA) ************
       01 WRK-TAB-MESES-AFA.
           02 WRK-TAB-MES-AFA OCCURS 12 TIMES.
               03 TAB-MAF-DIAS-DOENCA PIC 9(02).
               03 TAB-MAF-DIAS-MATERN PIC 9(02).
               03 TAB-MAF-SITUACAO PIC X(01).
       77 WRK-STATUS-FGTS PIC X(02) VALUE "00".
       77 WRK-FGTS-ALIQUOTA PIC 9(01)V99 VALUE 0,08.
       77 WRK-FGTS-13 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-FGTS-13 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-FGTS-13 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAX-PATRONAL PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-RAT PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-TERCEIROS PIC 9(01)V999 VALUE ZEROS.
       77 WRK-ENCARGOS-13 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-ENCARGOS-13 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-TIPO-RESUMO-13 PIC X(04) VALUE SPACES.
       77 WRK-FIM-RESUMO-ANT PIC X(01) VALUE 'N'.
       77 WRK-QTD-RESUMO-PRESERVADO PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-RESUMO-PRESERVADO PIC 9(03) VALUE 600.
       77 WRK-IDX-RSP PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-RESUMO-PRESERVADO.
           02 WRK-TAB-RESUMO-LINHA OCCURS 600 TIMES.
               03 TAB-RSP-LINHA PIC X(123).
      *** MESMO LAYOUT GRAVADO PELA FOLHA MENSAL - A ORIGEM '13' *******
      *** PROTEGE ESTES DEPOSITOS DA REGENERACAO MENSAL DO ARQUIVO *****
       01 WRK-REG-FGTS.
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           PERFORM 0900-DEFINE-PARCELA-AMBIENTE.
           IF WRK-RETORNO = 8
               PERFORM 8000-GRAVA-AUDITORIA
               MOVE WRK-RETORNO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-CAPTURA-PARCELA
               UNTIL WRK-PARCELA-VALIDA = 'S'.
           PERFORM 1800-CARREGA-TABELA-TAXAS.
               GOBACK
           END-IF.
           PERFORM 1650-CARREGA-DEPENDENTES.
           PERFORM 1700-CARREGA-AFASTAMENTOS.
           PERFORM 0600-CARREGA-RESUMO.
           IF WRK-RETORNO = 16
               PERFORM 8000-GRAVA-AUDITORIA
               MOVE WRK-RETORNO TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-STATUS-EMPLOYEE NOT = "00"
               DISPLAY "EMPLOYEE-MASTER NAO PODE SER ABERTO - STATUS "
                   CLOSE FGTS-ARQUIVO
                   OPEN EXTEND FGTS-ARQUIVO
               END-IF
               PERFORM 0640-REGRAVA-RESUMO
               OPEN EXTEND RESUMO-ARQUIVO
               PERFORM 3000-IMPRIME-CABECALHO-DECIMO
               PERFORM 2680-GRAVA-CNAB-HEADERS
               PERFORM 1500-LE-EMPREGADO
               CLOSE CNAB-REMESSA-13
               CLOSE HISTORICO-SALARIO
               CLOSE FGTS-ARQUIVO
               CLOSE RESUMO-ARQUIVO
               DISPLAY "EMPREGADOS NO 13o: " WRK-QTD-PROCESSADOS
               DISPLAY "FGTS APURADO NO 13o: " WRK-TOTAL-FGTS-13
               DISPLAY "ENCARGOS PATRONAIS NO 13o: "
                   WRK-TOTAL-ENCARGOS-13
               IF WRK-RETORNO < 8
                   PERFORM 3500-REGISTRA-CONTROLE-EXEC
               END-IF
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
           MOVE WRK-RETORNO TO RETURN-CODE.
           CLOSE AUDITORIA-ARQUIVO.

      *********** CAPTURA A PARCELA DESEJADA (1 OU 2) *******************
      *** REGRAVA O RESUMO PRESERVANDO OS REGISTROS QUE NAO SAO DA *****
      *** PARCELA EM EXECUCAO (FOLHA MENSAL, ADIANTAMENTO, RESCISAO, ***
      *** FERIAS, PLR E A OUTRA PARCELA), NO MESMO MOLDE DA FOLHA ******
      *** MENSAL - A REEXECUCAO DA PARCELA REGERA SO OS PROPRIOS *******
      *** REGISTROS. A CARGA E FEITA ANTES DE ABRIR QUALQUER SAIDA - ***
      *** RESUMO MAIOR QUE A TABELA ABORTA SEM TOCAR NO ARQUIVO ********
       0600-CARREGA-RESUMO.
           MOVE ZEROS TO WRK-QTD-RESUMO-PRESERVADO.
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO NOT = "35"
               MOVE 'N' TO WRK-FIM-RESUMO-ANT
               PERFORM 0610-LE-RESUMO-ANTERIOR
               PERFORM 0620-PRESERVA-RESUMO
                   UNTIL WRK-FIM-RESUMO-ANT = 'S'
               CLOSE RESUMO-ARQUIVO
           END-IF.

       0640-REGRAVA-RESUMO.
           OPEN OUTPUT RESUMO-ARQUIVO.
           PERFORM 0630-GRAVA-RESUMO-PRESERVADO
               VARYING WRK-IDX-RSP FROM 1 BY 1
               UNTIL WRK-IDX-RSP > WRK-QTD-RESUMO-PRESERVADO.
           CLOSE RESUMO-ARQUIVO.

       0610-LE-RESUMO-ANTERIOR.
           READ RESUMO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RESUMO-ANT
           END-READ.

       0620-PRESERVA-RESUMO.
           IF RESUMO-TIPO NOT = WRK-TIPO-RESUMO-13
               IF WRK-QTD-RESUMO-PRESERVADO
                   NOT < WRK-MAX-RESUMO-PRESERVADO
                   DISPLAY "RESUMO DA FOLHA COM MAIS DE "
                       WRK-MAX-RESUMO-PRESERVADO
                       " REGISTROS DE OUTROS PROCESSOS"
                   DISPLAY "LIMITE DO RESUMO PRESERVADO E DE "
                       WRK-MAX-RESUMO-PRESERVADO " - EXECUCAO ABORTADA"
                   MOVE 16 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-RESUMO-ANT
               ELSE
                   ADD 1 TO WRK-QTD-RESUMO-PRESERVADO
                   MOVE WRK-REG-RESUMO
                       TO TAB-RSP-LINHA (WRK-QTD-RESUMO-PRESERVADO)
               END-IF
           END-IF.
           IF WRK-FIM-RESUMO-ANT NOT = 'S'
               PERFORM 0610-LE-RESUMO-ANTERIOR
           END-IF.

       0630-GRAVA-RESUMO-PRESERVADO.
           MOVE TAB-RSP-LINHA (WRK-IDX-RSP) TO WRK-REG-RESUMO.
           WRITE WRK-REG-RESUMO.

      *** PARCELA PELA VARIAVEL DE AMBIENTE FOLHAPARCELA (JOB DECIMO) **
      *** - AUSENTE PERGUNTA NO CONSOLE, INVALIDA RECUSA (RC 8) EM *****
      *** VEZ DE ESPERAR RESPOSTA NUMA EXECUCAO SEM OPERADOR ***********
       0900-DEFINE-PARCELA-AMBIENTE.
           DISPLAY "FOLHAPARCELA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-PARCELA-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-PARCELA-ENTRADA NOT = SPACES
               IF WRK-PARCELA-ENTRADA = '1' OR WRK-PARCELA-ENTRADA = '2'
                   MOVE WRK-PARCELA-ENTRADA TO WRK-PARCELA
                   IF WRK-PARCELA = 1
                       MOVE "13/1" TO WRK-TIPO-RESUMO-13
                   ELSE
                       MOVE "13/2" TO WRK-TIPO-RESUMO-13
                   END-IF
                   MOVE 'S' TO WRK-PARCELA-VALIDA
                   DISPLAY 'PARCELA DO 13o: ' WRK-PARCELA
               ELSE
                   DISPLAY 'FOLHAPARCELA INVALIDA (' WRK-PARCELA-ENTRADA
                       ') - 1 OU 2, PROCESSAMENTO RECUSADO'
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.

       1000-CAPTURA-PARCELA.
           MOVE SPACES TO WRK-PARCELA-ENTRADA.
           DISPLAY 'INFORME A PARCELA DO 13o (1 = PRIMEIRA, SEM '
           MOVE 'S' TO WRK-PARCELA-VALIDA.
           IF WRK-PARCELA-ENTRADA = '1' OR WRK-PARCELA-ENTRADA = '2'
               MOVE WRK-PARCELA-ENTRADA TO WRK-PARCELA
               IF WRK-PARCELA = 1
                   MOVE "13/1" TO WRK-TIPO-RESUMO-13
               ELSE
                   MOVE "13/2" TO WRK-TIPO-RESUMO-13
               END-IF
           ELSE
               DISPLAY 'PARCELA INVALIDA (1 OU 2), DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-PARCELA-VALIDA
           END-IF.

      *** ACRESCENTA AO CONTROLE DE EXECUCAO A PARCELA PAGA NO ANO - ***
      *** CHAVE PROGCB171/PROGCB172, EMPRESA 000 (TODO O GRUPO) ********
       3500-REGISTRA-CONTROLE-EXEC.
           OPEN EXTEND CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC = "35"
               OPEN OUTPUT CONTROLE-EXEC-ARQUIVO
               CLOSE CONTROLE-EXEC-ARQUIVO
               OPEN EXTEND CONTROLE-EXEC-ARQUIVO
           END-IF.
           IF WRK-PARCELA = 1
               MOVE "PROGCB171" TO CTL-PROGRAMA
           ELSE
               MOVE "PROGCB172" TO CTL-PROGRAMA
           END-IF.
           MOVE WRK-ANO TO CTL-ANO.
           MOVE WRK-MES TO CTL-MES.
           MOVE 'P' TO CTL-STATUS.
           MOVE WRK-OPERADOR TO CTL-OPERADOR.
           MOVE WRK-DATA TO CTL-DATA.
           ACCEPT CTL-HORA FROM TIME.
           MOVE "000" TO CTL-EMPRESA.
           WRITE CONTROLE-EXEC-RECORD.
           CLOSE CONTROLE-EXEC-ARQUIVO.

      *** CARREGA O CADASTRO DE DEPENDENTES TOTALIZANDO A QUANTIDADE ***
      *** POR EMPREGADO, PARA A DEDUCAO NA BASE DO IRRF DO 13o *********
       1650-CARREGA-DEPENDENTES.
           IF WRK-DPD-ENCONTRADO = 'S'
               ADD 1 TO TAB-DPD-QTD (WRK-IDX-DPD)
           ELSE
               IF WRK-QTD-DEP-IDS NOT < WRK-MAX-DEP-IDS
                   DISPLAY "CADASTRO DE DEPENDENTES COM MAIS DE "
                       WRK-MAX-DEP-IDS " EMPREGADOS"
                   DISPLAY "LIMITE DE EMPREGADOS COM DEPENDENTES E DE "
                       WRK-MAX-DEP-IDS " - EXECUCAO ABORTADA"
                   MOVE 16 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-DEPENDENTE
               ELSE
                   ADD 1 TO WRK-QTD-DEP-IDS
                   MOVE DPD-EMP-ID TO TAB-DPD-ID (WRK-QTD-DEP-IDS)
                   MOVE 1 TO TAB-DPD-QTD (WRK-QTD-DEP-IDS)
               END-IF
           END-IF.
           IF WRK-FIM-DEPENDENTE NOT = 'S'
               PERFORM 1660-LE-DEPENDENTE
           END-IF.

       1680-BUSCA-DEPENDENTE.
           IF TAB-DPD-ID (WRK-IDX-DPD-BUSCA) = DPD-EMP-ID
               MOVE 'S' TO WRK-DPD-ENCONTRADO
           END-IF.

      *** CARREGA OS AFASTAMENTOS COM PERIODO A CARGO DO INSS NO ANO ***
      *** DO 13o - DATAS NA BASE COMERCIAL (ANO X 360 + MESES X 30 + ***
      *** DIA ATE 30), COMO NA FOLHA MENSAL ****************************
       1700-CARREGA-AFASTAMENTOS.
           MOVE ZEROS TO WRK-QTD-AFASTAMENTOS.
           COMPUTE WRK-AFA-ANO-INICIO = WRK-ANO * 360 + 1.
           COMPUTE WRK-AFA-ANO-FIM = WRK-AFA-ANO-INICIO + 359.
           OPEN INPUT AFASTAMENTO-ARQUIVO.
           IF WRK-STATUS-AFASTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-AFASTAMENTO
               PERFORM 1710-LE-AFASTAMENTO
               PERFORM 1720-ARMAZENA-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTO = 'S'
               CLOSE AFASTAMENTO-ARQUIVO
           END-IF.

       1710-LE-AFASTAMENTO.
           READ AFASTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
           END-READ.

      *** PERIODO DO INSS: DOENCA E ACIDENTE A PARTIR DO 16o DIA, ******
      *** MATERNIDADE DESDE O INICIO, ATE A VESPERA DO RETORNO *********
       1720-ARMAZENA-AFASTAMENTO.
           MOVE AFA-DATA-INICIO TO WRK-AFA-DATA-CONV.
           PERFORM 1730-CONVERTE-DATA-AFA.
           MOVE WRK-AFA-SERIAL TO WRK-AFA-DE.
           IF NOT AFA-MATERNIDADE
               ADD 15 TO WRK-AFA-DE
           END-IF.
           IF AFA-DATA-RETORNO = ZEROS
               MOVE 9999999 TO WRK-AFA-ATE
           ELSE
               MOVE AFA-DATA-RETORNO TO WRK-AFA-DATA-CONV
               PERFORM 1730-CONVERTE-DATA-AFA
               COMPUTE WRK-AFA-ATE = WRK-AFA-SERIAL - 1
           END-IF.
           IF WRK-AFA-ATE >= WRK-AFA-ANO-INICIO
               AND WRK-AFA-DE <= WRK-AFA-ANO-FIM
               AND WRK-AFA-DE <= WRK-AFA-ATE
               IF WRK-QTD-AFASTAMENTOS NOT < WRK-MAX-AFASTAMENTOS
                   DISPLAY "MAIS DE " WRK-MAX-AFASTAMENTOS
                       " AFASTAMENTOS PELO INSS NO ANO"
                   DISPLAY "LIMITE DE AFASTAMENTOS NO ANO E DE "
                       WRK-MAX-AFASTAMENTOS " - EXECUCAO ABORTADA"
                   MOVE 16 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
               ELSE
                   ADD 1 TO WRK-QTD-AFASTAMENTOS
                   MOVE AFA-EMP-ID
                       TO TAB-AFA-ID (WRK-QTD-AFASTAMENTOS)
                   MOVE AFA-TIPO
                       TO TAB-AFA-TIPO (WRK-QTD-AFASTAMENTOS)
                   MOVE WRK-AFA-DE
                       TO TAB-AFA-INSS-INICIO (WRK-QTD-AFASTAMENTOS)
                   MOVE WRK-AFA-ATE
                       TO TAB-AFA-INSS-FIM (WRK-QTD-AFASTAMENTOS)
               END-IF
           END-IF.
           IF WRK-FIM-AFASTAMENTO NOT = 'S'
               PERFORM 1710-LE-AFASTAMENTO
           END-IF.

       1730-CONVERTE-DATA-AFA.
           IF WRK-AFA-CONV-DIA > 30
               MOVE 30 TO WRK-AFA-CONV-DIA
           END-IF.
           COMPUTE WRK-AFA-SERIAL = WRK-AFA-CONV-ANO * 360
               + (WRK-AFA-CONV-MES - 1) * 30 + WRK-AFA-CONV-DIA.

      *** CARREGA A TABELA DE TAXAS LEGAIS E SELECIONA A VERSAO EM *****
      *** VIGOR NA DATA DA EXECUCAO (MAIOR VIGENCIA <= DATA) - SEM *****
      *** VERSAO COBRINDO A DATA A EXECUCAO E ABORTADA (RC 16) *********
               MOVE TAX-IRRF-ALIQ2 TO WRK-TAX-IRRF-AL2
               MOVE TAX-IRRF-ALIQ3 TO WRK-TAX-IRRF-AL3
               MOVE TAX-DEDUCAO-DEPENDENTE TO WRK-TAX-DEDUCAO-DEP
               MOVE TAX-INSS-PATRONAL TO WRK-TAX-PATRONAL
               MOVE TAX-RAT TO WRK-TAX-RAT
               MOVE TAX-TERCEIROS TO WRK-TAX-TERCEIROS
           END-IF.
           PERFORM 1810-LE-TAXAS.

                   PERFORM 2700-GERA-REMESSA-13
               END-IF
               PERFORM 2800-GRAVA-HISTORICO-13
               PERFORM 2950-GRAVA-RESUMO-13
               ADD 1 TO WRK-QTD-PROCESSADOS
           END-IF.
           PERFORM 1500-LE-EMPREGADO.
      *** ACUMULADOS A PARTE: E O VALOR REALMENTE PAGO NA PRIMEIRA *****
      *** PARCELA, QUE A SEGUNDA DEVE ABATER. SEM HISTORICO NO ANO *****
      *** USA O SALARIO DO MASTER E OS MESES DECORRIDOS DO ANO *********
      *** - OS MESES PERDIDOS POR AFASTAMENTO NAO CONTAM E OS DE *******
      *** MATERNIDADE CONTAM FORA DA MEDIA *****************************
       2100-CALCULA-DECIMO.
           PERFORM 2150-APURA-MESES-AFASTADO.
           PERFORM 2120-ACUMULA-HISTORICO-ANO.
           IF WRK-MESES > 0
               COMPUTE WRK-MEDIA-BRUTO ROUNDED =
                   WRK-SOMA-BRUTO / WRK-MESES
               ADD WRK-MESES-MATERNIDADE TO WRK-MESES
               IF WRK-MESES > 12
                   MOVE 12 TO WRK-MESES
               END-IF
           ELSE
               MOVE ZEROS TO WRK-MESES-PERDIDOS
               PERFORM 2175-CONTA-MES-PERDIDO
                   VARYING WRK-IDX-MES-AFA FROM 1 BY 1
                   UNTIL WRK-IDX-MES-AFA > WRK-MES
               COMPUTE WRK-MESES = WRK-MES - WRK-MESES-PERDIDOS
               MOVE EMP-SALARIO TO WRK-MEDIA-BRUTO
           END-IF.
           COMPUTE WRK-VALOR-13 ROUNDED =
           MOVE ZEROS TO WRK-MESES.
           MOVE ZEROS TO WRK-SOMA-BRUTO.
           MOVE ZEROS TO WRK-PAGO-PARCELA1.
           MOVE ZEROS TO WRK-MESES-MATERNIDADE.
           MOVE 'N' TO WRK-FIM-HIST-EMP.
           MOVE EMP-ID TO HIST-ID.
           MOVE WRK-ANO TO HIST-ANO.
                   ADD HIST-SALARIO-BRUTO TO WRK-PAGO-PARCELA1
               ELSE
                   IF HIST-TIPO = SPACES AND WRK-MESES < 12
                       AND HIST-MES >= 1 AND HIST-MES <= 12
                       EVALUATE TAB-MAF-SITUACAO (HIST-MES)
                           WHEN 'P'
                               CONTINUE
                           WHEN 'M'
                               ADD 1 TO WRK-MESES-MATERNIDADE
                           WHEN OTHER
                               ADD 1 TO WRK-MESES
                               ADD HIST-SALARIO-BRUTO TO WRK-SOMA-BRUTO
                       END-EVALUATE
                   END-IF
               END-IF
               PERFORM 2130-LE-HISTORICO-EMP
           END-IF.

      *** SITUACAO DE CADA MES DO ANO PELOS AFASTAMENTOS DO ************
      *** EMPREGADO - MAIS DE 15 DIAS DE DOENCA/ACIDENTE A CARGO DO ****
      *** INSS PERDE O MES; MAIS DE 15 DIAS CONTANDO A MATERNIDADE *****
      *** MANTEM O MES, MAS FORA DA MEDIA ******************************
       2150-APURA-MESES-AFASTADO.
           INITIALIZE WRK-TAB-MESES-AFA.
           PERFORM 2155-CONFERE-AFASTAMENTO-EMP
               VARYING WRK-IDX-AFA FROM 1 BY 1
               UNTIL WRK-IDX-AFA > WRK-QTD-AFASTAMENTOS.
           PERFORM 2170-CLASSIFICA-MES
               VARYING WRK-IDX-MES-AFA FROM 1 BY 1
               UNTIL WRK-IDX-MES-AFA > 12.

       2155-CONFERE-AFASTAMENTO-EMP.
           IF TAB-AFA-ID (WRK-IDX-AFA) = EMP-ID
               PERFORM 2160-SOMA-DIAS-MES
                   VARYING WRK-IDX-MES-AFA FROM 1 BY 1
                   UNTIL WRK-IDX-MES-AFA > 12
           END-IF.

       2160-SOMA-DIAS-MES.
           COMPUTE WRK-AFA-MES-INICIO = WRK-ANO * 360
               + (WRK-IDX-MES-AFA - 1) * 30 + 1.
           COMPUTE WRK-AFA-MES-FIM = WRK-AFA-MES-INICIO + 29.
           IF TAB-AFA-INSS-INICIO (WRK-IDX-AFA) > WRK-AFA-MES-INICIO
               MOVE TAB-AFA-INSS-INICIO (WRK-IDX-AFA) TO WRK-AFA-DE
           ELSE
               MOVE WRK-AFA-MES-INICIO TO WRK-AFA-DE
           END-IF.
           IF TAB-AFA-INSS-FIM (WRK-IDX-AFA) < WRK-AFA-MES-FIM
               MOVE TAB-AFA-INSS-FIM (WRK-IDX-AFA) TO WRK-AFA-ATE
           ELSE
               MOVE WRK-AFA-MES-FIM TO WRK-AFA-ATE
           END-IF.
           IF WRK-AFA-ATE >= WRK-AFA-DE
               IF TAB-AFA-TIPO (WRK-IDX-AFA) = "M"
                   COMPUTE TAB-MAF-DIAS-MATERN (WRK-IDX-MES-AFA) =
                       TAB-MAF-DIAS-MATERN (WRK-IDX-MES-AFA)
                       + WRK-AFA-ATE - WRK-AFA-DE + 1
               ELSE
                   COMPUTE TAB-MAF-DIAS-DOENCA (WRK-IDX-MES-AFA) =
                       TAB-MAF-DIAS-DOENCA (WRK-IDX-MES-AFA)
                       + WRK-AFA-ATE - WRK-AFA-DE + 1
               END-IF
           END-IF.

       2170-CLASSIFICA-MES.
           IF TAB-MAF-DIAS-DOENCA (WRK-IDX-MES-AFA) > 15
               MOVE 'P' TO TAB-MAF-SITUACAO (WRK-IDX-MES-AFA)
           ELSE
               IF TAB-MAF-DIAS-DOENCA (WRK-IDX-MES-AFA)
                   + TAB-MAF-DIAS-MATERN (WRK-IDX-MES-AFA) > 15
                   MOVE 'M' TO TAB-MAF-SITUACAO (WRK-IDX-MES-AFA)
               END-IF
           END-IF.

       2175-CONTA-MES-PERDIDO.
           IF TAB-MAF-SITUACAO (WRK-IDX-MES-AFA) = 'P'
               ADD 1 TO WRK-MESES-PERDIDOS
           END-IF.

      *** DESCONTOS SOBRE O 13o INTEGRAL, NAS MESMAS FAIXAS DA FOLHA ***
      *** MENSAL - EXPATRIADO EM USD/EUR NAO TEM RETENCAO NESTA FOLHA **
       2200-CALCULA-DESCONTOS-13.
               MOVE "13" TO FGT-ORIGEM
               WRITE LINHA-FGTS FROM WRK-REG-FGTS
           END-IF.

      *** ACRESCENTA AO RESUMO DA FOLHA O REGISTRO TIPADO DA PARCELA ***
      *** ('13/1' OU '13/2') - O BRUTO E O DA FATIA DA PARCELA, COMO ***
      *** NO HISTORICO, E O LIQUIDO O VALOR CREDITADO. O INSS E O ******
      *** IRRF SO EXISTEM NA SEGUNDA PARCELA, E OS ENCARGOS PATRONAIS **
      *** (INSS PATRONAL + RAT + TERCEIROS) TAMBEM SAEM NELA, SOBRE O **
      *** 13o INTEGRAL, QUE E A BASE DO INSS. EXPATRIADO EM USD/EUR ****
      *** NAO TEM ENCARGOS NEM BRUTO EM BRL, COMO NAS FERIAS ***********
       2950-GRAVA-RESUMO-13.
           IF WRK-PARCELA = 2
               AND (EMP-MOEDA = "BRL" OR EMP-MOEDA = SPACES)
               COMPUTE WRK-ENCARGOS-13 ROUNDED =
                   WRK-VALOR-13 *
                       (WRK-TAX-PATRONAL + WRK-TAX-RAT
                           + WRK-TAX-TERCEIROS)
           ELSE
               MOVE ZEROS TO WRK-ENCARGOS-13
           END-IF.
           ADD WRK-ENCARGOS-13 TO WRK-TOTAL-ENCARGOS-13.
           MOVE EMP-ID TO RESUMO-ID.
           MOVE EMP-NOME TO RESUMO-NOME.
           MOVE EMP-CENTRO-CUSTO TO RESUMO-CENTRO-CUSTO.
           MOVE HIST-SALARIO-BRUTO TO RESUMO-BRUTO.
           MOVE WRK-INSS-13 TO RESUMO-INSS.
           MOVE WRK-IRRF-13 TO RESUMO-IRRF.
           COMPUTE RESUMO-DESCONTOS = WRK-INSS-13 + WRK-IRRF-13.
           MOVE WRK-VALOR-PARCELA TO RESUMO-LIQUIDO.
           IF EMP-MOEDA NOT = "BRL" AND EMP-MOEDA NOT = SPACES
               MOVE ZEROS TO RESUMO-BRUTO-BRL
           ELSE
               MOVE HIST-SALARIO-BRUTO TO RESUMO-BRUTO-BRL
           END-IF.
           MOVE WRK-FGTS-13 TO RESUMO-FGTS.
           MOVE WRK-ENCARGOS-13 TO RESUMO-ENCARGOS.
           MOVE ZEROS TO RESUMO-OUTROS-DESC.
           MOVE WRK-TIPO-RESUMO-13 TO RESUMO-TIPO.
           IF EMP-EMPRESA = SPACES
               MOVE "001" TO RESUMO-EMPRESA
           ELSE
               MOVE EMP-EMPRESA TO RESUMO-EMPRESA
           END-IF.
           WRITE WRK-REG-RESUMO.
