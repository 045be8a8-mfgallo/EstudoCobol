      * PROGCOB18) EM PAR DE FERIAS E ADICIONAIS X FERIAS A PAGAR, COM
      * INSS/IRRF/FGTS NAS MESMAS CONTAS A RECOLHER DA FOLHA. OS
      * REGISTROS DE ADIANTAMENTO ('ADTO') NAO GERAM LANCAMENTO
      *MODIFICACAO: DEBITAR A DESPESA DA FOLHA MENSAL POR CONTA DE
      * RUBRICA E CENTRO DE CUSTO (RUBRICASAPL.DAT, GRAVADO PELA FOLHA)
      * NO LUGAR DO BRUTO UNICO EM SALARIOS E ORDENADOS, E CREDITAR OS
      * DESCONTOS VARIAVEIS DO MES NA CONTA DA RUBRICA. SEM O ARQUIVO
      * (FOLHA ANTERIOR AO CATALOGO) VALE O DEBITO PELO BRUTO DO RESUMO
      *MODIFICACAO: EXPORTAR A PARTICIPACAO NOS LUCROS ('PLR ', GRAVADO
      * PELO PROGCOB35) EM PAR PROPRIO DE PARTICIPACAO NOS LUCROS X PLR
      * A PAGAR, COM O IRRF EXCLUSIVO NA CONTA DE IRRF A RECOLHER (A
      * PLR NAO TEM INSS NEM FGTS)
      *MODIFICACAO: EXPORTAR AS PARCELAS DO 13o SALARIO ('13/1' E
      * '13/2', GRAVADOS PELO PROGCOB17) EM PAR PROPRIO DE 13o SALARIO
      * X 13o A PAGAR, COM INSS/IRRF NAS CONTAS A RECOLHER E OS
      * ENCARGOS PATRONAIS E O FGTS NOS PARES DE PROVISAO DA FOLHA
      *MODIFICACAO: EMPREGADO COM RATEIO EM VIGOR NA COMPETENCIA DO
      * LOTE (RATEIOS.DAT) TEM O DEBITO DE SALARIOS - PELO BRUTO DO
      * CENTRO OU PELAS RUBRICAS - DIVIDIDO ENTRE OS CENTROS PELOS
      * PERCENTUAIS, COM A SOBRA DO ARREDONDAMENTO NO CENTRO PRINCIPAL.
      * SEM RATEIO (OU COM RATEIO QUE NAO SOMA 100) O DEBITO CONTINUA
      * NO CENTRO DO RESUMO/RUBRICA. ENCARGOS E FGTS SEGUEM SEM CENTRO
      *MODIFICACAO: EXPORTAR A FOLHA COMPLEMENTAR ('COMP', GRAVADO PELO
      * PROGCOB04) EM PAR PROPRIO DE FOLHA COMPLEMENTAR X COMPLEMENTAR
      * A PAGAR, COM INSS/IRRF NAS CONTAS A RECOLHER E OS ENCARGOS
      * PATRONAIS E O FGTS DA DIFERENCA NOS PARES DE PROVISAO DA FOLHA
      *MODIFICACAO: RATEIOS SEM TABELA - VAO PARA O ARQUIVO DE TRABALHO
      * INDEXADO RATCTBTRAB.DAT, LIDO POR EMPREGADO (ANTES O EXCESSO
      * SOBRE 500 ERA IGNORADO E O DEBITO FICAVA NO CENTRO DO RESUMO).
      * REFERENCIA OU ACUMULADOR MAIOR QUE A SUA TABELA (CODIGOS DE
      * DESCONTO, RUBRICAS, CONTAS DE RUBRICA POR CENTRO, CENTROS DE
      * CUSTO) OU FALHA NO ARQUIVO DE TRABALHO ABORTA COM RC 16 SEM
      * GERAR O LOTE
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "DATA/CODIGOSDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CODDESC.
           SELECT RUBAPL-ARQUIVO
               ASSIGN TO "DATA/RUBRICASAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUBAPL.
           SELECT RUBRICA-ARQUIVO ASSIGN TO "DATA/RUBRICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUBRICA.
           SELECT RATEIO-ARQUIVO ASSIGN TO "DATA/RATEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RATEIO.
      *** RATEIOS ATE A COMPETENCIA POR EMPREGADO/INICIO, NA ORDEM *****
      *** DO ARQUIVO ***************************************************
           SELECT RATEIO-TRABALHO ASSIGN TO "DATA/RATCTBTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTB-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           02 DAP-EMPRESA PIC X(03).
       FD  CODDESC-ARQUIVO.
           COPY CBCODDES.
       FD  RUBAPL-ARQUIVO.
           COPY CBRUBAPL.
       FD  RUBRICA-ARQUIVO.
           COPY CBRUBRIC.
       FD  RATEIO-ARQUIVO.
           COPY CBRATEIO.
       FD  RATEIO-TRABALHO.
       01 RATEIO-TRABALHO-RECORD.
           02 RTB-CHAVE.
               03 RTB-ID PIC 9(06).
               03 RTB-COMP-INICIO PIC 9(06).
               03 RTB-SEQ PIC 9(06).
           02 RTB-CC PIC X(04).
           02 RTB-PCT PIC 9(03)V99.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-LANCAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-RESUMO PIC X(01) VALUE 'N'.
       77 WRK-QTD-CENTROS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-CENTROS PIC 9(03) VALUE 100.
       77 WRK-IDX-CC PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BUSCA PIC 9(03) VALUE ZEROS.
       77 WRK-CC-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-RESC-LIQ PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-FER-BRUTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-FER-LIQ PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PLR-BRUTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PLR-LIQ PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-13-BRUTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-13-LIQ PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-COMP-BRUTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-COMP-LIQ PIC S9(11)V99 VALUE ZEROS.
       77 WRK-STATUS-DESCAPL PIC X(02) VALUE "00".
       77 WRK-STATUS-CODDESC PIC X(02) VALUE "00".
       77 WRK-FIM-DESCAPL PIC X(01) VALUE 'N'.
       77 WRK-FIM-CODDESC PIC X(01) VALUE 'N'.
       77 WRK-QTD-COD-DESC PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REF-DESC PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-DESC PIC 9(02) VALUE 20.
       77 WRK-IDX-DSC PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DSC-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-REF PIC 9(02) VALUE ZEROS.
           02 WRK-TAB-REF-DESCONTO OCCURS 20 TIMES.
               03 TAB-REF-CODIGO PIC X(03).
               03 TAB-REF-DESCRICAO PIC X(30).
       77 WRK-STATUS-RUBAPL PIC X(02) VALUE "00".
       77 WRK-STATUS-RUBRICA PIC X(02) VALUE "00".
       77 WRK-FIM-RUBAPL PIC X(01) VALUE 'N'.
       77 WRK-FIM-RUBRICA PIC X(01) VALUE 'N'.
       77 WRK-QTD-CONTAS-RUB PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RUBRICAS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-CONTAS-RUB PIC 9(03) VALUE 200.
       77 WRK-MAX-RUBRICAS PIC 9(03) VALUE 100.
       77 WRK-IDX-RCT PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RCT-BUSCA PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RUB PIC 9(03) VALUE ZEROS.
       77 WRK-RCT-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-RUB-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-RCT-TIPO-BUSCA PIC X(01) VALUE SPACES.
       77 WRK-RCT-CC-BUSCA PIC X(04) VALUE SPACES.
       77 WRK-RCT-VALOR PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RCT-ABS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DEBITO-POR-RUBRICA PIC X(01) VALUE 'N'.
       01 WRK-TAB-CONTAS-RUB.
           02 WRK-TAB-CONTA-RUB OCCURS 200 TIMES.
               03 TAB-RCT-TIPO PIC X(01).
               03 TAB-RCT-CONTA PIC X(08).
               03 TAB-RCT-CC PIC X(04).
               03 TAB-RCT-CODIGO PIC X(04).
               03 TAB-RCT-VALOR PIC S9(11)V99.
       01 WRK-TAB-RUBRICAS.
           02 WRK-TAB-RUBRICA OCCURS 100 TIMES.
               03 TAB-RUB-CODIGO PIC X(04).
               03 TAB-RUB-DESCRICAO PIC X(30).
       77 WRK-TOTAL-IRRF PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-AJUSTE PIC S9(11)V99 VALUE ZEROS.
           02 WRK-TAB-CENTRO OCCURS 100 TIMES.
               03 TAB-CC-CODIGO PIC X(04).
               03 TAB-CC-BRUTO PIC 9(11)V99.
      *** RATEIOS POR CENTRO DE CUSTO ATE A COMPETENCIA E AS PARTES ****
      *** DO EMPREGADO EM EXPORTACAO ***********************************
       77 WRK-STATUS-RATEIO PIC X(02) VALUE "00".
       77 WRK-FIM-RATEIO PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-TRABALHO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-SEQ-RATEIO PIC 9(06) VALUE ZEROS.
       77 WRK-RAT-EMP-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-RAT-CC-PRINCIPAL PIC X(04) VALUE SPACES.
       77 WRK-RAT-VIGENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-RAT-SOMA-PCT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RAT-EXCESSO PIC X(01) VALUE 'N'.
       77 WRK-RAT-VALOR PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RAT-RESTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PARTES PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR-PRINCIPAL PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-PARTES.
           02 WRK-TAB-PARTE OCCURS 10 TIMES.
               03 TAB-PAR-CC PIC X(04).
               03 TAB-PAR-PCT PIC 9(03)V99.
               03 TAB-PAR-VALOR PIC S9(11)V99.
       01 WRK-REG-LANC-HEADER.
           02 LANH-TIPO PIC X(01) VALUE "H".
           02 LANH-COMPETENCIA-ANO PIC 9(04).
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = (WRK-ANO * 100) + WRK-MES.
           PERFORM 1900-CARREGA-RATEIOS.
           PERFORM 1500-CARREGA-DESCONTOS-APL.
           PERFORM 1600-CARREGA-REF-DESCONTOS.
           PERFORM 1700-CARREGA-RUBRICAS-APL.
           PERFORM 1800-CARREGA-RUBRICAS.
           IF WRK-RETORNO NOT = 16
               OPEN INPUT RESUMO-ARQUIVO
               IF WRK-STATUS-RESUMO NOT = "00"
                   DISPLAY "RESUMOFOLHA.DAT NAO PODE SER ABERTO - "
                       "STATUS " WRK-STATUS-RESUMO
               ELSE
                   PERFORM 1000-LE-RESUMO
                   PERFORM 2000-ACUMULA-RESUMO
                       UNTIL WRK-FIM-RESUMO = 'S'
                   CLOSE RESUMO-ARQUIVO
               END-IF
           END-IF.
           IF WRK-RETORNO = 16
               DISPLAY "EXPORTACAO ABORTADA - LOTE CONTABIL NAO GERADO"
           ELSE
               IF WRK-STATUS-RESUMO = "00"
                   PERFORM 3000-GRAVA-LANCAMENTOS
                   DISPLAY "LANCAMENTOS GRAVADOS..: "
                       WRK-QTD-LANCAMENTOS
                   DISPLAY "TOTAL DE DEBITOS......: " WRK-TOTAL-DEBITOS
                   DISPLAY "TOTAL DE CREDITOS.....: "
                       WRK-TOTAL-CREDITOS
                   IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
                       DISPLAY "LOTE NAO BALANCEADO - CONFERIR AJUSTES"
                       MOVE 8 TO WRK-RETORNO
                   END-IF
               END-IF
           END-IF.
           IF WRK-TRABALHO-ABERTO = 'S'
               CLOSE RATEIO-TRABALHO
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *********** CAPTURA OPERADOR E HORARIO DE INICIO DA EXECUCAO ******
               UNTIL WRK-IDX-DSC-BUSCA > WRK-QTD-COD-DESC
                   OR WRK-DSC-ENCONTRADO = 'S'.
           IF WRK-DSC-ENCONTRADO NOT = 'S'
               AND WRK-QTD-COD-DESC = WRK-MAX-DESC
               DISPLAY "DESCONTOSAPL.DAT COM MAIS DE " WRK-MAX-DESC
                   " CODIGOS DE DESCONTO"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-DESCAPL
           ELSE
               IF WRK-DSC-ENCONTRADO NOT = 'S'
                   ADD 1 TO WRK-QTD-COD-DESC
                   MOVE WRK-QTD-COD-DESC TO WRK-IDX-DSC
                   MOVE DAP-CODIGO TO TAB-DSC-CODIGO (WRK-IDX-DSC)
                   MOVE ZEROS TO TAB-DSC-VALOR (WRK-IDX-DSC)
               END-IF
               ADD DAP-VALOR TO TAB-DSC-VALOR (WRK-IDX-DSC)
               PERFORM 1510-LE-DESCONTO-APL
           END-IF.

       1530-BUSCA-CODIGO-DESC.
           IF TAB-DSC-CODIGO (WRK-IDX-DSC-BUSCA) = DAP-CODIGO
                   MOVE 'S' TO WRK-FIM-CODDESC
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) *****************
       1620-ARMAZENA-REF-DESCONTO.
           IF WRK-QTD-REF-DESC = WRK-MAX-DESC
               DISPLAY "CODIGOSDESC.DAT COM MAIS DE " WRK-MAX-DESC
                   " CODIGOS"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-CODDESC
           ELSE
               ADD 1 TO WRK-QTD-REF-DESC
               MOVE CDS-CODIGO TO TAB-REF-CODIGO (WRK-QTD-REF-DESC)
               MOVE CDS-DESCRICAO
                   TO TAB-REF-DESCRICAO (WRK-QTD-REF-DESC)
               PERFORM 1610-LE-REF-DESCONTO
           END-IF.

      *** CARREGA AS RUBRICAS APURADAS NA FOLHA MENSAL - AS QUE ********
      *** COMPOEM O BRUTO VIRAM DEBITO POR CONTA E CENTRO DE CUSTO, ****
      *** OS DESCONTOS VARIAVEIS VIRAM CREDITO POR CONTA ***************
       1700-CARREGA-RUBRICAS-APL.
           MOVE ZEROS TO WRK-QTD-CONTAS-RUB.
           OPEN INPUT RUBAPL-ARQUIVO.
           IF WRK-STATUS-RUBAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-RUBAPL
               PERFORM 1710-LE-RUBRICA-APL
               PERFORM 1720-ACUMULA-RUBRICA-APL
                   UNTIL WRK-FIM-RUBAPL = 'S'
               CLOSE RUBAPL-ARQUIVO
           END-IF.

       1710-LE-RUBRICA-APL.
           READ RUBAPL-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RUBAPL
           END-READ.

       1720-ACUMULA-RUBRICA-APL.
           IF RAP-TIPO = SPACES
               IF RAP-COMPOE-BRUTO
                   MOVE 'S' TO WRK-DEBITO-POR-RUBRICA
                   MOVE "D" TO WRK-RCT-TIPO-BUSCA
                   IF RAP-NATUREZA = "D"
                       COMPUTE WRK-RAT-VALOR = RAP-VALOR * -1
                   ELSE
                       MOVE RAP-VALOR TO WRK-RAT-VALOR
                   END-IF
                   MOVE RAP-ID TO WRK-RAT-EMP-BUSCA
                   MOVE RAP-CENTRO-CUSTO TO WRK-RAT-CC-PRINCIPAL
                   PERFORM 2200-MONTA-PARTES-RATEIO
                   PERFORM 2300-RATEIA-VALOR
                   PERFORM 1725-SOMA-PARTE-RUBRICA
                       VARYING WRK-IDX-PAR FROM 1 BY 1
                       UNTIL WRK-IDX-PAR > WRK-QTD-PARTES
                           OR WRK-FIM-RUBAPL = 'S'
               END-IF
               IF RAP-DESCONTO-LIQUIDO AND WRK-FIM-RUBAPL NOT = 'S'
                   MOVE "C" TO WRK-RCT-TIPO-BUSCA
                   MOVE SPACES TO WRK-RCT-CC-BUSCA
                   MOVE RAP-VALOR TO WRK-RCT-VALOR
                   PERFORM 1730-SOMA-CONTA-RUBRICA
               END-IF
           END-IF.
           IF WRK-FIM-RUBAPL NOT = 'S'
               PERFORM 1710-LE-RUBRICA-APL
           END-IF.

      *** CADA PARTE DO RATEIO DEBITA A CONTA DA RUBRICA NO SEU CENTRO *
       1725-SOMA-PARTE-RUBRICA.
           MOVE TAB-PAR-CC (WRK-IDX-PAR) TO WRK-RCT-CC-BUSCA.
           MOVE TAB-PAR-VALOR (WRK-IDX-PAR) TO WRK-RCT-VALOR.
           PERFORM 1730-SOMA-CONTA-RUBRICA.

       1730-SOMA-CONTA-RUBRICA.
           MOVE 'N' TO WRK-RCT-ENCONTRADA.
           PERFORM 1740-BUSCA-CONTA-RUBRICA
               VARYING WRK-IDX-RCT-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-RCT-BUSCA > WRK-QTD-CONTAS-RUB
                   OR WRK-RCT-ENCONTRADA = 'S'.
           IF WRK-RCT-ENCONTRADA NOT = 'S'
               AND WRK-QTD-CONTAS-RUB = WRK-MAX-CONTAS-RUB
               DISPLAY "RUBRICASAPL.DAT COM MAIS DE " WRK-MAX-CONTAS-RUB
                   " CONTAS DE RUBRICA POR CENTRO"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-RUBAPL
           ELSE
               IF WRK-RCT-ENCONTRADA NOT = 'S'
                   ADD 1 TO WRK-QTD-CONTAS-RUB
                   MOVE WRK-QTD-CONTAS-RUB TO WRK-IDX-RCT
                   MOVE WRK-RCT-TIPO-BUSCA TO TAB-RCT-TIPO (WRK-IDX-RCT)
                   MOVE RAP-CONTA TO TAB-RCT-CONTA (WRK-IDX-RCT)
                   MOVE WRK-RCT-CC-BUSCA TO TAB-RCT-CC (WRK-IDX-RCT)
                   MOVE RAP-CODIGO TO TAB-RCT-CODIGO (WRK-IDX-RCT)
                   MOVE ZEROS TO TAB-RCT-VALOR (WRK-IDX-RCT)
               END-IF
               ADD WRK-RCT-VALOR TO TAB-RCT-VALOR (WRK-IDX-RCT)
           END-IF.

       1740-BUSCA-CONTA-RUBRICA.
           IF TAB-RCT-TIPO (WRK-IDX-RCT-BUSCA) = WRK-RCT-TIPO-BUSCA
               AND TAB-RCT-CONTA (WRK-IDX-RCT-BUSCA) = RAP-CONTA
               AND TAB-RCT-CC (WRK-IDX-RCT-BUSCA) = WRK-RCT-CC-BUSCA
               MOVE WRK-IDX-RCT-BUSCA TO WRK-IDX-RCT
               MOVE 'S' TO WRK-RCT-ENCONTRADA
           END-IF.

      *** CARREGA O CATALOGO DE RUBRICAS (DESCRICAO DOS LANCAMENTOS) ***
       1800-CARREGA-RUBRICAS.
           MOVE ZEROS TO WRK-QTD-RUBRICAS.
           OPEN INPUT RUBRICA-ARQUIVO.
           IF WRK-STATUS-RUBRICA NOT = "35"
               MOVE 'N' TO WRK-FIM-RUBRICA
               PERFORM 1810-LE-RUBRICA
               PERFORM 1820-ARMAZENA-RUBRICA
                   UNTIL WRK-FIM-RUBRICA = 'S'
               CLOSE RUBRICA-ARQUIVO
           END-IF.

       1810-LE-RUBRICA.
           READ RUBRICA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RUBRICA
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) *****************
       1820-ARMAZENA-RUBRICA.
           IF WRK-QTD-RUBRICAS = WRK-MAX-RUBRICAS
               DISPLAY "RUBRICAS.DAT COM MAIS DE " WRK-MAX-RUBRICAS
                   " RUBRICAS"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-RUBRICA
           ELSE
               ADD 1 TO WRK-QTD-RUBRICAS
               MOVE RUB-CODIGO TO TAB-RUB-CODIGO (WRK-QTD-RUBRICAS)
               MOVE RUB-DESCRICAO
                   TO TAB-RUB-DESCRICAO (WRK-QTD-RUBRICAS)
               PERFORM 1810-LE-RUBRICA
           END-IF.

      *** CARREGA OS RATEIOS COM INICIO ATE A COMPETENCIA DO LOTE NO ***
      *** ARQUIVO DE TRABALHO (SEQ GUARDA A ORDEM DO ARQUIVO) **********
       1900-CARREGA-RATEIOS.
           MOVE ZEROS TO WRK-SEQ-RATEIO.
           OPEN OUTPUT RATEIO-TRABALHO.
           IF WRK-STATUS-TRABALHO = "00"
               CLOSE RATEIO-TRABALHO
               OPEN I-O RATEIO-TRABALHO
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY "RATCTBTRAB.DAT NAO PODE SER CRIADO - STATUS "
                   WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE 'S' TO WRK-TRABALHO-ABERTO
               OPEN INPUT RATEIO-ARQUIVO
               IF WRK-STATUS-RATEIO NOT = "35"
                   MOVE 'N' TO WRK-FIM-RATEIO
                   PERFORM 1910-LE-RATEIO
                   PERFORM 1920-ARMAZENA-RATEIO
                       UNTIL WRK-FIM-RATEIO = 'S'
                   CLOSE RATEIO-ARQUIVO
               END-IF
           END-IF.

       1910-LE-RATEIO.
           READ RATEIO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RATEIO
           END-READ.

       1920-ARMAZENA-RATEIO.
           IF RAT-COMP-INICIO <= WRK-COMPETENCIA
               ADD 1 TO WRK-SEQ-RATEIO
               MOVE RAT-EMP-ID TO RTB-ID
               MOVE RAT-COMP-INICIO TO RTB-COMP-INICIO
               MOVE WRK-SEQ-RATEIO TO RTB-SEQ
               MOVE RAT-CENTRO-CUSTO TO RTB-CC
               MOVE RAT-PERCENTUAL TO RTB-PCT
               WRITE RATEIO-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WRK-STATUS-TRABALHO NOT = "00"
                   DISPLAY "FALHA NA GRAVACAO DE RATCTBTRAB.DAT - "
                       "STATUS " WRK-STATUS-TRABALHO
                   MOVE 16 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-RATEIO
               END-IF
           END-IF.
           IF WRK-FIM-RATEIO NOT = 'S'
               PERFORM 1910-LE-RATEIO
           END-IF.

      *** ACUMULA BRUTO POR CENTRO DE CUSTO E OS TOTAIS DE RETENCAO ****
      *** E LIQUIDO - O AJUSTE RETROATIVO E A DIFERENCA ENTRE O *********
                   ADD RESUMO-IRRF TO WRK-TOTAL-IRRF
                   ADD RESUMO-LIQUIDO TO WRK-TOTAL-FER-LIQ
                   ADD RESUMO-FGTS TO WRK-TOTAL-FGTS
               WHEN "PLR"
                   ADD RESUMO-BRUTO TO WRK-TOTAL-PLR-BRUTO
                   ADD RESUMO-IRRF TO WRK-TOTAL-IRRF
                   ADD RESUMO-LIQUIDO TO WRK-TOTAL-PLR-LIQ
               WHEN "13/1"
               WHEN "13/2"
                   ADD RESUMO-BRUTO TO WRK-TOTAL-13-BRUTO
                   ADD RESUMO-INSS TO WRK-TOTAL-INSS
                   ADD RESUMO-IRRF TO WRK-TOTAL-IRRF
                   ADD RESUMO-LIQUIDO TO WRK-TOTAL-13-LIQ
                   ADD RESUMO-ENCARGOS TO WRK-TOTAL-ENCARGOS
                   ADD RESUMO-FGTS TO WRK-TOTAL-FGTS
               WHEN "COMP"
                   ADD RESUMO-BRUTO TO WRK-TOTAL-COMP-BRUTO
                   ADD RESUMO-INSS TO WRK-TOTAL-INSS
                   ADD RESUMO-IRRF TO WRK-TOTAL-IRRF
                   ADD RESUMO-LIQUIDO TO WRK-TOTAL-COMP-LIQ
                   ADD RESUMO-ENCARGOS TO WRK-TOTAL-ENCARGOS
                   ADD RESUMO-FGTS TO WRK-TOTAL-FGTS
      *** O ADIANTAMENTO NAO E DESPESA - A QUITACAO SAI NO PROPRIO *****
      *** LIQUIDO DA FOLHA MENSAL **************************************
               WHEN "ADTO"
                   CONTINUE
           END-EVALUATE.
           IF WRK-FIM-RESUMO NOT = 'S'
               PERFORM 1000-LE-RESUMO
           END-IF.

       2050-ACUMULA-FOLHA-MENSAL.
           MOVE RESUMO-ID TO WRK-RAT-EMP-BUSCA.
           MOVE RESUMO-CENTRO-CUSTO TO WRK-RAT-CC-PRINCIPAL.
           PERFORM 2200-MONTA-PARTES-RATEIO.
           MOVE RESUMO-BRUTO TO WRK-RAT-VALOR.
           PERFORM 2300-RATEIA-VALOR.
           PERFORM 2060-ACUMULA-PARTE-CENTRO
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES
                   OR WRK-FIM-RESUMO = 'S'.
           ADD RESUMO-INSS TO WRK-TOTAL-INSS.
           ADD RESUMO-IRRF TO WRK-TOTAL-IRRF.
           ADD RESUMO-LIQUIDO TO WRK-TOTAL-LIQUIDO.
                   - RESUMO-OUTROS-DESC).
           ADD WRK-AJUSTE-REGISTRO TO WRK-TOTAL-AJUSTE.

       2060-ACUMULA-PARTE-CENTRO.
           MOVE 'N' TO WRK-CC-ENCONTRADO.
           PERFORM 2100-BUSCA-CENTRO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-CENTROS
                   OR WRK-CC-ENCONTRADO = 'S'.
           IF WRK-CC-ENCONTRADO NOT = 'S'
               AND WRK-QTD-CENTROS = WRK-MAX-CENTROS
               DISPLAY "RESUMOFOLHA.DAT COM MAIS DE " WRK-MAX-CENTROS
                   " CENTROS DE CUSTO"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-RESUMO
           ELSE
               IF WRK-CC-ENCONTRADO NOT = 'S'
                   ADD 1 TO WRK-QTD-CENTROS
                   MOVE WRK-QTD-CENTROS TO WRK-IDX-CC
                   MOVE TAB-PAR-CC (WRK-IDX-PAR)
                       TO TAB-CC-CODIGO (WRK-IDX-CC)
                   MOVE ZEROS TO TAB-CC-BRUTO (WRK-IDX-CC)
               END-IF
               ADD TAB-PAR-VALOR (WRK-IDX-PAR)
                   TO TAB-CC-BRUTO (WRK-IDX-CC)
           END-IF.

       2100-BUSCA-CENTRO.
           IF TAB-CC-CODIGO (WRK-IDX-BUSCA) = TAB-PAR-CC (WRK-IDX-PAR)
               MOVE WRK-IDX-BUSCA TO WRK-IDX-CC
               MOVE 'S' TO WRK-CC-ENCONTRADO
           END-IF.

      *** MONTA AS PARTES DO EMPREGADO: O RATEIO DE MAIOR INICIO ATE ***
      *** A COMPETENCIA, SE SOMAR 100 - SENAO UMA SO PARTE NO CENTRO ***
      *** INFORMADO. O CENTRO PRINCIPAL E O INFORMADO QUANDO FAZ PARTE *
      *** DO RATEIO, SENAO O DE MAIOR PERCENTUAL ***********************
       2200-MONTA-PARTES-RATEIO.
           MOVE ZEROS TO WRK-RAT-VIGENCIA.
           MOVE ZEROS TO RTB-COMP-INICIO.
           PERFORM 2205-POSICIONA-RATEIO.
           PERFORM 2210-BUSCA-VIGENCIA
               UNTIL WRK-FIM-TRABALHO = 'S'.
           MOVE ZEROS TO WRK-QTD-PARTES.
           MOVE ZEROS TO WRK-RAT-SOMA-PCT.
           MOVE 'N' TO WRK-RAT-EXCESSO.
           IF WRK-RAT-VIGENCIA > ZEROS
               MOVE WRK-RAT-VIGENCIA TO RTB-COMP-INICIO
               PERFORM 2205-POSICIONA-RATEIO
               PERFORM 2220-CARREGA-PARTE
                   UNTIL WRK-FIM-TRABALHO = 'S'
               IF WRK-RAT-SOMA-PCT NOT = 100 OR WRK-RAT-EXCESSO = 'S'
                   DISPLAY 'RATEIO DO EMPREGADO ' WRK-RAT-EMP-BUSCA
                       ' IGNORADO - PERCENTUAIS NAO SOMAM 100 OU MAIS '
                       'DE 10 CENTROS'
                   MOVE ZEROS TO WRK-QTD-PARTES
               END-IF
           END-IF.
           IF WRK-QTD-PARTES = ZEROS
               MOVE 1 TO WRK-QTD-PARTES
               MOVE WRK-RAT-CC-PRINCIPAL TO TAB-PAR-CC (1)
               MOVE 100 TO TAB-PAR-PCT (1)
           END-IF.
           MOVE 1 TO WRK-IDX-PAR-PRINCIPAL.
           PERFORM 2230-BUSCA-PRINCIPAL
               VARYING WRK-IDX-PAR FROM 2 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           PERFORM 2240-CONFIRMA-PRINCIPAL
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.

      *** POSICIONA NO PRIMEIRO RATEIO DO EMPREGADO A PARTIR DO ********
      *** INICIO EM RTB-COMP-INICIO ************************************
       2205-POSICIONA-RATEIO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE WRK-RAT-EMP-BUSCA TO RTB-ID.
           MOVE ZEROS TO RTB-SEQ.
           IF WRK-TRABALHO-ABERTO NOT = 'S'
               MOVE 'S' TO WRK-FIM-TRABALHO
           ELSE
               START RATEIO-TRABALHO KEY IS NOT LESS THAN RTB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TRABALHO
               END-START
           END-IF.
           PERFORM 2207-LE-RATEIO-TRABALHO.

       2207-LE-RATEIO-TRABALHO.
           IF WRK-FIM-TRABALHO NOT = 'S'
               READ RATEIO-TRABALHO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TRABALHO
               END-READ
           END-IF.
           IF WRK-FIM-TRABALHO NOT = 'S'
               AND RTB-ID NOT = WRK-RAT-EMP-BUSCA
               MOVE 'S' TO WRK-FIM-TRABALHO
           END-IF.

      *** OS INICIOS VEM EM ORDEM CRESCENTE - O ULTIMO E O EM VIGOR ****
       2210-BUSCA-VIGENCIA.
           MOVE RTB-COMP-INICIO TO WRK-RAT-VIGENCIA.
           PERFORM 2207-LE-RATEIO-TRABALHO.

       2220-CARREGA-PARTE.
           IF RTB-COMP-INICIO NOT = WRK-RAT-VIGENCIA
               MOVE 'S' TO WRK-FIM-TRABALHO
           ELSE
               ADD RTB-PCT TO WRK-RAT-SOMA-PCT
               IF WRK-QTD-PARTES < 10
                   ADD 1 TO WRK-QTD-PARTES
                   MOVE RTB-CC TO TAB-PAR-CC (WRK-QTD-PARTES)
                   MOVE RTB-PCT TO TAB-PAR-PCT (WRK-QTD-PARTES)
               ELSE
                   MOVE 'S' TO WRK-RAT-EXCESSO
               END-IF
               PERFORM 2207-LE-RATEIO-TRABALHO
           END-IF.

       2230-BUSCA-PRINCIPAL.
           IF TAB-PAR-PCT (WRK-IDX-PAR)
               > TAB-PAR-PCT (WRK-IDX-PAR-PRINCIPAL)
               MOVE WRK-IDX-PAR TO WRK-IDX-PAR-PRINCIPAL
           END-IF.

       2240-CONFIRMA-PRINCIPAL.
           IF TAB-PAR-CC (WRK-IDX-PAR) = WRK-RAT-CC-PRINCIPAL
               MOVE WRK-IDX-PAR TO WRK-IDX-PAR-PRINCIPAL
           END-IF.

      *** DIVIDE O VALOR PELOS PERCENTUAIS (TRUNCADO) E DEIXA A SOBRA **
      *** DO ARREDONDAMENTO NO CENTRO PRINCIPAL ************************
       2300-RATEIA-VALOR.
           MOVE WRK-RAT-VALOR TO WRK-RAT-RESTO.
           PERFORM 2310-CALCULA-PARTE
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARTES.
           ADD WRK-RAT-RESTO TO TAB-PAR-VALOR (WRK-IDX-PAR-PRINCIPAL).

       2310-CALCULA-PARTE.
           COMPUTE TAB-PAR-VALOR (WRK-IDX-PAR) =
               WRK-RAT-VALOR * TAB-PAR-PCT (WRK-IDX-PAR) / 100.
           SUBTRACT TAB-PAR-VALOR (WRK-IDX-PAR) FROM WRK-RAT-RESTO.

      *********** GRAVA O LOTE DE PARTIDAS DOBRADAS *********************
       3000-GRAVA-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTO-ARQUIVO.
           MOVE WRK-MES TO LANH-COMPETENCIA-MES.
           MOVE WRK-DATA TO LANH-DATA-GERACAO.
           WRITE LINHA-LANCAMENTO FROM WRK-REG-LANC-HEADER.
      *** COM AS RUBRICAS DA FOLHA O DEBITO SAI POR CONTA DE RUBRICA ***
      *** E CENTRO DE CUSTO - SEM ELAS, PELO BRUTO DE CADA CENTRO ******
           IF WRK-DEBITO-POR-RUBRICA = 'S'
               MOVE "D" TO WRK-RCT-TIPO-BUSCA
               PERFORM 3300-GRAVA-CONTA-RUBRICA
                   VARYING WRK-IDX-RCT FROM 1 BY 1
                   UNTIL WRK-IDX-RCT > WRK-QTD-CONTAS-RUB
           ELSE
               PERFORM 3100-GRAVA-DEBITO-CENTRO
                   VARYING WRK-IDX-CC FROM 1 BY 1
                   UNTIL WRK-IDX-CC > WRK-QTD-CENTROS
           END-IF.
      *** VERBAS RESCISORIAS, FERIAS, PLR, 13o E FOLHA COMPLEMENTAR ****
      *** EM PARES PROPRIOS ********************************************
           IF WRK-TOTAL-RESC-BRUTO > ZEROS
               MOVE "D" TO LAN-TIPO
               MOVE "51050001" TO LAN-CONTA
               MOVE "FERIAS A PAGAR" TO LAN-DESCRICAO
               PERFORM 3900-GRAVA-LINHA-LANCAMENTO
           END-IF.
           IF WRK-TOTAL-PLR-BRUTO > ZEROS
               MOVE "D" TO LAN-TIPO
               MOVE "51070001" TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               MOVE WRK-TOTAL-PLR-BRUTO TO LAN-VALOR
               MOVE "PARTICIPACAO NOS LUCROS" TO LAN-DESCRICAO
               PERFORM 3900-GRAVA-LINHA-LANCAMENTO
               MOVE "C" TO LAN-TIPO
               MOVE "21020004" TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               MOVE WRK-TOTAL-PLR-LIQ TO LAN-VALOR
               MOVE "PLR A PAGAR" TO LAN-DESCRICAO
               PERFORM 3900-GRAVA-LINHA-LANCAMENTO
           END-IF.
           IF WRK-TOTAL-13-BRUTO > ZEROS
               MOVE "D" TO LAN-TIPO
               MOVE "51100001" TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               MOVE WRK-TOTAL-13-BRUTO TO LAN-VALOR
               MOVE "DECIMO TERCEIRO SALARIO" TO LAN-DESCRICAO
               PERFORM 3900-GRAVA-LINHA-LANCAMENTO
               MOVE "C" TO LAN-TIPO
               MOVE "21020005" TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               MOVE WRK-TOTAL-13-LIQ TO LAN-VALOR
               MOVE "13O SALARIO A PAGAR" TO LAN-DESCRICAO
               PERFORM 3900-GRAVA-LINHA-LANCAMENTO
           END-IF.
           IF WRK-TOTAL-COMP-BRUTO > ZEROS
               MOVE "D" TO LAN-TIPO
               MOVE "51110001" TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               MOVE WRK-TOTAL-COMP-BRUTO TO LAN-VALOR
               MOVE "FOLHA COMPLEMENTAR" TO LAN-DESCRICAO
               PERFORM 3900-GRAVA-LINHA-LANCAMENTO
               MOVE "C" TO LAN-TIPO
               MOVE "21020006" TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               MOVE WRK-TOTAL-COMP-LIQ TO LAN-VALOR
               MOVE "COMPLEMENTAR A PAGAR" TO LAN-DESCRICAO
               PERFORM 3900-GRAVA-LINHA-LANCAMENTO
           END-IF.
      *** AJUSTE RETROATIVO POSITIVO E DESPESA ADICIONAL (DEBITO) ******
           IF WRK-TOTAL-AJUSTE > ZEROS
               MOVE WRK-TOTAL-AJUSTE TO WRK-AJUSTE-ABS
           PERFORM 3200-GRAVA-CREDITO-DESCONTO
               VARYING WRK-IDX-DSC FROM 1 BY 1
               UNTIL WRK-IDX-DSC > WRK-QTD-COD-DESC.
      *** DESCONTOS VARIAVEIS DO MES, UMA LINHA DE CREDITO POR CONTA ***
           MOVE "C" TO WRK-RCT-TIPO-BUSCA.
           PERFORM 3300-GRAVA-CONTA-RUBRICA
               VARYING WRK-IDX-RCT FROM 1 BY 1
               UNTIL WRK-IDX-RCT > WRK-QTD-CONTAS-RUB.
      *** PROVISAO DOS ENCARGOS PATRONAIS E DO FGTS - CADA UMA EM ******
      *** PAR PROPRIO DEBITO (DESPESA) X CREDITO (A RECOLHER) **********
           IF WRK-TOTAL-ENCARGOS > ZEROS
               MOVE 'S' TO WRK-REF-ENCONTRADA
           END-IF.

      *** GRAVA O LANCAMENTO DE UMA CONTA DE RUBRICA - O DEBITO ********
      *** LIQUIDO NEGATIVO (DESCONTOS MAIORES QUE OS PROVENTOS NA ******
      *** MESMA CONTA E CENTRO) SAI COMO CREDITO ***********************
       3300-GRAVA-CONTA-RUBRICA.
           IF TAB-RCT-TIPO (WRK-IDX-RCT) = WRK-RCT-TIPO-BUSCA
               AND TAB-RCT-VALOR (WRK-IDX-RCT) NOT = ZEROS
               IF TAB-RCT-VALOR (WRK-IDX-RCT) < ZEROS
                   COMPUTE WRK-RCT-ABS =
                       TAB-RCT-VALOR (WRK-IDX-RCT) * -1
                   IF WRK-RCT-TIPO-BUSCA = "D"
                       MOVE "C" TO LAN-TIPO
                   ELSE
                       MOVE "D" TO LAN-TIPO
                   END-IF
               ELSE
                   MOVE TAB-RCT-VALOR (WRK-IDX-RCT) TO WRK-RCT-ABS
                   MOVE WRK-RCT-TIPO-BUSCA TO LAN-TIPO
               END-IF
               MOVE TAB-RCT-CONTA (WRK-IDX-RCT) TO LAN-CONTA
               MOVE TAB-RCT-CC (WRK-IDX-RCT) TO LAN-CENTRO-CUSTO
               MOVE WRK-RCT-ABS TO LAN-VALOR
               IF TAB-RCT-CONTA (WRK-IDX-RCT) = "51010001"
                   MOVE "SALARIOS E ORDENADOS" TO LAN-DESCRICAO
               ELSE
                   MOVE SPACES TO LAN-DESCRICAO
                   MOVE 'N' TO WRK-RUB-ENCONTRADA
                   PERFORM 3350-BUSCA-DESCRICAO-RUBRICA
                       VARYING WRK-IDX-RUB FROM 1 BY 1
                       UNTIL WRK-IDX-RUB > WRK-QTD-RUBRICAS
                           OR WRK-RUB-ENCONTRADA = 'S'
                   IF WRK-RUB-ENCONTRADA NOT = 'S'
                       STRING "RUBRICA " DELIMITED BY SIZE
                           TAB-RCT-CODIGO (WRK-IDX-RCT)
                               DELIMITED BY SIZE
                           INTO LAN-DESCRICAO
                   END-IF
               END-IF
               PERFORM 3900-GRAVA-LINHA-LANCAMENTO
           END-IF.

       3350-BUSCA-DESCRICAO-RUBRICA.
           IF TAB-RUB-CODIGO (WRK-IDX-RUB)
               = TAB-RCT-CODIGO (WRK-IDX-RCT)
               MOVE TAB-RUB-DESCRICAO (WRK-IDX-RUB) TO LAN-DESCRICAO
               MOVE 'S' TO WRK-RUB-ENCONTRADA
           END-IF.

       3900-GRAVA-LINHA-LANCAMENTO.
           WRITE LINHA-LANCAMENTO FROM WRK-REG-LANCAMENTO.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
