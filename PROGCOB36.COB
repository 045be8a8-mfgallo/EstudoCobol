       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB36.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: APURACAO MENSAL DA PROVISAO DE 13o SALARIO E DE FERIAS
      * (COM O ADICIONAL DE 1/3), MAIS OS ENCARGOS PATRONAIS (INSS
      * PATRONAL + RAT + TERCEIROS, DA TABELA DE TAXAS EM VIGOR) E O
      * FGTS SOBRE CADA UMA, PARA CADA EMPREGADO ATIVO DO MASTER. O
      * SALDO POR EMPREGADO FICA EM PROVISAO.DAT (CBPROVIS) E E
      * RECALCULADO A CADA COMPETENCIA PELO SALARIO ATUAL:
      *   13o    = SALARIO X AVOS DO ANO / 12 (ADMISSAO DO ANO CONTA
      *            O MES SE ADMITIDO ATE O DIA 15 - ADMISSOES.DAT),
      *            MENOS O 13o JA PAGO NO ANO (HISTORICO 13/1 E 13/2)
      *   FERIAS = (SALARIO + 1/3) X SALDO DE DIAS / 30, COM O SALDO
      *            DE DIAS APURADO COMO NO PROGCOB18 (2,5 DIAS POR MES
      *            COMPLETO DESDE A ADMISSAO MENOS OS DIAS GOZADOS EM
      *            FERIAS.DAT) - CADA MES COMPLETO ACRESCENTA 1/12 DE
      *            (SALARIO + 1/3)
      * A CONSTITUICAO DO MES E A DIFERENCA ENTRE O NOVO SALDO E O
      * ANTERIOR LIQUIDO DA BAIXA. A BAIXA ESTORNA O SALDO QUANDO O
      * PAGAMENTO ACONTECE: 13o PAGO NA COMPETENCIA (PROGCOB17 - A
      * SEGUNDA PARCELA BAIXA O SALDO INTEIRO), FERIAS PAGAS (REGISTROS
      * 'FER' DO RESUMO, PROGCOB18) ATE O SALDO, E RESCISAO (REGISTRO
      * 'RESC' DO RESUMO OU EMPREGADO DESLIGADO, PROGCOB08), QUE BAIXA
      * OS DOIS SALDOS POR INTEIRO. EXPATRIADO PAGO EM MOEDA
      * ESTRANGEIRA FICA FORA DA PROVISAO (SALDO ZERADO). GERA O
      * REGISTRO POR EMPREGADO (PROVISAO.PRT) E O LOTE CONTABIL DE
      * PARTIDAS DOBRADAS POR CENTRO DE CUSTO (LANCPROVISAO.DAT, NO
      * LAYOUT DO LANCAMENTOS.DAT). A APURACAO PODE SER REPETIDA NA
      * MESMA COMPETENCIA - PARTE SEMPRE DO SALDO ANTERIOR GUARDADO.
      * SEM TABELA DE TAXAS OU MASTER DEVOLVE RC 16; EMPREGADO SEM
      * ADMISSAO CADASTRADA MANTEM O SALDO E DEVOLVE RC 4
      *MODIFICACAO: SEM TABELAS DE ADMISSOES, FERIAS GOZADAS, PAGAMENTOS
      * E CENTROS DE CUSTO - FICAM NO ARQUIVO DE TRABALHO INDEXADO
      * PROVTRAB.DAT, LIDO POR CHAVE (OS CENTROS MANTEM A ORDEM DE
      * CHEGADA NO LOTE CONTABIL). FALHA NO ARQUIVO DE TRABALHO DEVOLVE
      * RC 16 SEM GERAR O LOTE
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
           SELECT HISTORICO-SALARIO ASSIGN TO "DATA/HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT PROVISAO-ARQUIVO ASSIGN TO "DATA/PROVISAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-ID
               FILE STATUS IS WRK-STATUS-PROVISAO.
           SELECT ADMISSAO-ARQUIVO ASSIGN TO "DATA/ADMISSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ADMISSAO.
           SELECT FERIAS-ARQUIVO ASSIGN TO "DATA/FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIAS.
           SELECT RESUMO-ARQUIVO ASSIGN TO "DATA/RESUMOFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT TAXAS-ARQUIVO ASSIGN TO "DATA/TABTAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAXAS.
           SELECT PROVISAO-RELATORIO ASSIGN TO "DATA/PROVISAO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT LANCAMENTO-ARQUIVO
               ASSIGN TO "DATA/LANCPROVISAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANCAMENTO.
      *** ADMISSAO (A), DIAS GOZADOS (F) E PAGAMENTOS (P) POR *********
      *** EMPREGADO E CONSTITUICAO/BAIXA POR CENTRO DE CUSTO (K/C) *****
           SELECT PROVISAO-TRABALHO ASSIGN TO "DATA/PROVTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTB-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  HISTORICO-SALARIO.
           COPY CBHISTOR.
       FD  PROVISAO-ARQUIVO.
           COPY CBPROVIS.
       FD  ADMISSAO-ARQUIVO.
           COPY CBADMISS.
       FD  FERIAS-ARQUIVO.
       01 REG-FERIAS.
           02 FER-ID PIC 9(06).
           02 FER-DATA-INICIO PIC 9(08).
           02 FER-DIAS PIC 9(02).
           02 FER-VALOR PIC 9(07)V99.
           02 FER-TERCO PIC 9(06)V99.
           02 FER-INSS PIC 9(06)V99.
           02 FER-IRRF PIC 9(06)V99.
           02 FER-LIQUIDO PIC S9(07)V99.
       FD  RESUMO-ARQUIVO.
           COPY CBRESUMO.
       FD  TAXAS-ARQUIVO.
           COPY CBTAXAS.
       FD  PROVISAO-RELATORIO.
       01 LINHA-PROVISAO PIC X(110).
       FD  LANCAMENTO-ARQUIVO.
       01 LINHA-LANCAMENTO PIC X(60).
       FD  PROVISAO-TRABALHO.
       01 PROVISAO-TRABALHO-RECORD.
           02 PTB-CHAVE.
               03 PTB-TIPO PIC X(01).
               03 PTB-ARGUMENTO PIC X(06).
               03 PTB-ID REDEFINES PTB-ARGUMENTO PIC 9(06).
           02 PTB-DADOS.
               03 PTB-ADM-DATA PIC 9(08).
               03 PTB-FER-DIAS PIC 9(04).
               03 PTB-PAG-FERIAS PIC 9(07)V99.
               03 PTB-PAG-RESCISAO PIC X(01).
               03 PTB-CC-ORDEM PIC 9(06).
               03 FILLER PIC X(132).
           02 PTB-DADOS-CENTRO REDEFINES PTB-DADOS.
               03 PTB-CC-CODIGO PIC X(04).
               03 PTB-CC-COMPONENTE OCCURS 6 TIMES.
                   04 PTB-CC-CONSTITUICAO PIC S9(11)V99.
                   04 PTB-CC-BAIXA PIC S9(11)V99.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-HISTORICO PIC X(02) VALUE "00".
       77 WRK-STATUS-PROVISAO PIC X(02) VALUE "00".
       77 WRK-STATUS-ADMISSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-FERIAS PIC X(02) VALUE "00".
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-STATUS-TAXAS PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-LANCAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-TRABALHO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST-EMP PIC X(01) VALUE 'N'.
       77 WRK-FIM-ADMISSAO PIC X(01) VALUE 'N'.
       77 WRK-FIM-FERIAS PIC X(01) VALUE 'N'.
       77 WRK-FIM-RESUMO PIC X(01) VALUE 'N'.
       77 WRK-FIM-TAXAS PIC X(01) VALUE 'N'.
       77 WRK-HISTORICO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
      *********** TABELA DE TAXAS EM VIGOR *******************************
       77 WRK-TAX-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-TAX-VIGENCIA-USO PIC 9(08) VALUE ZEROS.
       77 WRK-TAX-PATRONAL PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-RAT PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TAX-TERCEIROS PIC 9(01)V999 VALUE ZEROS.
       77 WRK-ALIQ-ENCARGOS PIC 9(01)V999 VALUE ZEROS.
       77 WRK-FGTS-ALIQUOTA PIC 9(01)V99 VALUE 0,08.
      *********** APURACAO DO EMPREGADO *********************************
       77 WRK-PRV-EXISTENTE PIC X(01) VALUE 'N'.
       77 WRK-PRV-MOVIMENTO PIC X(01) VALUE 'N'.
       77 WRK-RESCISAO-MES PIC X(01) VALUE 'N'.
       77 WRK-ADM-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-ADM-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-ADM-MES PIC 9(02) VALUE ZEROS.
       77 WRK-ADM-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(09) VALUE SPACES.
       77 WRK-MES-INICIO-13 PIC 9(02) VALUE ZEROS.
       77 WRK-AVOS-13 PIC S9(02) VALUE ZEROS.
       77 WRK-PAGO-13-ANO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PAGO-13-MES PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PAGOU-13-2 PIC X(01) VALUE 'N'.
       77 WRK-PAGOU-13-2-MES PIC X(01) VALUE 'N'.
       77 WRK-FERIAS-PAGAS-MES PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ALVO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-MESES-TOTAIS PIC S9(04) VALUE ZEROS.
       77 WRK-DIAS-GANHOS PIC 9(04)V9 VALUE ZEROS.
       77 WRK-DIAS-GOZADOS PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-DIAS PIC S9(04)V9 VALUE ZEROS.
       77 WRK-IDX-CMP PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-BASE PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-DEP PIC 9(01) VALUE ZEROS.
      *********** ARQUIVO DE TRABALHO CARREGADO NO INICIO ***************
       77 WRK-QTD-CENTROS PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-CC PIC 9(06) VALUE ZEROS.
       77 WRK-PTB-ENCONTRADO PIC X(01) VALUE 'N'.
      *********** CONTADORES E TOTAIS ***********************************
       77 WRK-QTD-PROCESSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PROVISIONADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RESCISAO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MOEDA-ESTRANGEIRA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-ADMISSAO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-LANCAMENTO PIC S9(11)V99 VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-TOTAIS.
           02 WRK-TAB-TOTAL OCCURS 6 TIMES.
               03 TOT-ANTERIOR PIC S9(11)V99.
               03 TOT-CONSTITUICAO PIC S9(11)V99.
               03 TOT-BAIXA PIC S9(11)V99.
               03 TOT-SALDO PIC S9(11)V99.
      *** CONTAS DO RAZAO POR COMPONENTE DA PROVISAO - DESPESA (DEBITO **
      *** POR CENTRO DE CUSTO) E PASSIVO (CREDITO) *********************
       01 WRK-TAB-CONTAS-PROVISAO-INIC.
           02 FILLER PIC X(08) VALUE "51080001".
           02 FILLER PIC X(08) VALUE "21040001".
           02 FILLER PIC X(25) VALUE "PROVISAO 13O SALARIO".
           02 FILLER PIC X(08) VALUE "51080002".
           02 FILLER PIC X(08) VALUE "21040002".
           02 FILLER PIC X(25) VALUE "PROV ENCARGOS 13O SALARIO".
           02 FILLER PIC X(08) VALUE "51080003".
           02 FILLER PIC X(08) VALUE "21040003".
           02 FILLER PIC X(25) VALUE "PROV FGTS 13O SALARIO".
           02 FILLER PIC X(08) VALUE "51090001".
           02 FILLER PIC X(08) VALUE "21050001".
           02 FILLER PIC X(25) VALUE "PROVISAO FERIAS + 1/3".
           02 FILLER PIC X(08) VALUE "51090002".
           02 FILLER PIC X(08) VALUE "21050002".
           02 FILLER PIC X(25) VALUE "PROV ENCARGOS FERIAS".
           02 FILLER PIC X(08) VALUE "51090003".
           02 FILLER PIC X(08) VALUE "21050003".
           02 FILLER PIC X(25) VALUE "PROV FGTS FERIAS".
       01 WRK-TAB-CONTAS-PROVISAO
           REDEFINES WRK-TAB-CONTAS-PROVISAO-INIC.
           02 WRK-TAB-CONTA-PRV OCCURS 6 TIMES.
               03 TAB-PRV-CONTA-DESPESA PIC X(08).
               03 TAB-PRV-CONTA-PASSIVO PIC X(08).
               03 TAB-PRV-DESCRICAO PIC X(25).
       01 WRK-REG-LANC-HEADER.
           02 LANH-TIPO PIC X(01) VALUE "H".
           02 LANH-COMPETENCIA-ANO PIC 9(04).
           02 LANH-COMPETENCIA-MES PIC 9(02).
           02 LANH-DATA-GERACAO PIC 9(08).
           02 LANH-ORIGEM PIC X(10) VALUE "PROVISAO".
           02 FILLER PIC X(35) VALUE SPACES.
       01 WRK-REG-LANCAMENTO.
           02 LAN-TIPO PIC X(01).
           02 LAN-CONTA PIC X(08).
           02 LAN-CENTRO-CUSTO PIC X(04).
           02 LAN-VALOR PIC 9(11)V99.
           02 LAN-DESCRICAO PIC X(25).
           02 FILLER PIC X(09) VALUE SPACES.
       01 WRK-REG-LANC-TRAILER.
           02 LANT-TIPO PIC X(01) VALUE "T".
           02 LANT-QTD PIC 9(06).
           02 LANT-TOTAL-DEBITOS PIC 9(13)V99.
           02 LANT-TOTAL-CREDITOS PIC 9(13)V99.
           02 FILLER PIC X(23) VALUE SPACES.
      *********** LINHAS DO REGISTRO DA PROVISAO ************************
       01 WRK-CAB-PRV-1.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(48)
               VALUE "PROVISAO DE 13O SALARIO E FERIAS - COMPETENCIA ".
           02 WRK-CAB-COMPETENCIA PIC 9(06).
           02 FILLER PIC X(18) VALUE "  TAXAS VIGENCIA ".
           02 WRK-CAB-VIGENCIA PIC 9(08).
       01 WRK-CAB-PRV-2.
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(05) VALUE "CC".
           02 FILLER PIC X(03) VALUE "AV".
           02 FILLER PIC X(07) VALUE "DIAS".
           02 FILLER PIC X(12) VALUE "CONST 13O".
           02 FILLER PIC X(12) VALUE "CONST FER".
           02 FILLER PIC X(12) VALUE "ENC+FGTS".
           02 FILLER PIC X(11) VALUE "BAIXA".
           02 FILLER PIC X(11) VALUE "SALDO".
           02 FILLER PIC X(09) VALUE "SITUACAO".
       01 WRK-LINHA-PRV.
           02 WRK-LPR-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-CC PIC X(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-AVOS PIC Z9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-DIAS PIC -ZZ9,9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-CONST-13 PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-CONST-FER PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-CONST-ENC PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-BAIXA PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-SALDO PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPR-SITUACAO PIC X(09).
       01 WRK-CAB-PRV-TOTAIS.
           02 FILLER PIC X(26) VALUE "COMPONENTE".
           02 FILLER PIC X(17) VALUE "SALDO ANTERIOR".
           02 FILLER PIC X(17) VALUE "CONSTITUICAO".
           02 FILLER PIC X(17) VALUE "BAIXA".
           02 FILLER PIC X(17) VALUE "SALDO ATUAL".
       01 WRK-LINHA-PRV-TOTAL.
           02 WRK-LPT-DESCRICAO PIC X(25).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LPT-ANTERIOR PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-LPT-CONSTITUICAO PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-LPT-BAIXA PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-LPT-SALDO PIC -ZZ.ZZZ.ZZ9,99.
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
           PERFORM 1800-CARREGA-TABELA-TAXAS.
           IF WRK-RETORNO NOT = 16
               PERFORM 1550-ABRE-TRABALHO
           END-IF.
           IF WRK-RETORNO NOT = 16
               PERFORM 1600-CARREGA-ADMISSOES
           END-IF.
           IF WRK-RETORNO NOT = 16
               PERFORM 1650-CARREGA-FERIAS
           END-IF.
           IF WRK-RETORNO NOT = 16
               PERFORM 1700-CARREGA-PAGAMENTOS
           END-IF.
           IF WRK-RETORNO NOT = 16
               OPEN INPUT EMPLOYEE-MASTER
               IF WRK-STATUS-EMPLOYEE NOT = "00"
                   DISPLAY "EMPLOYEE-MASTER NAO PODE SER ABERTO - "
                       "STATUS " WRK-STATUS-EMPLOYEE
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   PERFORM 1900-ABRE-ARQUIVOS
                   PERFORM 3000-IMPRIME-CABECALHO
                   PERFORM 1500-LE-EMPREGADO
                   PERFORM 2000-PROCESSA-EMPREGADO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE EMPLOYEE-MASTER
                   CLOSE PROVISAO-ARQUIVO
                   IF WRK-HISTORICO-ABERTO = 'S'
                       CLOSE HISTORICO-SALARIO
                   END-IF
                   PERFORM 3100-IMPRIME-TOTAIS
                   CLOSE PROVISAO-RELATORIO
                   IF WRK-RETORNO = 16
                       DISPLAY "APURACAO INTERROMPIDA - LOTE DA "
                           "PROVISAO NAO GERADO"
                   ELSE
                       PERFORM 4000-GRAVA-LANCAMENTOS
                       DISPLAY "EMPREGADOS PROVISIONADOS..: "
                           WRK-QTD-PROVISIONADOS
                       DISPLAY "LANCAMENTOS GRAVADOS......: "
                           WRK-QTD-LANCAMENTOS
                       DISPLAY "TOTAL DE DEBITOS..........: "
                           WRK-TOTAL-DEBITOS
                       DISPLAY "TOTAL DE CREDITOS.........: "
                           WRK-TOTAL-CREDITOS
                       IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
                           AND WRK-RETORNO NOT = 16
                           DISPLAY "LOTE DA PROVISAO NAO BALANCEADO"
                           MOVE 8 TO WRK-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WRK-TRABALHO-ABERTO = 'S'
               CLOSE PROVISAO-TRABALHO
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
           MOVE "PROGCOB36" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

       1500-LE-EMPREGADO.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *** ARQUIVO DE TRABALHO RECRIADO VAZIO A CADA EXECUCAO ***********
       1550-ABRE-TRABALHO.
           MOVE ZEROS TO WRK-QTD-CENTROS.
           OPEN OUTPUT PROVISAO-TRABALHO.
           IF WRK-STATUS-TRABALHO = "00"
               CLOSE PROVISAO-TRABALHO
               OPEN I-O PROVISAO-TRABALHO
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY "PROVTRAB.DAT NAO PODE SER CRIADO - STATUS "
                   WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE 'S' TO WRK-TRABALHO-ABERTO
           END-IF.

      *** LEITURA POR CHAVE (PTB-TIPO + PTB-ARGUMENTO) *****************
       1590-LE-TRABALHO.
           MOVE 'S' TO WRK-PTB-ENCONTRADO.
           READ PROVISAO-TRABALHO
               INVALID KEY
                   MOVE 'N' TO WRK-PTB-ENCONTRADO
           END-READ.

      *** FALHA NO ARQUIVO DE TRABALHO ABORTA (RC 16) ******************
       1595-FALHA-TRABALHO.
           DISPLAY "FALHA NO ARQUIVO DE TRABALHO PROVTRAB.DAT - "
               "STATUS " WRK-STATUS-TRABALHO.
           MOVE 16 TO WRK-RETORNO.

      *** GRAVA UM REGISTRO NOVO OU REGRAVA O LIDO *********************
       1598-GRAVA-TRABALHO.
           IF WRK-PTB-ENCONTRADO = 'S'
               REWRITE PROVISAO-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE PROVISAO-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               PERFORM 1595-FALHA-TRABALHO
           END-IF.

      *** REGISTRO DE TRABALHO NOVO, COM OS DADOS ZERADOS **************
       1599-INICIA-TRABALHO.
           MOVE ZEROS TO PTB-ADM-DATA.
           MOVE ZEROS TO PTB-FER-DIAS.
           MOVE ZEROS TO PTB-PAG-FERIAS.
           MOVE 'N' TO PTB-PAG-RESCISAO.
           MOVE ZEROS TO PTB-CC-ORDEM.

      *********** CARREGA AS DATAS DE ADMISSAO NO TRABALHO **************
       1600-CARREGA-ADMISSOES.
           OPEN INPUT ADMISSAO-ARQUIVO.
           IF WRK-STATUS-ADMISSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ADMISSAO
               PERFORM 1610-LE-ADMISSAO
               PERFORM 1620-ARMAZENA-ADMISSAO
                   UNTIL WRK-FIM-ADMISSAO = 'S'
               CLOSE ADMISSAO-ARQUIVO
           END-IF.

       1610-LE-ADMISSAO.
           READ ADMISSAO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ADMISSAO
           END-READ.

      *** VALE O ULTIMO REGISTRO DO EMPREGADO (COMO NO PROGCOB18) ******
       1620-ARMAZENA-ADMISSAO.
           MOVE 'A' TO PTB-TIPO.
           MOVE ADM-ID TO PTB-ID.
           PERFORM 1590-LE-TRABALHO.
           IF WRK-PTB-ENCONTRADO NOT = 'S'
               PERFORM 1599-INICIA-TRABALHO
           END-IF.
           MOVE ADM-DATA-ADMISSAO TO PTB-ADM-DATA.
           PERFORM 1598-GRAVA-TRABALHO.
           IF WRK-RETORNO = 16
               MOVE 'S' TO WRK-FIM-ADMISSAO
           ELSE
               PERFORM 1610-LE-ADMISSAO
           END-IF.

      *** CARREGA OS DIAS DE FERIAS JA GOZADOS, TOTALIZADOS POR ********
      *** EMPREGADO (FERIAS.DAT, GRAVADO PELO PROGCOB18) ***************
       1650-CARREGA-FERIAS.
           OPEN INPUT FERIAS-ARQUIVO.
           IF WRK-STATUS-FERIAS NOT = "35"
               MOVE 'N' TO WRK-FIM-FERIAS
               PERFORM 1660-LE-FERIAS
               PERFORM 1670-ACUMULA-FERIAS
                   UNTIL WRK-FIM-FERIAS = 'S'
               CLOSE FERIAS-ARQUIVO
           END-IF.

       1660-LE-FERIAS.
           READ FERIAS-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-FERIAS
           END-READ.

       1670-ACUMULA-FERIAS.
           MOVE 'F' TO PTB-TIPO.
           MOVE FER-ID TO PTB-ID.
           PERFORM 1590-LE-TRABALHO.
           IF WRK-PTB-ENCONTRADO NOT = 'S'
               PERFORM 1599-INICIA-TRABALHO
           END-IF.
           ADD FER-DIAS TO PTB-FER-DIAS.
           PERFORM 1598-GRAVA-TRABALHO.
           IF WRK-RETORNO = 16
               MOVE 'S' TO WRK-FIM-FERIAS
           ELSE
               PERFORM 1660-LE-FERIAS
           END-IF.

      *** CARREGA OS PAGAMENTOS DE FERIAS E RESCISAO DA COMPETENCIA ****
      *** EM ABERTO (REGISTROS TIPADOS DO RESUMO DA FOLHA), JA *********
      *** SOMADOS POR EMPREGADO ****************************************
       1700-CARREGA-PAGAMENTOS.
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO NOT = "35"
               MOVE 'N' TO WRK-FIM-RESUMO
               PERFORM 1710-LE-RESUMO
               PERFORM 1720-ARMAZENA-PAGAMENTO
                   UNTIL WRK-FIM-RESUMO = 'S'
               CLOSE RESUMO-ARQUIVO
           END-IF.

       1710-LE-RESUMO.
           READ RESUMO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RESUMO
           END-READ.

       1720-ARMAZENA-PAGAMENTO.
           IF RESUMO-TIPO = "FER" OR RESUMO-TIPO = "RESC"
               MOVE 'P' TO PTB-TIPO
               MOVE RESUMO-ID TO PTB-ID
               PERFORM 1590-LE-TRABALHO
               IF WRK-PTB-ENCONTRADO NOT = 'S'
                   PERFORM 1599-INICIA-TRABALHO
               END-IF
               IF RESUMO-TIPO = "RESC"
                   MOVE 'S' TO PTB-PAG-RESCISAO
               ELSE
                   ADD RESUMO-BRUTO TO PTB-PAG-FERIAS
               END-IF
               PERFORM 1598-GRAVA-TRABALHO
           END-IF.
           IF WRK-RETORNO = 16
               MOVE 'S' TO WRK-FIM-RESUMO
           ELSE
               PERFORM 1710-LE-RESUMO
           END-IF.

      *** CARREGA A TABELA DE TAXAS EM VIGOR NA DATA DA EXECUCAO *******
      *** (MAIOR VIGENCIA <= DATA) - SO AS ALIQUOTAS PATRONAIS *********
      *** INTERESSAM A PROVISAO. SEM VERSAO COBRINDO A DATA A **********
      *** EXECUCAO E ABORTADA (RC 16) **********************************
       1800-CARREGA-TABELA-TAXAS.
           MOVE 'N' TO WRK-TAX-ENCONTRADA.
           MOVE ZEROS TO WRK-TAX-VIGENCIA-USO.
           OPEN INPUT TAXAS-ARQUIVO.
           IF WRK-STATUS-TAXAS NOT = "00"
               DISPLAY "TABTAXAS.DAT NAO PODE SER ABERTO - STATUS "
                   WRK-STATUS-TAXAS
           ELSE
               MOVE 'N' TO WRK-FIM-TAXAS
               PERFORM 1810-LE-TAXAS
               PERFORM 1820-SELECIONA-TAXAS
                   UNTIL WRK-FIM-TAXAS = 'S'
               CLOSE TAXAS-ARQUIVO
           END-IF.
           IF WRK-TAX-ENCONTRADA = 'S'
               COMPUTE WRK-ALIQ-ENCARGOS = WRK-TAX-PATRONAL
                   + WRK-TAX-RAT + WRK-TAX-TERCEIROS
           ELSE
               DISPLAY "NENHUMA TABELA DE TAXAS COBRE A DATA "
                   WRK-DATA " - EXECUCAO ABORTADA"
               MOVE 16 TO WRK-RETORNO
           END-IF.

       1810-LE-TAXAS.
           READ TAXAS-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-TAXAS
           END-READ.

       1820-SELECIONA-TAXAS.
           IF TAX-VIGENCIA <= WRK-DATA
               AND TAX-VIGENCIA >= WRK-TAX-VIGENCIA-USO
               MOVE 'S' TO WRK-TAX-ENCONTRADA
               MOVE TAX-VIGENCIA TO WRK-TAX-VIGENCIA-USO
               MOVE TAX-INSS-PATRONAL TO WRK-TAX-PATRONAL
               MOVE TAX-RAT TO WRK-TAX-RAT
               MOVE TAX-TERCEIROS TO WRK-TAX-TERCEIROS
           END-IF.
           PERFORM 1810-LE-TAXAS.

      *** ABRE O HISTORICO (CONSULTA DO 13o PAGO - AUSENTE = NADA ******
      *** PAGO), O SALDO DA PROVISAO (CRIADO NA PRIMEIRA APURACAO) E ***
      *** O REGISTRO ***************************************************
       1900-ABRE-ARQUIVOS.
           OPEN INPUT HISTORICO-SALARIO.
           IF WRK-STATUS-HISTORICO = "00"
               MOVE 'S' TO WRK-HISTORICO-ABERTO
           END-IF.
           OPEN I-O PROVISAO-ARQUIVO.
           IF WRK-STATUS-PROVISAO = "35"
               OPEN OUTPUT PROVISAO-ARQUIVO
               CLOSE PROVISAO-ARQUIVO
               OPEN I-O PROVISAO-ARQUIVO
           END-IF.
           OPEN OUTPUT PROVISAO-RELATORIO.

      *** APURA A PROVISAO DE UM EMPREGADO DO MASTER. O SALDO ANTERIOR *
      *** E O SALDO DA ULTIMA COMPETENCIA APURADA - NA REEXECUCAO DA ***
      *** MESMA COMPETENCIA VALE O ANTERIOR JA GUARDADO NO REGISTRO ****
       2000-PROCESSA-EMPREGADO.
           ADD 1 TO WRK-QTD-PROCESSADOS.
           MOVE EMP-ID TO PRV-ID.
           READ PROVISAO-ARQUIVO
               INVALID KEY
                   MOVE 'N' TO WRK-PRV-EXISTENTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PRV-EXISTENTE
           END-READ.
           IF WRK-PRV-EXISTENTE = 'S'
               IF PRV-COMPETENCIA NOT = WRK-COMPETENCIA
                   PERFORM 2010-TRANSPORTA-SALDO
                       VARYING WRK-IDX-CMP FROM 1 BY 1
                       UNTIL WRK-IDX-CMP > 6
               END-IF
           ELSE
               MOVE SPACES TO WRK-REG-PROVISAO
               INITIALIZE WRK-REG-PROVISAO
               MOVE EMP-ID TO PRV-ID
           END-IF.
           MOVE WRK-COMPETENCIA TO PRV-COMPETENCIA.
           MOVE EMP-CENTRO-CUSTO TO PRV-CENTRO-CUSTO.
           IF EMP-EMPRESA = SPACES
               MOVE "001" TO PRV-EMPRESA
           ELSE
               MOVE EMP-EMPRESA TO PRV-EMPRESA
           END-IF.
           MOVE ZEROS TO PRV-AVOS-13.
           MOVE ZEROS TO PRV-SALDO-DIAS-FERIAS.
           PERFORM 2020-LIMPA-MOVIMENTO
               VARYING WRK-IDX-CMP FROM 1 BY 1
               UNTIL WRK-IDX-CMP > 6.
           PERFORM 2100-APURA-PAGAMENTOS.
           EVALUATE TRUE
               WHEN EMP-DESLIGADO OR WRK-RESCISAO-MES = 'S'
                   MOVE "RESCISAO" TO WRK-SITUACAO
                   PERFORM 2200-BAIXA-INTEGRAL
                       VARYING WRK-IDX-CMP FROM 1 BY 1
                       UNTIL WRK-IDX-CMP > 6
               WHEN EMP-MOEDA NOT = "BRL" AND EMP-MOEDA NOT = SPACES
                   MOVE "MOEDA EST" TO WRK-SITUACAO
               WHEN OTHER
                   PERFORM 2300-BUSCA-ADMISSAO
                   IF WRK-ADM-ENCONTRADA = 'S'
                       MOVE SPACES TO WRK-SITUACAO
                       PERFORM 2400-APURA-13
                       PERFORM 2500-APURA-FERIAS
                   ELSE
                       MOVE "SEM ADMIS" TO WRK-SITUACAO
                       PERFORM 2250-MANTEM-SALDO
                           VARYING WRK-IDX-CMP FROM 1 BY 1
                           UNTIL WRK-IDX-CMP > 6
                   END-IF
           END-EVALUATE.
           MOVE 'N' TO WRK-PRV-MOVIMENTO.
           PERFORM 2600-CALCULA-CONSTITUICAO
               VARYING WRK-IDX-CMP FROM 1 BY 1
               UNTIL WRK-IDX-CMP > 6.
           IF WRK-PRV-EXISTENTE = 'S'
               REWRITE WRK-REG-PROVISAO
           ELSE
               IF WRK-PRV-MOVIMENTO = 'S'
                   WRITE WRK-REG-PROVISAO
               END-IF
           END-IF.
           IF WRK-PRV-MOVIMENTO = 'S'
               PERFORM 2700-IMPRIME-EMPREGADO
               PERFORM 2800-ACUMULA-CENTRO
           END-IF.
           PERFORM 2900-CONTA-SITUACAO.
           PERFORM 1500-LE-EMPREGADO.

       2010-TRANSPORTA-SALDO.
           MOVE PRV-SALDO (WRK-IDX-CMP) TO PRV-ANTERIOR (WRK-IDX-CMP).

       2020-LIMPA-MOVIMENTO.
           MOVE ZEROS TO PRV-CONSTITUICAO (WRK-IDX-CMP).
           MOVE ZEROS TO PRV-BAIXA (WRK-IDX-CMP).
           MOVE ZEROS TO PRV-SALDO (WRK-IDX-CMP).

      *** FERIAS PAGAS E RESCISAO DO EMPREGADO NA COMPETENCIA **********
       2100-APURA-PAGAMENTOS.
           MOVE 'N' TO WRK-RESCISAO-MES.
           MOVE ZEROS TO WRK-FERIAS-PAGAS-MES.
           MOVE 'P' TO PTB-TIPO.
           MOVE EMP-ID TO PTB-ID.
           PERFORM 1590-LE-TRABALHO.
           IF WRK-PTB-ENCONTRADO = 'S'
               MOVE PTB-PAG-RESCISAO TO WRK-RESCISAO-MES
               MOVE PTB-PAG-FERIAS TO WRK-FERIAS-PAGAS-MES
           END-IF.

      *** RESCISAO - AS VERBAS RESCISORIAS QUITAM 13o E FERIAS: O ******
      *** SALDO INTEIRO E BAIXADO E NADA MAIS E CONSTITUIDO ************
       2200-BAIXA-INTEGRAL.
           MOVE PRV-ANTERIOR (WRK-IDX-CMP) TO PRV-BAIXA (WRK-IDX-CMP).

      *** SEM DATA DE ADMISSAO NAO HA COMO APURAR - O SALDO FICA *******
      *** COMO ESTAVA ATE O CADASTRO SER CORRIGIDO *********************
       2250-MANTEM-SALDO.
           MOVE PRV-ANTERIOR (WRK-IDX-CMP) TO PRV-SALDO (WRK-IDX-CMP).

      *** LOCALIZA A DATA DE ADMISSAO (VALE O ULTIMO REGISTRO DO *******
      *** EMPREGADO, COMO NO PROGCOB18) ********************************
       2300-BUSCA-ADMISSAO.
           MOVE 'N' TO WRK-ADM-ENCONTRADA.
           MOVE 'A' TO PTB-TIPO.
           MOVE EMP-ID TO PTB-ID.
           PERFORM 1590-LE-TRABALHO.
           IF WRK-PTB-ENCONTRADO = 'S'
               MOVE 'S' TO WRK-ADM-ENCONTRADA
               MOVE PTB-ADM-DATA (1:4) TO WRK-ADM-ANO
               MOVE PTB-ADM-DATA (5:2) TO WRK-ADM-MES
               MOVE PTB-ADM-DATA (7:2) TO WRK-ADM-DIA
           END-IF.

      *** 13o - SALDO = SALARIO X AVOS DO ANO / 12 MENOS O JA PAGO NO **
      *** ANO; PAGA A SEGUNDA PARCELA, O 13o DO ANO ESTA QUITADO *******
       2400-APURA-13.
           PERFORM 2410-APURA-HISTORICO-13.
           IF WRK-ADM-ANO < WRK-ANO
               MOVE 1 TO WRK-MES-INICIO-13
           ELSE
               IF WRK-ADM-ANO > WRK-ANO
                   MOVE 13 TO WRK-MES-INICIO-13
               ELSE
                   MOVE WRK-ADM-MES TO WRK-MES-INICIO-13
                   IF WRK-ADM-DIA > 15
                       ADD 1 TO WRK-MES-INICIO-13
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRK-AVOS-13 = WRK-MES - WRK-MES-INICIO-13 + 1.
           IF WRK-AVOS-13 < 0
               MOVE ZEROS TO WRK-AVOS-13
           END-IF.
           MOVE WRK-AVOS-13 TO PRV-AVOS-13.
           IF WRK-PAGOU-13-2 = 'S'
               MOVE ZEROS TO WRK-ALVO
           ELSE
               COMPUTE WRK-ALVO ROUNDED =
                   (EMP-SALARIO * WRK-AVOS-13 / 12) - WRK-PAGO-13-ANO
               IF WRK-ALVO < 0
                   MOVE ZEROS TO WRK-ALVO
               END-IF
           END-IF.
           MOVE WRK-ALVO TO PRV-SALDO (1).
           IF WRK-PAGOU-13-2-MES = 'S'
               OR WRK-PAGO-13-MES > PRV-ANTERIOR (1)
               MOVE PRV-ANTERIOR (1) TO PRV-BAIXA (1)
           ELSE
               MOVE WRK-PAGO-13-MES TO PRV-BAIXA (1)
           END-IF.
           MOVE 1 TO WRK-IDX-BASE.
           PERFORM 2450-APURA-DEPENDENTES.

      *** 13o JA PAGO NO ANO E NA COMPETENCIA (HISTORICO 13/1 E 13/2) **
       2410-APURA-HISTORICO-13.
           MOVE ZEROS TO WRK-PAGO-13-ANO.
           MOVE ZEROS TO WRK-PAGO-13-MES.
           MOVE 'N' TO WRK-PAGOU-13-2.
           MOVE 'N' TO WRK-PAGOU-13-2-MES.
           IF WRK-HISTORICO-ABERTO = 'S'
               MOVE 'N' TO WRK-FIM-HIST-EMP
               MOVE EMP-ID TO HIST-ID
               MOVE WRK-ANO TO HIST-ANO
               MOVE ZEROS TO HIST-MES
               MOVE ZEROS TO HIST-DIA
               MOVE LOW-VALUES TO HIST-TIPO
               START HISTORICO-SALARIO KEY NOT < HIST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-HIST-EMP
               END-START
               IF WRK-FIM-HIST-EMP NOT = 'S'
                   PERFORM 2420-LE-HISTORICO-EMP
                   PERFORM 2430-CONFERE-HISTORICO-EMP
                       UNTIL WRK-FIM-HIST-EMP = 'S'
               END-IF
           END-IF.

       2420-LE-HISTORICO-EMP.
           READ HISTORICO-SALARIO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-HIST-EMP
           END-READ.

       2430-CONFERE-HISTORICO-EMP.
           IF HIST-ID NOT = EMP-ID OR HIST-ANO NOT = WRK-ANO
               MOVE 'S' TO WRK-FIM-HIST-EMP
           ELSE
               IF HIST-TIPO = "13/1" OR HIST-TIPO = "13/2"
                   ADD HIST-SALARIO-BRUTO TO WRK-PAGO-13-ANO
                   IF HIST-MES = WRK-MES
                       ADD HIST-SALARIO-BRUTO TO WRK-PAGO-13-MES
                   END-IF
                   IF HIST-TIPO = "13/2"
                       MOVE 'S' TO WRK-PAGOU-13-2
                       IF HIST-MES = WRK-MES
                           MOVE 'S' TO WRK-PAGOU-13-2-MES
                       END-IF
                   END-IF
               END-IF
               PERFORM 2420-LE-HISTORICO-EMP
           END-IF.

      *** ENCARGOS E FGTS ACOMPANHAM O COMPONENTE PRINCIPAL (INDICE ****
      *** WRK-IDX-BASE): SALDO PELAS ALIQUOTAS EM VIGOR, BAIXA NA ******
      *** MESMA PROPORCAO DA BAIXA DO PRINCIPAL ************************
       2450-APURA-DEPENDENTES.
           COMPUTE WRK-IDX-DEP = WRK-IDX-BASE + 1.
           COMPUTE PRV-SALDO (WRK-IDX-DEP) ROUNDED =
               PRV-SALDO (WRK-IDX-BASE) * WRK-ALIQ-ENCARGOS.
           PERFORM 2460-BAIXA-PROPORCIONAL.
           COMPUTE WRK-IDX-DEP = WRK-IDX-BASE + 2.
           COMPUTE PRV-SALDO (WRK-IDX-DEP) ROUNDED =
               PRV-SALDO (WRK-IDX-BASE) * WRK-FGTS-ALIQUOTA.
           PERFORM 2460-BAIXA-PROPORCIONAL.

       2460-BAIXA-PROPORCIONAL.
           IF PRV-BAIXA (WRK-IDX-BASE) = PRV-ANTERIOR (WRK-IDX-BASE)
               MOVE PRV-ANTERIOR (WRK-IDX-DEP)
                   TO PRV-BAIXA (WRK-IDX-DEP)
           ELSE
               COMPUTE PRV-BAIXA (WRK-IDX-DEP) ROUNDED =
                   PRV-ANTERIOR (WRK-IDX-DEP) * PRV-BAIXA (WRK-IDX-BASE)
                       / PRV-ANTERIOR (WRK-IDX-BASE)
           END-IF.

      *** FERIAS - SALDO DE DIAS COMO NO PROGCOB18 (2,5 DIAS POR MES ***
      *** COMPLETO DESDE A ADMISSAO MENOS OS GOZADOS) VALORIZADO AO ****
      *** SALARIO ATUAL COM 1/3; AS FERIAS PAGAS NA COMPETENCIA ********
      *** BAIXAM O SALDO ANTERIOR ATE O VALOR PAGO *********************
       2500-APURA-FERIAS.
           COMPUTE WRK-MESES-TOTAIS =
               ((WRK-ANO - WRK-ADM-ANO) * 12)
                   + WRK-MES - WRK-ADM-MES.
           IF WRK-DIA < WRK-ADM-DIA
               SUBTRACT 1 FROM WRK-MESES-TOTAIS
           END-IF.
           IF WRK-MESES-TOTAIS < 0
               MOVE ZEROS TO WRK-MESES-TOTAIS
           END-IF.
           COMPUTE WRK-DIAS-GANHOS = WRK-MESES-TOTAIS * 30 / 12.
           MOVE ZEROS TO WRK-DIAS-GOZADOS.
           MOVE 'F' TO PTB-TIPO.
           MOVE EMP-ID TO PTB-ID.
           PERFORM 1590-LE-TRABALHO.
           IF WRK-PTB-ENCONTRADO = 'S'
               MOVE PTB-FER-DIAS TO WRK-DIAS-GOZADOS
           END-IF.
           COMPUTE WRK-SALDO-DIAS = WRK-DIAS-GANHOS - WRK-DIAS-GOZADOS.
           MOVE WRK-SALDO-DIAS TO PRV-SALDO-DIAS-FERIAS.
           IF WRK-SALDO-DIAS > 0
               COMPUTE PRV-SALDO (4) ROUNDED =
                   (EMP-SALARIO + (EMP-SALARIO / 3))
                       * WRK-SALDO-DIAS / 30
           ELSE
               MOVE ZEROS TO PRV-SALDO (4)
           END-IF.
           IF WRK-FERIAS-PAGAS-MES > PRV-ANTERIOR (4)
               MOVE PRV-ANTERIOR (4) TO PRV-BAIXA (4)
           ELSE
               MOVE WRK-FERIAS-PAGAS-MES TO PRV-BAIXA (4)
           END-IF.
           MOVE 4 TO WRK-IDX-BASE.
           PERFORM 2450-APURA-DEPENDENTES.

      *** CONSTITUICAO = SALDO NOVO - (ANTERIOR - BAIXA); NEGATIVA *****
      *** QUANDO O SALDO CAI SEM PAGAMENTO (REDUCAO DE SALARIO, ********
      *** EXPATRIACAO, FERIAS GOZADAS ALEM DO PAGO) ********************
       2600-CALCULA-CONSTITUICAO.
           COMPUTE PRV-CONSTITUICAO (WRK-IDX-CMP) =
               PRV-SALDO (WRK-IDX-CMP) - PRV-ANTERIOR (WRK-IDX-CMP)
                   + PRV-BAIXA (WRK-IDX-CMP).
           IF PRV-CONSTITUICAO (WRK-IDX-CMP) NOT = ZEROS
               OR PRV-BAIXA (WRK-IDX-CMP) NOT = ZEROS
               MOVE 'S' TO WRK-PRV-MOVIMENTO
           END-IF.

       2700-IMPRIME-EMPREGADO.
           MOVE EMP-ID TO WRK-LPR-ID.
           MOVE EMP-NOME TO WRK-LPR-NOME.
           MOVE PRV-CENTRO-CUSTO TO WRK-LPR-CC.
           MOVE PRV-AVOS-13 TO WRK-LPR-AVOS.
           MOVE PRV-SALDO-DIAS-FERIAS TO WRK-LPR-DIAS.
           MOVE PRV-CONSTITUICAO (1) TO WRK-LPR-CONST-13.
           MOVE PRV-CONSTITUICAO (4) TO WRK-LPR-CONST-FER.
           COMPUTE WRK-LPR-CONST-ENC =
               PRV-CONSTITUICAO (2) + PRV-CONSTITUICAO (3)
                   + PRV-CONSTITUICAO (5) + PRV-CONSTITUICAO (6).
           COMPUTE WRK-LPR-BAIXA =
               PRV-BAIXA (1) + PRV-BAIXA (2) + PRV-BAIXA (3)
                   + PRV-BAIXA (4) + PRV-BAIXA (5) + PRV-BAIXA (6).
           COMPUTE WRK-LPR-SALDO =
               PRV-SALDO (1) + PRV-SALDO (2) + PRV-SALDO (3)
                   + PRV-SALDO (4) + PRV-SALDO (5) + PRV-SALDO (6).
           MOVE WRK-SITUACAO TO WRK-LPR-SITUACAO.
           WRITE LINHA-PROVISAO FROM WRK-LINHA-PRV.

      *** ACUMULA CONSTITUICAO E BAIXA NO CENTRO DE CUSTO E NOS ********
      *** TOTAIS POR COMPONENTE. O CENTRO NOVO RECEBE O NUMERO DE ******
      *** ORDEM (K) E O SEU REGISTRO DE VALORES (C) E LIDO POR ELE *****
       2800-ACUMULA-CENTRO.
           ADD 1 TO WRK-QTD-PROVISIONADOS.
           MOVE 'K' TO PTB-TIPO.
           MOVE PRV-CENTRO-CUSTO TO PTB-ARGUMENTO.
           PERFORM 1590-LE-TRABALHO.
           IF WRK-PTB-ENCONTRADO = 'S'
               MOVE PTB-CC-ORDEM TO WRK-IDX-CC
               MOVE 'C' TO PTB-TIPO
               MOVE WRK-IDX-CC TO PTB-ID
               PERFORM 1590-LE-TRABALHO
               IF WRK-PTB-ENCONTRADO NOT = 'S'
                   PERFORM 1595-FALHA-TRABALHO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-CENTROS
               MOVE WRK-QTD-CENTROS TO WRK-IDX-CC
               PERFORM 1599-INICIA-TRABALHO
               MOVE WRK-IDX-CC TO PTB-CC-ORDEM
               PERFORM 1598-GRAVA-TRABALHO
               MOVE 'C' TO PTB-TIPO
               MOVE WRK-IDX-CC TO PTB-ID
               MOVE PRV-CENTRO-CUSTO TO PTB-CC-CODIGO
               PERFORM 2820-ZERA-CENTRO
                   VARYING WRK-IDX-CMP FROM 1 BY 1
                   UNTIL WRK-IDX-CMP > 6
           END-IF.
           IF WRK-RETORNO = 16
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               PERFORM 2830-SOMA-COMPONENTE
                   VARYING WRK-IDX-CMP FROM 1 BY 1
                   UNTIL WRK-IDX-CMP > 6
               PERFORM 1598-GRAVA-TRABALHO
               IF WRK-RETORNO = 16
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

       2820-ZERA-CENTRO.
           MOVE ZEROS TO PTB-CC-CONSTITUICAO (WRK-IDX-CMP).
           MOVE ZEROS TO PTB-CC-BAIXA (WRK-IDX-CMP).

       2830-SOMA-COMPONENTE.
           ADD PRV-CONSTITUICAO (WRK-IDX-CMP)
               TO PTB-CC-CONSTITUICAO (WRK-IDX-CMP).
           ADD PRV-BAIXA (WRK-IDX-CMP)
               TO PTB-CC-BAIXA (WRK-IDX-CMP).
           ADD PRV-ANTERIOR (WRK-IDX-CMP) TO TOT-ANTERIOR (WRK-IDX-CMP).
           ADD PRV-CONSTITUICAO (WRK-IDX-CMP)
               TO TOT-CONSTITUICAO (WRK-IDX-CMP).
           ADD PRV-BAIXA (WRK-IDX-CMP) TO TOT-BAIXA (WRK-IDX-CMP).
           ADD PRV-SALDO (WRK-IDX-CMP) TO TOT-SALDO (WRK-IDX-CMP).

       2900-CONTA-SITUACAO.
           EVALUATE WRK-SITUACAO
               WHEN "RESCISAO"
                   IF WRK-PRV-MOVIMENTO = 'S'
                       ADD 1 TO WRK-QTD-RESCISAO
                   END-IF
               WHEN "MOEDA EST"
                   ADD 1 TO WRK-QTD-MOEDA-ESTRANGEIRA
               WHEN "SEM ADMIS"
                   ADD 1 TO WRK-QTD-SEM-ADMISSAO
                   DISPLAY "ADMISSAO NAO ENCONTRADA - EMPREGADO "
                       EMP-ID " MANTIDO COM O SALDO ANTERIOR"
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
           END-EVALUATE.

       3000-IMPRIME-CABECALHO.
           MOVE WRK-COMPETENCIA TO WRK-CAB-COMPETENCIA.
           MOVE WRK-TAX-VIGENCIA-USO TO WRK-CAB-VIGENCIA.
           WRITE LINHA-PROVISAO FROM WRK-CAB-PRV-1.
           MOVE SPACES TO LINHA-PROVISAO.
           WRITE LINHA-PROVISAO.
           WRITE LINHA-PROVISAO FROM WRK-CAB-PRV-2.

      *** TOTAIS POR COMPONENTE (ANTERIOR + CONSTITUICAO - BAIXA = *****
      *** SALDO ATUAL) E RESUMO DA APURACAO ****************************
       3100-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-PROVISAO.
           WRITE LINHA-PROVISAO.
           WRITE LINHA-PROVISAO FROM WRK-CAB-PRV-TOTAIS.
           PERFORM 3110-IMPRIME-TOTAL-COMPONENTE
               VARYING WRK-IDX-CMP FROM 1 BY 1
               UNTIL WRK-IDX-CMP > 6.
           MOVE SPACES TO LINHA-PROVISAO.
           WRITE LINHA-PROVISAO.
           MOVE "EMPREGADOS LIDOS NO MASTER.............:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-PROCESSADOS TO WRK-LRS-QTD.
           WRITE LINHA-PROVISAO FROM WRK-LINHA-RESUMO.
           MOVE "EMPREGADOS COM MOVIMENTO NA PROVISAO...:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-PROVISIONADOS TO WRK-LRS-QTD.
           WRITE LINHA-PROVISAO FROM WRK-LINHA-RESUMO.
           MOVE "RESCISOES COM BAIXA DO SALDO...........:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-RESCISAO TO WRK-LRS-QTD.
           WRITE LINHA-PROVISAO FROM WRK-LINHA-RESUMO.
           MOVE "MOEDA ESTRANGEIRA (FORA DA PROVISAO)...:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-MOEDA-ESTRANGEIRA TO WRK-LRS-QTD.
           WRITE LINHA-PROVISAO FROM WRK-LINHA-RESUMO.
           MOVE "SEM ADMISSAO (SALDO MANTIDO)...........:"
               TO WRK-LRS-DESCRICAO.
           MOVE WRK-QTD-SEM-ADMISSAO TO WRK-LRS-QTD.
           WRITE LINHA-PROVISAO FROM WRK-LINHA-RESUMO.

       3110-IMPRIME-TOTAL-COMPONENTE.
           MOVE TAB-PRV-DESCRICAO (WRK-IDX-CMP) TO WRK-LPT-DESCRICAO.
           MOVE TOT-ANTERIOR (WRK-IDX-CMP) TO WRK-LPT-ANTERIOR.
           MOVE TOT-CONSTITUICAO (WRK-IDX-CMP) TO WRK-LPT-CONSTITUICAO.
           MOVE TOT-BAIXA (WRK-IDX-CMP) TO WRK-LPT-BAIXA.
           MOVE TOT-SALDO (WRK-IDX-CMP) TO WRK-LPT-SALDO.
           WRITE LINHA-PROVISAO FROM WRK-LINHA-PRV-TOTAL.

      *** LOTE CONTABIL DA PROVISAO NO LAYOUT DO LANCAMENTOS.DAT - *****
      *** POR CENTRO DE CUSTO E COMPONENTE: CONSTITUICAO A DEBITO DA ***
      *** DESPESA E CREDITO DO PASSIVO (NEGATIVA = REVERSAO, LADOS *****
      *** TROCADOS); BAIXA A DEBITO DO PASSIVO E CREDITO DA DESPESA ****
      *** (A DESPESA JA FOI RECONHECIDA NO PAGAMENTO) ******************
       4000-GRAVA-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTO-ARQUIVO.
           MOVE WRK-ANO TO LANH-COMPETENCIA-ANO.
           MOVE WRK-MES TO LANH-COMPETENCIA-MES.
           MOVE WRK-DATA TO LANH-DATA-GERACAO.
           WRITE LINHA-LANCAMENTO FROM WRK-REG-LANC-HEADER.
           PERFORM 4100-GRAVA-CENTRO
               VARYING WRK-IDX-CC FROM 1 BY 1
               UNTIL WRK-IDX-CC > WRK-QTD-CENTROS
                   OR WRK-RETORNO = 16.
           MOVE WRK-QTD-LANCAMENTOS TO LANT-QTD.
           MOVE WRK-TOTAL-DEBITOS TO LANT-TOTAL-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO LANT-TOTAL-CREDITOS.
           WRITE LINHA-LANCAMENTO FROM WRK-REG-LANC-TRAILER.
           CLOSE LANCAMENTO-ARQUIVO.

       4100-GRAVA-CENTRO.
           MOVE 'C' TO PTB-TIPO.
           MOVE WRK-IDX-CC TO PTB-ID.
           PERFORM 1590-LE-TRABALHO.
           IF WRK-PTB-ENCONTRADO NOT = 'S'
               PERFORM 1595-FALHA-TRABALHO
           ELSE
               PERFORM 4200-GRAVA-COMPONENTE
                   VARYING WRK-IDX-CMP FROM 1 BY 1
                   UNTIL WRK-IDX-CMP > 6
           END-IF.

       4200-GRAVA-COMPONENTE.
           MOVE PTB-CC-CONSTITUICAO (WRK-IDX-CMP)
               TO WRK-VALOR-LANCAMENTO.
           IF WRK-VALOR-LANCAMENTO > ZEROS
               MOVE "D" TO LAN-TIPO
               MOVE TAB-PRV-CONTA-DESPESA (WRK-IDX-CMP) TO LAN-CONTA
               MOVE PTB-CC-CODIGO TO LAN-CENTRO-CUSTO
               MOVE WRK-VALOR-LANCAMENTO TO LAN-VALOR
               MOVE TAB-PRV-DESCRICAO (WRK-IDX-CMP) TO LAN-DESCRICAO
               PERFORM 4900-GRAVA-LINHA-LANCAMENTO
               MOVE "C" TO LAN-TIPO
               MOVE TAB-PRV-CONTA-PASSIVO (WRK-IDX-CMP) TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               PERFORM 4900-GRAVA-LINHA-LANCAMENTO
           END-IF.
           IF WRK-VALOR-LANCAMENTO < ZEROS
               COMPUTE WRK-VALOR-LANCAMENTO = WRK-VALOR-LANCAMENTO * -1
               MOVE "D" TO LAN-TIPO
               MOVE TAB-PRV-CONTA-PASSIVO (WRK-IDX-CMP) TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               MOVE WRK-VALOR-LANCAMENTO TO LAN-VALOR
               MOVE "REVERSAO PROVISAO" TO LAN-DESCRICAO
               PERFORM 4900-GRAVA-LINHA-LANCAMENTO
               MOVE "C" TO LAN-TIPO
               MOVE TAB-PRV-CONTA-DESPESA (WRK-IDX-CMP) TO LAN-CONTA
               MOVE PTB-CC-CODIGO TO LAN-CENTRO-CUSTO
               MOVE TAB-PRV-DESCRICAO (WRK-IDX-CMP) TO LAN-DESCRICAO
               PERFORM 4900-GRAVA-LINHA-LANCAMENTO
           END-IF.
           MOVE PTB-CC-BAIXA (WRK-IDX-CMP)
               TO WRK-VALOR-LANCAMENTO.
           IF WRK-VALOR-LANCAMENTO > ZEROS
               MOVE "D" TO LAN-TIPO
               MOVE TAB-PRV-CONTA-PASSIVO (WRK-IDX-CMP) TO LAN-CONTA
               MOVE SPACES TO LAN-CENTRO-CUSTO
               MOVE WRK-VALOR-LANCAMENTO TO LAN-VALOR
               MOVE "BAIXA PROVISAO PAGA" TO LAN-DESCRICAO
               PERFORM 4900-GRAVA-LINHA-LANCAMENTO
               MOVE "C" TO LAN-TIPO
               MOVE TAB-PRV-CONTA-DESPESA (WRK-IDX-CMP) TO LAN-CONTA
               MOVE PTB-CC-CODIGO TO LAN-CENTRO-CUSTO
               MOVE TAB-PRV-DESCRICAO (WRK-IDX-CMP) TO LAN-DESCRICAO
               PERFORM 4900-GRAVA-LINHA-LANCAMENTO
           END-IF.

       4900-GRAVA-LINHA-LANCAMENTO.
           WRITE LINHA-LANCAMENTO FROM WRK-REG-LANCAMENTO.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
           IF LAN-TIPO = "D"
               ADD LAN-VALOR TO WRK-TOTAL-DEBITOS
           ELSE
               ADD LAN-VALOR TO WRK-TOTAL-CREDITOS
           END-IF.
