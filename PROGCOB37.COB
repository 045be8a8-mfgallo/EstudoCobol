       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB37.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: GUIAS DE RECOLHIMENTO DO INSS (GPS) E DO IRRF RETIDO
      * (DARF) DA EMPRESA DO GRUPO (FOLHAEMPRESA, CADASTRADA EM
      * EMPRESAS.DAT) NA COMPETENCIA (FOLHACOMPETENCIA=AAAAMM, AUSENTE
      * VALE A DA DATA DA EXECUCAO). SOMA O RESUMO DA FOLHA
      * (RESUMOFOLHA.DAT) DE TODOS OS EVENTOS DA COMPETENCIA - FOLHA
      * MENSAL, ADIANTAMENTO, RESCISAO, FERIAS, PLR E 13o:
      *   GPS 2100 (FOLHA)  = INSS RETIDO + ENCARGOS PATRONAIS
      *   GPS 2100 (13o)    = IDEM DAS PARCELAS DO 13o (COMPETENCIA 13)
      *   DARF 0561         = IRRF SOBRE RENDIMENTOS DO TRABALHO
      *   DARF 3562         = IRRF EXCLUSIVO SOBRE A PLR
      * O VENCIMENTO LEGAL (DIA 20 DO MES SEGUINTE; GPS DO 13o EM 20
      * DE DEZEMBRO) E RECUADO PARA O DIA UTIL ANTERIOR QUANDO CAI EM
      * SABADO, DOMINGO OU FERIADO (FERIADOS.DAT). GERA O RELATORIO
      * DAS GUIAS (DATA/GUIAS<EMPRESA>.PRT) E A REMESSA DE PAGAMENTO
      * DE TRIBUTOS AO BANCO (DATA/REMESSATRIB<EMPRESA>.CNAB240,
      * SEGMENTO N). OS TOTAIS DO RESUMO DE TODAS AS EMPRESAS SAO
      * CONFERIDOS COM OS CREDITOS DE INSS, ENCARGOS E IRRF A RECOLHER
      * DO LOTE CONTABIL DA EXPORTACAO (LANCAMENTOS.DAT, PROGCOB13) -
      * LOTE AUSENTE, DE OUTRA COMPETENCIA OU DIVERGENTE INTERROMPE O
      * PASSO (RC 8) E A REMESSA SAI VAZIA. GUIA JA VENCIDA NA DATA DA
      * EXECUCAO E APONTADA COM AVISO (RC 4)
      *MODIFICACAO: FERIADOS.DAT MAIOR QUE A TABELA DO CALENDARIO
      * ABORTA COM RC 16 SEM GERAR AS GUIAS (ANTES O EXCESSO ESTOURAVA
      * A TABELA E O VENCIMENTO PODIA CAIR NUM FERIADO PERDIDO)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT FERIADO-ARQUIVO ASSIGN TO "DATA/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADO.
           SELECT RESUMO-ARQUIVO ASSIGN TO "DATA/RESUMOFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT LANCAMENTO-ARQUIVO ASSIGN TO "DATA/LANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANCAMENTO.
      *** RELATORIO E REMESSA POR EMPRESA - NOME MONTADO POR CAMPO *****
           SELECT GUIAS-RELATORIO ASSIGN TO WRK-NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT CNAB-REMESSA-TRIB ASSIGN TO WRK-NOME-ARQ-REMESSA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CNAB.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-ARQUIVO.
           COPY CBEMPRESA.
       FD  FERIADO-ARQUIVO.
           COPY CBFERIAD.
       FD  RESUMO-ARQUIVO.
           COPY CBRESUMO.
       FD  LANCAMENTO-ARQUIVO.
       01 LINHA-LANCAMENTO PIC X(60).
       FD  GUIAS-RELATORIO.
       01 LINHA-GUIAS PIC X(120).
       FD  CNAB-REMESSA-TRIB
           RECORD CONTAINS 240 CHARACTERS.
       01 LINHA-CNAB PIC X(240).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-STATUS-FERIADO PIC X(02) VALUE "00".
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-STATUS-LANCAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-CNAB PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-ARQ-RELATORIO PIC X(40) VALUE SPACES.
       77 WRK-NOME-ARQ-REMESSA PIC X(40) VALUE SPACES.
       77 WRK-EMPRESA-SELECIONADA PIC X(03) VALUE "001".
       77 WRK-EMPRESA-RESUMO PIC X(03) VALUE SPACES.
       77 WRK-NOME-EMPRESA PIC X(30) VALUE SPACES.
       77 WRK-EMS-CNPJ PIC 9(14) VALUE ZEROS.
       77 WRK-EMS-CONVENIO PIC 9(06) VALUE ZEROS.
       77 WRK-EMS-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-FIM-EMPRESA PIC X(01) VALUE 'N'.
       77 WRK-FIM-FERIADO PIC X(01) VALUE 'N'.
       77 WRK-FIM-RESUMO PIC X(01) VALUE 'N'.
       77 WRK-FIM-LANCAMENTO PIC X(01) VALUE 'N'.
       77 WRK-IDX-FER PIC 9(02) VALUE ZEROS.
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RESUMO-EMPRESA PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-LOTE-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-CONFERE-LOTE PIC X(01) VALUE 'N'.
           88 LOTE-CONFERIDO VALUE 'S'.
       77 WRK-QTD-VENCIDAS PIC 9(01) VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-NUM REDEFINES WRK-DATA PIC 9(08).
       01 WRK-COMP-PARTES.
           02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMP-NUM REDEFINES WRK-COMP-PARTES PIC 9(06).
      *** TOTAIS DO RESUMO DE TODAS AS EMPRESAS, PARA A CONFERENCIA ****
      *** COM O LOTE CONTABIL (QUE NAO SEPARA EMPRESA) *****************
       77 WRK-GER-INSS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GER-ENCARGOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GER-IRRF PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-INSS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-ENCARGOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-IRRF PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DIF-INSS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-ENCARGOS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-IRRF PIC S9(11)V99 VALUE ZEROS.
      *** MESMO LAYOUT GRAVADO PELA EXPORTACAO CONTABIL, COM A VISAO ***
      *** DO HEADER DE LOTE (COMPETENCIA) SOBRE A MESMA AREA ***********
       01 WRK-REG-LANCAMENTO.
           02 LAN-TIPO PIC X(01).
           02 LAN-CONTA PIC X(08).
           02 LAN-CENTRO-CUSTO PIC X(04).
           02 LAN-VALOR PIC 9(11)V99.
           02 LAN-DESCRICAO PIC X(25).
           02 FILLER PIC X(09).
       01 WRK-REG-LANC-HEADER REDEFINES WRK-REG-LANCAMENTO.
           02 FILLER PIC X(01).
           02 LANH-COMPETENCIA-ANO PIC 9(04).
           02 LANH-COMPETENCIA-MES PIC 9(02).
           02 LANH-DATA-GERACAO PIC 9(08).
           02 LANH-ORIGEM PIC X(10).
           02 FILLER PIC X(35).
      *** AS QUATRO GUIAS DA EMPRESA: TRIBUTO, CODIGO DE RECEITA E *****
      *** DESCRICAO FIXOS; VALORES E VENCIMENTOS APURADOS NA EXECUCAO **
       01 WRK-TAB-GUIAS-INIC.
           02 FILLER PIC X(38)
               VALUE "GPS 2100INSS FOLHA, RESCISAO E FERIAS ".
           02 FILLER PIC X(38)
               VALUE "GPS 2100INSS SOBRE O 13O SALARIO      ".
           02 FILLER PIC X(38)
               VALUE "DARF0561IRRF RENDIMENTOS DO TRABALHO  ".
           02 FILLER PIC X(38)
               VALUE "DARF3562IRRF PARTICIPACAO NOS LUCROS  ".
       01 WRK-TAB-GUIAS REDEFINES WRK-TAB-GUIAS-INIC.
           02 WRK-TAB-GUIA OCCURS 4 TIMES.
               03 TAB-GUI-TRIBUTO PIC X(04).
               03 TAB-GUI-RECEITA PIC X(04).
               03 TAB-GUI-DESCRICAO PIC X(30).
       01 WRK-TAB-GUIAS-VALORES.
           02 WRK-TAB-GUIA-VALOR OCCURS 4 TIMES.
               03 TAB-GUI-RETIDO PIC 9(11)V99.
               03 TAB-GUI-PATRONAL PIC 9(11)V99.
               03 TAB-GUI-VALOR PIC 9(11)V99.
               03 TAB-GUI-PERIODO PIC 9(06).
               03 TAB-GUI-VENCIMENTO PIC 9(08).
       77 WRK-QTD-GUIAS PIC 9(01) VALUE 4.
       77 WRK-IDX-GUI PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-GUI-INSS PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-GUI-IRRF PIC 9(01) VALUE ZEROS.
       77 WRK-TOTAL-GUIAS PIC 9(13)V99 VALUE ZEROS.
      *** APOIO AO CALCULO DO VENCIMENTO (ZELLER E RECUO DE DIA) *******
       COPY CBCALEND.
       77 WRK-CAL-M PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-Y PIC 9(04) VALUE ZEROS.
       77 WRK-CAL-K PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-J PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-TERM1 PIC S9(04) VALUE ZEROS.
       77 WRK-CAL-SOMA PIC S9(06) VALUE ZEROS.
       77 WRK-CAL-QUOC PIC S9(04) VALUE ZEROS.
       77 WRK-CAL-H PIC S9(04) VALUE ZEROS.
       77 WRK-VEN-UTIL PIC X(01) VALUE 'N'.
       77 WRK-VEN-COMPOSTA PIC 9(08) VALUE ZEROS.
       77 WRK-VEN-BISSEXTO PIC X(01) VALUE 'N'.
       01 WRK-DATA-VENCIMENTO.
           02 WRK-VEN-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-VEN-MES PIC 9(02) VALUE ZEROS.
           02 WRK-VEN-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-DIAS-MES-INIC.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-INIC.
           02 WRK-DIAS-MES-TAB PIC 9(02) OCCURS 12 TIMES.
      *** REMESSA DE PAGAMENTO DE TRIBUTOS - SEGMENTO N, UM POR GUIA ***
       77 WRK-NUM-SEQUENCIAL-CNAB PIC 9(05) VALUE ZEROS.
       77 WRK-CNAB-QTD-DETALHE PIC 9(06) VALUE ZEROS.
       77 WRK-CNAB-VALOR-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01 WRK-REG-CNAB-TRIBUTO.
           02 CNAB-BANCO PIC 9(03) VALUE 341.
           02 CNAB-LOTE PIC 9(04) VALUE 0001.
           02 CNAB-TIPO-REGISTRO PIC 9(01) VALUE 3.
           02 CNAB-NUM-SEQUENCIAL PIC 9(05).
           02 CNAB-SEGMENTO PIC X(01) VALUE "N".
      *** TIPO DE MOVIMENTO 06 IDENTIFICA PAGAMENTO DE TRIBUTO *********
           02 CNAB-TIPO-MOVIMENTO PIC 9(02) VALUE 06.
           02 CNAB-TRIBUTO PIC X(04).
           02 CNAB-RECEITA PIC X(04).
           02 CNAB-TIPO-INSCRICAO PIC 9(01) VALUE 2.
           02 CNAB-CNPJ-CONTRIBUINTE PIC 9(14).
           02 CNAB-PERIODO-APURACAO PIC 9(06).
           02 CNAB-VALOR-PAGAMENTO PIC S9(13)V99.
           02 CNAB-DATA-VENCIMENTO PIC 9(08).
           02 CNAB-DATA-PAGAMENTO PIC 9(08).
           02 CNAB-NOME-CONTRIBUINTE PIC X(30).
           02 FILLER PIC X(134) VALUE SPACES.
       01 WRK-REG-CNAB-HDR-ARQ.
           02 CNABH-BANCO PIC 9(03) VALUE 341.
           02 CNABH-LOTE PIC 9(04) VALUE 0000.
           02 CNABH-TIPO-REGISTRO PIC 9(01) VALUE 0.
           02 CNABH-EMPRESA PIC X(30).
           02 CNABH-DATA-GERACAO PIC 9(08).
           02 CNABH-CNPJ PIC 9(14).
           02 CNABH-CONVENIO PIC 9(06).
           02 FILLER PIC X(174) VALUE SPACES.
       01 WRK-REG-CNAB-HDR-LOTE.
           02 CNABL-BANCO PIC 9(03) VALUE 341.
           02 CNABL-LOTE PIC 9(04) VALUE 0001.
           02 CNABL-TIPO-REGISTRO PIC 9(01) VALUE 1.
           02 CNABL-EMPRESA PIC X(30).
           02 FILLER PIC X(202) VALUE SPACES.
       01 WRK-REG-CNAB-TRL-LOTE.
           02 CNABT-BANCO PIC 9(03) VALUE 341.
           02 CNABT-LOTE PIC 9(04) VALUE 0001.
           02 CNABT-TIPO-REGISTRO PIC 9(01) VALUE 5.
           02 CNABT-QTD-REGISTROS PIC 9(06).
           02 CNABT-VALOR-TOTAL PIC S9(13)V99.
           02 FILLER PIC X(211) VALUE SPACES.
       01 WRK-REG-CNAB-TRL-ARQ.
           02 CNABA-BANCO PIC 9(03) VALUE 341.
           02 CNABA-LOTE PIC 9(04) VALUE 9999.
           02 CNABA-TIPO-REGISTRO PIC 9(01) VALUE 9.
           02 CNABA-QTD-LOTES PIC 9(06) VALUE 000001.
           02 CNABA-QTD-REGISTROS PIC 9(06).
           02 FILLER PIC X(220) VALUE SPACES.
      *** LINHAS DO RELATORIO DAS GUIAS ********************************
       01 WRK-CAB-GUIAS-1.
           02 FILLER PIC X(10) VALUE SPACES.
           02 WRK-CAB-RAZAO PIC X(30).
           02 FILLER PIC X(07) VALUE " CNPJ ".
           02 WRK-CAB-CNPJ PIC 9(14).
       01 WRK-CAB-GUIAS-2.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(47)
               VALUE "GUIAS DE RECOLHIMENTO INSS/IRRF - COMPETENCIA ".
           02 WRK-CAB-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CAB-ANO PIC 9(04).
           02 FILLER PIC X(10) VALUE " EMPRESA ".
           02 WRK-CAB-EMPRESA PIC X(03).
       01 WRK-CAB-GUIAS-3.
           02 FILLER PIC X(13) VALUE "GUIA RECEITA ".
           02 FILLER PIC X(08) VALUE "PERIODO ".
           02 FILLER PIC X(31) VALUE "DESCRICAO".
           02 FILLER PIC X(15) VALUE "        RETIDO ".
           02 FILLER PIC X(15) VALUE "      PATRONAL ".
           02 FILLER PIC X(15) VALUE "         TOTAL ".
           02 FILLER PIC X(10) VALUE "VENCIMENTO".
       01 WRK-LINHA-GUIA.
           02 WRK-GUI-TRIBUTO PIC X(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-GUI-RECEITA PIC X(04).
           02 FILLER PIC X(04) VALUE SPACES.
           02 WRK-GUI-PERIODO-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-GUI-PERIODO-ANO PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-GUI-DESCRICAO PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-GUI-RETIDO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-GUI-PATRONAL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-GUI-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-GUI-VENC-DIA PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-GUI-VENC-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-GUI-VENC-ANO PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-GUI-SITUACAO PIC X(08).
       01 WRK-LINHA-TOTAL-GUIAS.
           02 FILLER PIC X(81)
               VALUE "TOTAL DAS GUIAS DA EMPRESA".
           02 WRK-GUI-TOTAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-CAB-CONFERENCIA-1.
           02 FILLER PIC X(46)
               VALUE "CONFERENCIA COM O LOTE CONTABIL DA EXPORTACAO ".
           02 FILLER PIC X(24) VALUE "(TODAS AS EMPRESAS)".
       01 WRK-CAB-CONFERENCIA-2.
           02 FILLER PIC X(31) VALUE "ITEM".
           02 FILLER PIC X(15) VALUE "        RESUMO ".
           02 FILLER PIC X(15) VALUE "          LOTE ".
           02 FILLER PIC X(15) VALUE "      DIFERENCA".
       01 WRK-LINHA-CONFERENCIA.
           02 WRK-CNF-ITEM PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CNF-RESUMO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CNF-LOTE PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CNF-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-SITUACAO.
           02 FILLER PIC X(11) VALUE "SITUACAO: ".
           02 WRK-CNF-SITUACAO PIC X(60).
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
           PERFORM 1000-DEFINE-COMPETENCIA.
           IF WRK-RETORNO = ZEROS
               PERFORM 1100-DEFINE-EMPRESA
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 1200-CARREGA-FERIADOS
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 2000-APURA-RESUMO
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 3000-CONFERE-LOTE-CONTABIL
               PERFORM 4000-CALCULA-VENCIMENTOS
                   VARYING WRK-IDX-GUI FROM 1 BY 1
                   UNTIL WRK-IDX-GUI > WRK-QTD-GUIAS
               PERFORM 5000-IMPRIME-GUIAS
               PERFORM 6000-GERA-REMESSA
               DISPLAY 'GUIAS DA EMPRESA ' WRK-EMPRESA-SELECIONADA
                   ' COMPETENCIA ' WRK-COMPETENCIA ' - TOTAL '
                   WRK-TOTAL-GUIAS
               IF WRK-QTD-VENCIDAS > ZEROS AND WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
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
           MOVE "PROGCOB37" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** COMPETENCIA DAS GUIAS PELA VARIAVEL DE AMBIENTE **************
      *** FOLHACOMPETENCIA (AAAAMM), COMO NO FECHAMENTO - AUSENTE VALE *
      *** A DA DATA DA EXECUCAO; INVALIDA RECUSA A EXECUCAO (RC 8) *****
       1000-DEFINE-COMPETENCIA.
           MOVE SPACES TO WRK-COMP-ENTRADA.
           DISPLAY "FOLHACOMPETENCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-COMP-ENTRADA = SPACES
               MOVE WRK-ANO TO WRK-COMP-ANO
               MOVE WRK-MES TO WRK-COMP-MES
           ELSE
               IF WRK-COMP-ENTRADA NOT NUMERIC
                   MOVE ZEROS TO WRK-COMP-NUM
               ELSE
                   MOVE WRK-COMP-ENTRADA TO WRK-COMP-NUM
               END-IF
           END-IF.
           IF WRK-COMP-ANO < 2000
               OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'FOLHACOMPETENCIA INVALIDA (' WRK-COMP-ENTRADA
                   ') - GUIAS NAO GERADAS'
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE WRK-COMP-NUM TO WRK-COMPETENCIA
           END-IF.

      *** EMPRESA DAS GUIAS PELA VARIAVEL FOLHAEMPRESA (AUSENTE = ******
      *** 001) - OBRIGATORIAMENTE CADASTRADA EM EMPRESAS.DAT, QUE DA ***
      *** O CNPJ DO CONTRIBUINTE E O CONVENIO DA REMESSA - FORA DO *****
      *** CADASTRO A EXECUCAO E ABORTADA (RC 16) ***********************
       1100-DEFINE-EMPRESA.
           DISPLAY "FOLHAEMPRESA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-EMPRESA-SELECIONADA FROM ENVIRONMENT-VALUE.
           IF WRK-EMPRESA-SELECIONADA = SPACES
               MOVE "001" TO WRK-EMPRESA-SELECIONADA
           END-IF.
           MOVE 'N' TO WRK-EMS-ENCONTRADA.
           OPEN INPUT EMPRESA-ARQUIVO.
           IF WRK-STATUS-EMPRESA NOT = "35"
               MOVE 'N' TO WRK-FIM-EMPRESA
               PERFORM 1110-LE-EMPRESA
               PERFORM 1120-CONFERE-EMPRESA
                   UNTIL WRK-FIM-EMPRESA = 'S'
               CLOSE EMPRESA-ARQUIVO
           END-IF.
           IF WRK-EMS-ENCONTRADA NOT = 'S'
               DISPLAY "EMPRESA " WRK-EMPRESA-SELECIONADA
                   " NAO CADASTRADA EM EMPRESAS.DAT - GUIAS NAO "
                   "GERADAS"
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE SPACES TO WRK-NOME-ARQ-RELATORIO
               MOVE SPACES TO WRK-NOME-ARQ-REMESSA
               STRING "DATA/GUIAS" DELIMITED BY SIZE
                   WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                   ".PRT" DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-RELATORIO
               STRING "DATA/REMESSATRIB" DELIMITED BY SIZE
                   WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                   ".CNAB240" DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-REMESSA
           END-IF.

       1110-LE-EMPRESA.
           READ EMPRESA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-EMPRESA
           END-READ.

       1120-CONFERE-EMPRESA.
           IF EMS-CODIGO = WRK-EMPRESA-SELECIONADA
               MOVE EMS-RAZAO-SOCIAL TO WRK-NOME-EMPRESA
               MOVE EMS-CNPJ TO WRK-EMS-CNPJ
               MOVE EMS-CONVENIO TO WRK-EMS-CONVENIO
               MOVE 'S' TO WRK-EMS-ENCONTRADA
           END-IF.
           PERFORM 1110-LE-EMPRESA.

      *** CARREGA A REFERENCIA DE FERIADOS NA TABELA DO CALENDARIO *****
       1200-CARREGA-FERIADOS.
           MOVE ZEROS TO WRK-CAL-QTD-FERIADOS.
           OPEN INPUT FERIADO-ARQUIVO.
           IF WRK-STATUS-FERIADO NOT = "35"
               MOVE 'N' TO WRK-FIM-FERIADO
               PERFORM 1210-LE-FERIADO
               PERFORM 1220-ARMAZENA-FERIADO
                   UNTIL WRK-FIM-FERIADO = 'S'
               CLOSE FERIADO-ARQUIVO
           END-IF.

       1210-LE-FERIADO.
           READ FERIADO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-FERIADO
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA (RC 16) - O VENCIMENTO **
      *** PODERIA CAIR NUM FERIADO PERDIDO *****************************
       1220-ARMAZENA-FERIADO.
           IF WRK-CAL-QTD-FERIADOS >= WRK-CAL-MAX-FERIADOS
               DISPLAY "FERIADOS.DAT COM MAIS DE " WRK-CAL-MAX-FERIADOS
                   " FERIADOS - TABELA ESGOTADA, EXECUCAO ABORTADA"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-FERIADO
           ELSE
               ADD 1 TO WRK-CAL-QTD-FERIADOS
               MOVE FED-DATA
                   TO WRK-CAL-FERIADO-DATA (WRK-CAL-QTD-FERIADOS)
               PERFORM 1210-LE-FERIADO
           END-IF.

      *** SOMA O RESUMO DA COMPETENCIA - A EMPRESA SELECIONADA VAI *****
      *** PARA AS GUIAS, TODAS AS EMPRESAS PARA A CONFERENCIA COM O ****
      *** LOTE CONTABIL. SEM RESUMO NAO HA O QUE RECOLHER (RC 8) *******
       2000-APURA-RESUMO.
           INITIALIZE WRK-TAB-GUIAS-VALORES.
           MOVE WRK-COMPETENCIA TO TAB-GUI-PERIODO (1).
           COMPUTE TAB-GUI-PERIODO (2) = (WRK-COMP-ANO * 100) + 13.
           MOVE WRK-COMPETENCIA TO TAB-GUI-PERIODO (3).
           MOVE WRK-COMPETENCIA TO TAB-GUI-PERIODO (4).
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO NOT = "00"
               DISPLAY "RESUMOFOLHA.DAT NAO PODE SER ABERTO - STATUS "
                   WRK-STATUS-RESUMO " - GUIAS NAO GERADAS"
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WRK-FIM-RESUMO
               PERFORM 2010-LE-RESUMO
               PERFORM 2020-ACUMULA-RESUMO
                   UNTIL WRK-FIM-RESUMO = 'S'
               CLOSE RESUMO-ARQUIVO
               DISPLAY 'REGISTROS DO RESUMO DA EMPRESA: '
                   WRK-QTD-RESUMO-EMPRESA
           END-IF.

       2010-LE-RESUMO.
           READ RESUMO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RESUMO
           END-READ.

      *** O ADIANTAMENTO NAO TEM RETENCAO E ENTRA COM ZEROS - AS *******
      *** PARCELAS DO 13o VAO PARA A GPS DA COMPETENCIA 13 E A PLR *****
      *** PARA O DARF DE TRIBUTACAO EXCLUSIVA. RESUMO SEM EMPRESA E ****
      *** DA 001 (LEGADO) **********************************************
       2020-ACUMULA-RESUMO.
           ADD RESUMO-INSS TO WRK-GER-INSS.
           ADD RESUMO-ENCARGOS TO WRK-GER-ENCARGOS.
           ADD RESUMO-IRRF TO WRK-GER-IRRF.
           IF RESUMO-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-RESUMO
           ELSE
               MOVE RESUMO-EMPRESA TO WRK-EMPRESA-RESUMO
           END-IF.
           IF WRK-EMPRESA-RESUMO = WRK-EMPRESA-SELECIONADA
               ADD 1 TO WRK-QTD-RESUMO-EMPRESA
               IF RESUMO-TIPO = "13/1" OR RESUMO-TIPO = "13/2"
                   MOVE 2 TO WRK-IDX-GUI-INSS
               ELSE
                   MOVE 1 TO WRK-IDX-GUI-INSS
               END-IF
               IF RESUMO-TIPO = "PLR"
                   MOVE 4 TO WRK-IDX-GUI-IRRF
               ELSE
                   MOVE 3 TO WRK-IDX-GUI-IRRF
               END-IF
               ADD RESUMO-INSS TO TAB-GUI-RETIDO (WRK-IDX-GUI-INSS)
               ADD RESUMO-ENCARGOS
                   TO TAB-GUI-PATRONAL (WRK-IDX-GUI-INSS)
               ADD RESUMO-INSS RESUMO-ENCARGOS
                   TO TAB-GUI-VALOR (WRK-IDX-GUI-INSS)
               ADD RESUMO-IRRF TO TAB-GUI-RETIDO (WRK-IDX-GUI-IRRF)
               ADD RESUMO-IRRF TO TAB-GUI-VALOR (WRK-IDX-GUI-IRRF)
           END-IF.
           PERFORM 2010-LE-RESUMO.

      *** CONFERE OS TOTAIS DO RESUMO COM OS CREDITOS A RECOLHER DO ****
      *** LOTE CONTABIL (21010001 INSS, 21010003 ENCARGOS, 21010002 ****
      *** IRRF) - O LOTE TEM DE SER DA MESMA COMPETENCIA. QUALQUER *****
      *** DIFERENCA INTERROMPE O PASSO (RC 8) **************************
       3000-CONFERE-LOTE-CONTABIL.
           MOVE 'N' TO WRK-CONFERE-LOTE.
           MOVE 'N' TO WRK-LOTE-ENCONTRADO.
           MOVE ZEROS TO WRK-LOTE-COMPETENCIA.
           OPEN INPUT LANCAMENTO-ARQUIVO.
           IF WRK-STATUS-LANCAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-LANCAMENTO
               PERFORM 3010-LE-LANCAMENTO
               PERFORM 3020-ACUMULA-LANCAMENTO
                   UNTIL WRK-FIM-LANCAMENTO = 'S'
               CLOSE LANCAMENTO-ARQUIVO
           END-IF.
           COMPUTE WRK-DIF-INSS = WRK-GER-INSS - WRK-LOTE-INSS.
           COMPUTE WRK-DIF-ENCARGOS =
               WRK-GER-ENCARGOS - WRK-LOTE-ENCARGOS.
           COMPUTE WRK-DIF-IRRF = WRK-GER-IRRF - WRK-LOTE-IRRF.
           EVALUATE TRUE
               WHEN WRK-LOTE-ENCONTRADO NOT = 'S'
                   DISPLAY 'LOTE CONTABIL (LANCAMENTOS.DAT) AUSENTE - '
                       'GUIAS SEM CONFERENCIA'
                   MOVE 8 TO WRK-RETORNO
               WHEN WRK-LOTE-COMPETENCIA NOT = WRK-COMPETENCIA
                   DISPLAY 'LOTE CONTABIL DA COMPETENCIA '
                       WRK-LOTE-COMPETENCIA ' - GUIAS DA '
                       WRK-COMPETENCIA ' SEM CONFERENCIA'
                   MOVE 8 TO WRK-RETORNO
               WHEN WRK-DIF-INSS NOT = ZEROS
                   OR WRK-DIF-ENCARGOS NOT = ZEROS
                   OR WRK-DIF-IRRF NOT = ZEROS
                   DISPLAY 'RESUMO DIVERGE DO LOTE CONTABIL - INSS '
                       WRK-DIF-INSS ' ENCARGOS ' WRK-DIF-ENCARGOS
                       ' IRRF ' WRK-DIF-IRRF
                   MOVE 8 TO WRK-RETORNO
               WHEN OTHER
                   MOVE 'S' TO WRK-CONFERE-LOTE
           END-EVALUATE.

       3010-LE-LANCAMENTO.
           READ LANCAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-LANCAMENTO
           END-READ.

       3020-ACUMULA-LANCAMENTO.
           MOVE LINHA-LANCAMENTO TO WRK-REG-LANCAMENTO.
           EVALUATE LAN-TIPO
               WHEN "H"
                   MOVE 'S' TO WRK-LOTE-ENCONTRADO
                   COMPUTE WRK-LOTE-COMPETENCIA =
                       (LANH-COMPETENCIA-ANO * 100)
                           + LANH-COMPETENCIA-MES
               WHEN "C"
                   EVALUATE LAN-CONTA
                       WHEN "21010001"
                           ADD LAN-VALOR TO WRK-LOTE-INSS
                       WHEN "21010002"
                           ADD LAN-VALOR TO WRK-LOTE-IRRF
                       WHEN "21010003"
                           ADD LAN-VALOR TO WRK-LOTE-ENCARGOS
                   END-EVALUATE
           END-EVALUATE.
           PERFORM 3010-LE-LANCAMENTO.

      *** VENCIMENTO LEGAL DE CADA GUIA: DIA 20 DO MES SEGUINTE A ******
      *** COMPETENCIA (GPS DO 13o: 20 DE DEZEMBRO DO ANO), RECUADO *****
      *** ENQUANTO CAIR EM SABADO, DOMINGO OU FERIADO ******************
       4000-CALCULA-VENCIMENTOS.
           IF WRK-IDX-GUI = 2
               MOVE WRK-COMP-ANO TO WRK-VEN-ANO
               MOVE 12 TO WRK-VEN-MES
           ELSE
               IF WRK-COMP-MES = 12
                   COMPUTE WRK-VEN-ANO = WRK-COMP-ANO + 1
                   MOVE 1 TO WRK-VEN-MES
               ELSE
                   MOVE WRK-COMP-ANO TO WRK-VEN-ANO
                   COMPUTE WRK-VEN-MES = WRK-COMP-MES + 1
               END-IF
           END-IF.
           MOVE 20 TO WRK-VEN-DIA.
           MOVE 'N' TO WRK-VEN-UTIL.
           PERFORM 4100-CONFERE-DIA-VENCIMENTO
               UNTIL WRK-VEN-UTIL = 'S'.
           MOVE WRK-VEN-COMPOSTA TO TAB-GUI-VENCIMENTO (WRK-IDX-GUI).

      *** DIA DA SEMANA DO CANDIDATO (ZELLER, H=0 SABADO H=1 DOMINGO) **
       4100-CONFERE-DIA-VENCIMENTO.
           IF WRK-VEN-MES < 3
               COMPUTE WRK-CAL-M = WRK-VEN-MES + 12
               COMPUTE WRK-CAL-Y = WRK-VEN-ANO - 1
           ELSE
               MOVE WRK-VEN-MES TO WRK-CAL-M
               MOVE WRK-VEN-ANO TO WRK-CAL-Y
           END-IF.
           COMPUTE WRK-CAL-J = WRK-CAL-Y / 100.
           COMPUTE WRK-CAL-K = WRK-CAL-Y - (WRK-CAL-J * 100).
           COMPUTE WRK-CAL-TERM1 = (13 * (WRK-CAL-M + 1)) / 5.
           COMPUTE WRK-CAL-SOMA = WRK-VEN-DIA + WRK-CAL-TERM1
               + WRK-CAL-K + (WRK-CAL-K / 4) + (WRK-CAL-J / 4)
               + (5 * WRK-CAL-J).
           COMPUTE WRK-CAL-QUOC = WRK-CAL-SOMA / 7.
           COMPUTE WRK-CAL-H = WRK-CAL-SOMA - (WRK-CAL-QUOC * 7).
           COMPUTE WRK-VEN-COMPOSTA =
               (WRK-VEN-ANO * 10000) + (WRK-VEN-MES * 100)
                   + WRK-VEN-DIA.
           PERFORM 4200-VERIFICA-FERIADO-VENC.
           IF WRK-CAL-H = 0 OR WRK-CAL-H = 1 OR CAL-FERIADO
               PERFORM 4300-RECUA-DIA-VENCIMENTO
           ELSE
               MOVE 'S' TO WRK-VEN-UTIL
           END-IF.

       4200-VERIFICA-FERIADO-VENC.
           MOVE 'N' TO WRK-CAL-DIA-FERIADO.
           PERFORM 4250-CONFERE-FERIADO-VENC
               VARYING WRK-IDX-FER FROM 1 BY 1
               UNTIL WRK-IDX-FER > WRK-CAL-QTD-FERIADOS
                   OR CAL-FERIADO.

       4250-CONFERE-FERIADO-VENC.
           IF WRK-CAL-FERIADO-DATA (WRK-IDX-FER) = WRK-VEN-COMPOSTA
               MOVE 'S' TO WRK-CAL-DIA-FERIADO
           END-IF.

      *** RECUA O CANDIDATO EM UM DIA (COM VIRADA DE MES E ANO) ********
       4300-RECUA-DIA-VENCIMENTO.
           IF WRK-VEN-DIA > 1
               SUBTRACT 1 FROM WRK-VEN-DIA
           ELSE
               IF WRK-VEN-MES = 1
                   MOVE 12 TO WRK-VEN-MES
                   SUBTRACT 1 FROM WRK-VEN-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-VEN-MES
               END-IF
               MOVE 'N' TO WRK-VEN-BISSEXTO
               IF (WRK-VEN-ANO - ((WRK-VEN-ANO / 4) * 4)) = 0
                   MOVE 'S' TO WRK-VEN-BISSEXTO
                   IF (WRK-VEN-ANO - ((WRK-VEN-ANO / 100) * 100)) = 0
                       MOVE 'N' TO WRK-VEN-BISSEXTO
                       IF (WRK-VEN-ANO
                           - ((WRK-VEN-ANO / 400) * 400)) = 0
                           MOVE 'S' TO WRK-VEN-BISSEXTO
                       END-IF
                   END-IF
               END-IF
               MOVE WRK-DIAS-MES-TAB (WRK-VEN-MES) TO WRK-VEN-DIA
               IF WRK-VEN-MES = 2 AND WRK-VEN-BISSEXTO = 'S'
                   ADD 1 TO WRK-VEN-DIA
               END-IF
           END-IF.

      *** RELATORIO DAS GUIAS DA EMPRESA E DA CONFERENCIA COM O LOTE ***
      *** CONTABIL - GUIA ZERADA NAO E LISTADA NEM PAGA ****************
       5000-IMPRIME-GUIAS.
           MOVE ZEROS TO WRK-TOTAL-GUIAS.
           MOVE ZEROS TO WRK-QTD-VENCIDAS.
           OPEN OUTPUT GUIAS-RELATORIO.
           MOVE WRK-NOME-EMPRESA TO WRK-CAB-RAZAO.
           MOVE WRK-EMS-CNPJ TO WRK-CAB-CNPJ.
           WRITE LINHA-GUIAS FROM WRK-CAB-GUIAS-1.
           MOVE WRK-COMP-MES TO WRK-CAB-MES.
           MOVE WRK-COMP-ANO TO WRK-CAB-ANO.
           MOVE WRK-EMPRESA-SELECIONADA TO WRK-CAB-EMPRESA.
           WRITE LINHA-GUIAS FROM WRK-CAB-GUIAS-2.
           WRITE LINHA-GUIAS FROM WRK-CAB-GUIAS-3.
           PERFORM 5100-IMPRIME-GUIA
               VARYING WRK-IDX-GUI FROM 1 BY 1
               UNTIL WRK-IDX-GUI > WRK-QTD-GUIAS.
           MOVE WRK-TOTAL-GUIAS TO WRK-GUI-TOTAL.
           WRITE LINHA-GUIAS FROM WRK-LINHA-TOTAL-GUIAS.
           MOVE SPACES TO LINHA-GUIAS.
           WRITE LINHA-GUIAS.
           WRITE LINHA-GUIAS FROM WRK-CAB-CONFERENCIA-1.
           WRITE LINHA-GUIAS FROM WRK-CAB-CONFERENCIA-2.
           MOVE "INSS RETIDO (21010001)" TO WRK-CNF-ITEM.
           MOVE WRK-GER-INSS TO WRK-CNF-RESUMO.
           MOVE WRK-LOTE-INSS TO WRK-CNF-LOTE.
           MOVE WRK-DIF-INSS TO WRK-CNF-DIFERENCA.
           WRITE LINHA-GUIAS FROM WRK-LINHA-CONFERENCIA.
           MOVE "ENCARGOS PATRONAIS (21010003)" TO WRK-CNF-ITEM.
           MOVE WRK-GER-ENCARGOS TO WRK-CNF-RESUMO.
           MOVE WRK-LOTE-ENCARGOS TO WRK-CNF-LOTE.
           MOVE WRK-DIF-ENCARGOS TO WRK-CNF-DIFERENCA.
           WRITE LINHA-GUIAS FROM WRK-LINHA-CONFERENCIA.
           MOVE "IRRF RETIDO (21010002)" TO WRK-CNF-ITEM.
           MOVE WRK-GER-IRRF TO WRK-CNF-RESUMO.
           MOVE WRK-LOTE-IRRF TO WRK-CNF-LOTE.
           MOVE WRK-DIF-IRRF TO WRK-CNF-DIFERENCA.
           WRITE LINHA-GUIAS FROM WRK-LINHA-CONFERENCIA.
           EVALUATE TRUE
               WHEN LOTE-CONFERIDO
                   MOVE "CONFERIDO COM O LOTE CONTABIL"
                       TO WRK-CNF-SITUACAO
               WHEN WRK-LOTE-ENCONTRADO NOT = 'S'
                   MOVE "LOTE CONTABIL AUSENTE - REMESSA NAO GERADA"
                       TO WRK-CNF-SITUACAO
               WHEN WRK-LOTE-COMPETENCIA NOT = WRK-COMPETENCIA
                   MOVE "LOTE DE OUTRA COMPETENCIA - REMESSA NAO GERADA"
                       TO WRK-CNF-SITUACAO
               WHEN OTHER
                   MOVE "DIVERGENTE - REMESSA NAO GERADA"
                       TO WRK-CNF-SITUACAO
           END-EVALUATE.
           WRITE LINHA-GUIAS FROM WRK-LINHA-SITUACAO.
           CLOSE GUIAS-RELATORIO.

       5100-IMPRIME-GUIA.
           IF TAB-GUI-VALOR (WRK-IDX-GUI) > ZEROS
               MOVE TAB-GUI-TRIBUTO (WRK-IDX-GUI) TO WRK-GUI-TRIBUTO
               MOVE TAB-GUI-RECEITA (WRK-IDX-GUI) TO WRK-GUI-RECEITA
               MOVE TAB-GUI-PERIODO (WRK-IDX-GUI) TO WRK-COMP-NUM
               MOVE WRK-COMP-MES TO WRK-GUI-PERIODO-MES
               MOVE WRK-COMP-ANO TO WRK-GUI-PERIODO-ANO
               MOVE TAB-GUI-DESCRICAO (WRK-IDX-GUI)
                   TO WRK-GUI-DESCRICAO
               MOVE TAB-GUI-RETIDO (WRK-IDX-GUI) TO WRK-GUI-RETIDO
               MOVE TAB-GUI-PATRONAL (WRK-IDX-GUI) TO WRK-GUI-PATRONAL
               MOVE TAB-GUI-VALOR (WRK-IDX-GUI) TO WRK-GUI-VALOR
               MOVE TAB-GUI-VENCIMENTO (WRK-IDX-GUI)
                   TO WRK-VEN-COMPOSTA
               MOVE WRK-VEN-COMPOSTA (7:2) TO WRK-GUI-VENC-DIA
               MOVE WRK-VEN-COMPOSTA (5:2) TO WRK-GUI-VENC-MES
               MOVE WRK-VEN-COMPOSTA (1:4) TO WRK-GUI-VENC-ANO
               IF TAB-GUI-VENCIMENTO (WRK-IDX-GUI) < WRK-DATA-NUM
                   MOVE "VENCIDA" TO WRK-GUI-SITUACAO
                   ADD 1 TO WRK-QTD-VENCIDAS
                   DISPLAY 'GUIA ' TAB-GUI-TRIBUTO (WRK-IDX-GUI) ' '
                       TAB-GUI-RECEITA (WRK-IDX-GUI)
                       ' VENCIDA EM ' TAB-GUI-VENCIMENTO (WRK-IDX-GUI)
               ELSE
                   MOVE SPACES TO WRK-GUI-SITUACAO
               END-IF
               WRITE LINHA-GUIAS FROM WRK-LINHA-GUIA
               ADD TAB-GUI-VALOR (WRK-IDX-GUI) TO WRK-TOTAL-GUIAS
           END-IF.
      *** A VISAO DA COMPETENCIA FOI EMPRESTADA PARA O PERIODO *********
           MOVE WRK-COMPETENCIA TO WRK-COMP-NUM.

      *** REMESSA DE PAGAMENTO DOS TRIBUTOS, AGENDADOS PARA O **********
      *** VENCIMENTO - SO SAI COM O RESUMO CONFERIDO COM O LOTE ********
      *** CONTABIL; SENAO O ARQUIVO E ESVAZIADO PARA NAO SER ***********
      *** TRANSMITIDA UMA REMESSA ANTERIOR *****************************
       6000-GERA-REMESSA.
           MOVE ZEROS TO WRK-NUM-SEQUENCIAL-CNAB.
           MOVE ZEROS TO WRK-CNAB-QTD-DETALHE.
           MOVE ZEROS TO WRK-CNAB-VALOR-TOTAL.
           OPEN OUTPUT CNAB-REMESSA-TRIB.
           IF LOTE-CONFERIDO
               MOVE WRK-NOME-EMPRESA TO CNABH-EMPRESA
               MOVE WRK-DATA TO CNABH-DATA-GERACAO
               MOVE WRK-EMS-CNPJ TO CNABH-CNPJ
               MOVE WRK-EMS-CONVENIO TO CNABH-CONVENIO
               WRITE LINHA-CNAB FROM WRK-REG-CNAB-HDR-ARQ
               MOVE WRK-NOME-EMPRESA TO CNABL-EMPRESA
               WRITE LINHA-CNAB FROM WRK-REG-CNAB-HDR-LOTE
               PERFORM 6100-GRAVA-SEGMENTO-N
                   VARYING WRK-IDX-GUI FROM 1 BY 1
                   UNTIL WRK-IDX-GUI > WRK-QTD-GUIAS
               MOVE WRK-CNAB-QTD-DETALHE TO CNABT-QTD-REGISTROS
               MOVE WRK-CNAB-VALOR-TOTAL TO CNABT-VALOR-TOTAL
               WRITE LINHA-CNAB FROM WRK-REG-CNAB-TRL-LOTE
               COMPUTE CNABA-QTD-REGISTROS = WRK-CNAB-QTD-DETALHE + 4
               WRITE LINHA-CNAB FROM WRK-REG-CNAB-TRL-ARQ
               DISPLAY 'REMESSA DE TRIBUTOS ' WRK-NOME-ARQ-REMESSA
                   ' - ' WRK-CNAB-QTD-DETALHE ' GUIAS'
           END-IF.
           CLOSE CNAB-REMESSA-TRIB.

       6100-GRAVA-SEGMENTO-N.
           IF TAB-GUI-VALOR (WRK-IDX-GUI) > ZEROS
               ADD 1 TO WRK-NUM-SEQUENCIAL-CNAB
               MOVE WRK-NUM-SEQUENCIAL-CNAB TO CNAB-NUM-SEQUENCIAL
               MOVE TAB-GUI-TRIBUTO (WRK-IDX-GUI) TO CNAB-TRIBUTO
               MOVE TAB-GUI-RECEITA (WRK-IDX-GUI) TO CNAB-RECEITA
               MOVE WRK-EMS-CNPJ TO CNAB-CNPJ-CONTRIBUINTE
               MOVE TAB-GUI-PERIODO (WRK-IDX-GUI)
                   TO CNAB-PERIODO-APURACAO
               MOVE TAB-GUI-VALOR (WRK-IDX-GUI) TO CNAB-VALOR-PAGAMENTO
               MOVE TAB-GUI-VENCIMENTO (WRK-IDX-GUI)
                   TO CNAB-DATA-VENCIMENTO
      *** GUIA JA VENCIDA E PAGA NA DATA DA GERACAO ********************
               IF TAB-GUI-VENCIMENTO (WRK-IDX-GUI) < WRK-DATA-NUM
                   MOVE WRK-DATA-NUM TO CNAB-DATA-PAGAMENTO
               ELSE
                   MOVE TAB-GUI-VENCIMENTO (WRK-IDX-GUI)
                       TO CNAB-DATA-PAGAMENTO
               END-IF
               MOVE WRK-NOME-EMPRESA TO CNAB-NOME-CONTRIBUINTE
               WRITE LINHA-CNAB FROM WRK-REG-CNAB-TRIBUTO
               ADD 1 TO WRK-CNAB-QTD-DETALHE
               ADD TAB-GUI-VALOR (WRK-IDX-GUI) TO WRK-CNAB-VALOR-TOTAL
           END-IF.
