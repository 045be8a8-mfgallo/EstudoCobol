       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB43.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: PEDIDO MENSAL DE VALE-REFEICAO (VR) E VALE-TRANSPORTE
      * (VT) AOS FORNECEDORES DE BENEFICIO, PARA A COMPETENCIA SEGUINTE
      * (FOLHACOMPETENCIA=AAAAMM, AUSENTE = MES SEGUINTE AO CORRENTE).
      * PARA CADA REGISTRO DE BENEFICIOS.DAT (EMPREGADO, TIPO DE VALE,
      * FORNECEDOR E VALOR DIARIO) O CREDITO E O VALOR DIARIO VEZES OS
      * DIAS A CREDITAR:
      *   - DIAS UTEIS DA COMPETENCIA NA MESMA REGRA DO PERIODO DE
      *     FOLHA DO PROGCOB03 (DIA DA SEMANA POR ZELLER, SEM SABADOS,
      *     DOMINGOS E FERIADOS DE FERIADOS.DAT)
      *   - MENOS OS DIAS UTEIS FORA DO CONTRATO (ANTES DA ADMISSAO,
      *     DEPOIS DO DESLIGAMENTO), EM FERIAS (FERIAS.DAT) E EM
      *     AFASTAMENTO (AFASTAMENTOS.DAT) NA COMPETENCIA
      *   - MENOS AS FALTAS DE FALTAS.DAT (A ULTIMA IMPORTACAO DO
      *     PONTO, DIAS INTEIROS), SEM FICAR NEGATIVO
      * SAIDAS:
      *   - UM ARQUIVO DE PEDIDO POR FORNECEDOR, PEDIDOVALE<FORN>.DAT,
      *     COM HEADER, UM DETALHE POR EMPREGADO E TIPO E TRAILER
      *   - RELATORIO PEDIDOVALE.PRT COM AS OCORRENCIAS, O RESUMO POR
      *     FORNECEDOR E O PEDIDO POR CENTRO DE CUSTO
      *   - O DESCONTO DO VALE-TRANSPORTE DA COMPETENCIA EM
      *     DESCONTOSREC.DAT (CODIGO VTR, VALOR FIXO, SO NA COMPETENCIA
      *     DO PEDIDO), LIMITADO A 6% DO SALARIO BASE (LEI 7.418/85),
      *     QUE O PROGCOB04 APLICA COMO OS DEMAIS DESCONTOS RECORRENTES.
      *     A COPIA ANTERIOR DO ARQUIVO FICA EM DESCONTOSREC.ANT. O
      *     PEDIDO SUBSTITUI O DESCONTO VTR QUE ELE MESMO GEROU PARA A
      *     COMPETENCIA; DESCONTO VTR LANCADO A MAO E VIGENTE NA
      *     COMPETENCIA E MANTIDO E APONTADO COMO OCORRENCIA
      * REGISTRO INVALIDO, EMPREGADO NAO CADASTRADO OU DESLIGADO ANTES
      * DA COMPETENCIA, SALARIO EM MOEDA ESTRANGEIRA E BENEFICIO
      * DUPLICADO NAO ENTRAM NO PEDIDO E SAEM COMO OCORRENCIA (RC 4).
      * O PEDIDO RECUSA (RC 8, SEM TOCAR NOS ARQUIVOS) QUANDO O
      * CONTROLE DE EXECUCAO MOSTRA A FOLHA MENSAL DA COMPETENCIA EM
      * EXECUCAO OU PAGA, OU A COMPETENCIA FECHADA - O DESCONTO DO VT
      * NAO SERIA MAIS APLICADO. SEM BENEFICIOS.DAT OU SEM MASTER, RC 16
      * OS REGISTROS NAO PRECISAM VIR ORDENADOS: O PEDIDO E MONTADO EM
      * DOIS ARQUIVOS DE TRABALHO INDEXADOS, POR FORNECEDOR
      * (PEDIDOTRAB.DAT) E POR CENTRO DE CUSTO (PEDIDOCCTRAB.DAT)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIO-ARQUIVO ASSIGN TO "DATA/BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BENEFICIO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WRK-STATUS-EMPLOYEE.
           SELECT PEDIDO-TRABALHO ASSIGN TO "DATA/PEDIDOTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTV-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT PEDIDO-CC-TRABALHO ASSIGN TO "DATA/PEDIDOCCTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCC-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO-CC.
           SELECT PEDIDO-FORNECEDOR ASSIGN TO WRK-NOME-ARQ-PEDIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDIDO.
           SELECT FALTA-ARQUIVO ASSIGN TO "DATA/FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FALTA.
           SELECT FERIADO-ARQUIVO ASSIGN TO "DATA/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADO.
           SELECT ADMISSAO-ARQUIVO ASSIGN TO "DATA/ADMISSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ADMISSAO.
           SELECT FERIAS-ARQUIVO ASSIGN TO "DATA/FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIAS.
           SELECT AFASTAMENTO-ARQUIVO
               ASSIGN TO "DATA/AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFASTAMENTO.
           SELECT DEPARTAMENTO-ARQUIVO
               ASSIGN TO "DATA/DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPARTAMENTO.
           SELECT DESCREC-ARQUIVO
               ASSIGN TO "DATA/DESCONTOSREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCREC.
           SELECT DESCREC-ANTERIOR
               ASSIGN TO "DATA/DESCONTOSREC.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCREC-ANT.
           SELECT CONTROLE-EXEC-ARQUIVO
               ASSIGN TO "DATA/CONTROLEEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE-EXEC.
           SELECT PEDIDO-RELATORIO ASSIGN TO "DATA/PEDIDOVALE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIO-ARQUIVO.
           COPY CBBENEF.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  PEDIDO-TRABALHO.
       01 PEDIDO-TRABALHO-RECORD.
           02 PTV-CHAVE.
               03 PTV-FORNECEDOR PIC X(04).
               03 PTV-EMP-ID PIC 9(06).
               03 PTV-TIPO PIC X(02).
           02 PTV-DADOS.
               03 PTV-NOME PIC X(20).
               03 PTV-EMPRESA PIC X(03).
               03 PTV-CENTRO-CUSTO PIC X(04).
               03 PTV-SALARIO PIC 9(06)V99.
               03 PTV-DIAS PIC 9(02).
               03 PTV-VALOR-DIA PIC 9(04)V99.
               03 PTV-VALOR PIC 9(06)V99.
       FD  PEDIDO-CC-TRABALHO.
       01 PEDIDO-CC-TRABALHO-RECORD.
           02 PCC-CHAVE.
               03 PCC-CENTRO-CUSTO PIC X(04).
               03 PCC-EMP-ID PIC 9(06).
               03 PCC-TIPO PIC X(02).
               03 PCC-FORNECEDOR PIC X(04).
           02 PCC-DADOS.
               03 PCC-NOME PIC X(20).
               03 PCC-EMPRESA PIC X(03).
               03 FILLER PIC X(04).
               03 PCC-SALARIO PIC 9(06)V99.
               03 PCC-DIAS PIC 9(02).
               03 PCC-VALOR-DIA PIC 9(04)V99.
               03 PCC-VALOR PIC 9(06)V99.
      *** ARQUIVO DE PEDIDO DO FORNECEDOR - HEADER, DETALHE E TRAILER **
       FD  PEDIDO-FORNECEDOR.
       01 PEDIDO-HEADER.
           02 PDH-TIPO-REGISTRO PIC X(01).
           02 PDH-FORNECEDOR PIC X(04).
           02 PDH-COMPETENCIA PIC 9(06).
           02 PDH-DATA-GERACAO PIC 9(08).
           02 PDH-DIAS-UTEIS PIC 9(02).
           02 FILLER PIC X(45).
       01 PEDIDO-DETALHE.
           02 PDD-TIPO-REGISTRO PIC X(01).
           02 PDD-EMP-ID PIC 9(06).
           02 PDD-NOME PIC X(20).
           02 PDD-EMPRESA PIC X(03).
           02 PDD-CENTRO-CUSTO PIC X(04).
           02 PDD-TIPO-VALE PIC X(02).
           02 PDD-DIAS PIC 9(02).
           02 PDD-VALOR-DIA PIC 9(04)V99.
           02 PDD-VALOR PIC 9(06)V99.
           02 FILLER PIC X(14).
       01 PEDIDO-TRAILER.
           02 PDT-TIPO-REGISTRO PIC X(01).
           02 PDT-QTD-DETALHES PIC 9(06).
           02 PDT-VALOR-TOTAL PIC 9(09)V99.
           02 FILLER PIC X(48).
       FD  FALTA-ARQUIVO.
       01 FALTA-RECORD.
           02 FAL-ID PIC 9(06).
           02 FAL-DIAS PIC 9(02)V9.
           02 FAL-JUSTIFICADA PIC X(01).
       FD  FERIADO-ARQUIVO.
           COPY CBFERIAD.
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
       FD  AFASTAMENTO-ARQUIVO.
           COPY CBAFAST.
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  DESCREC-ARQUIVO.
           COPY CBDESREC.
       FD  DESCREC-ANTERIOR.
       01 DESCREC-ANTERIOR-RECORD PIC X(30).
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
       FD  PEDIDO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BENEFICIO PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO-CC PIC X(02) VALUE "00".
       77 WRK-STATUS-PEDIDO PIC X(02) VALUE "00".
       77 WRK-STATUS-FALTA PIC X(02) VALUE "00".
       77 WRK-STATUS-FERIADO PIC X(02) VALUE "00".
       77 WRK-STATUS-ADMISSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-FERIAS PIC X(02) VALUE "00".
       77 WRK-STATUS-AFASTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-DESCREC PIC X(02) VALUE "00".
       77 WRK-STATUS-DESCREC-ANT PIC X(02) VALUE "00".
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
      *** LIMITE LEGAL DO DESCONTO DO VALE-TRANSPORTE (% DO SALARIO) ***
       77 WRK-PERC-LIMITE-VT PIC 9(02)V99 VALUE 6.
      *** COMPETENCIA DO PEDIDO ****************************************
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 WRK-COMP-PARTES.
           02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMP-NUM REDEFINES WRK-COMP-PARTES PIC 9(06).
       77 WRK-COMP-PRIMEIRO-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-ULTIMO-DIA PIC 9(08) VALUE ZEROS.
      *** CONTROLE DE EXECUCAO *****************************************
       77 WRK-FIM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-COMP-CONSUMIDA PIC X(01) VALUE 'N'.
       77 WRK-CTL-CONSUMIDOR PIC X(09) VALUE SPACES.
       77 WRK-CTL-SITUACAO PIC X(01) VALUE SPACES.
      *** CALENDARIO DA COMPETENCIA - MESMA REGRA DO PROGCOB03 *********
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-NUM REDEFINES WRK-DATA PIC 9(08).
       COPY CBCALEND.
       77 WRK-CAL-M PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-Y PIC 9(04) VALUE ZEROS.
       77 WRK-CAL-K PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-J PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-TERM1 PIC S9(04) VALUE ZEROS.
       77 WRK-CAL-SOMA PIC S9(06) VALUE ZEROS.
       77 WRK-CAL-QUOC PIC S9(04) VALUE ZEROS.
       77 WRK-CAL-H PIC S9(04) VALUE ZEROS.
       77 WRK-FIM-FERIADO PIC X(01) VALUE 'N'.
       77 WRK-IDX-FER PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-COMPOSTA PIC 9(08) VALUE ZEROS.
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
       77 WRK-BIS-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-BIS-MES PIC 9(02) VALUE ZEROS.
       77 WRK-BISSEXTO PIC X(01) VALUE 'N'.
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-COMPETENCIA PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
      *** UM DIA DO MES POR OCORRENCIA - INDICADOR DE DIA UTIL DA ******
      *** COMPETENCIA E A SITUACAO DO DIA PARA O EMPREGADO EM APURACAO *
      *** (BRANCO = A CREDITAR, A = ABONADO - FORA DO CONTRATO, FERIAS *
      ***  OU AFASTAMENTO) *********************************************
       01 WRK-TAB-DIAS.
           02 WRK-TAB-DIA OCCURS 31 TIMES.
               03 TAB-DIA-UTIL PIC X(01).
               03 TAB-DIA-SITUACAO PIC X(01).
       77 WRK-IDX-DIA PIC 9(02) VALUE ZEROS.
      *** PRIMEIRA PASSAGEM - APURACAO DOS BENEFICIOS ******************
       77 WRK-FIM-BENEFICIO PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-EMP-APURADO PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-VALE PIC 9(02) VALUE ZEROS.
       77 WRK-FALTAS-EMP PIC 9(03)V9 VALUE ZEROS.
       77 WRK-FALTAS-INTEIRAS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-OCORRENCIA PIC X(40) VALUE SPACES.
       77 WRK-OCORR-ID PIC X(06) VALUE SPACES.
      *** DIAS ABONADOS (ADMISSAO, FERIAS, AFASTAMENTO) ****************
       77 WRK-ADM-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-FER-RESTANTES PIC 9(02) VALUE ZEROS.
       01 WRK-FER-DATA.
           02 WRK-FER-ANO PIC 9(04).
           02 WRK-FER-MES PIC 9(02).
           02 WRK-FER-DIA PIC 9(02).
       01 WRK-FER-DATA-NUM REDEFINES WRK-FER-DATA PIC 9(08).
      *** ARQUIVOS DE PEDIDO POR FORNECEDOR ****************************
       77 WRK-NOME-ARQ-PEDIDO PIC X(30) VALUE SPACES.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-FORN-CORRENTE PIC X(04) VALUE SPACES.
       77 WRK-FORN-QTD PIC 9(06) VALUE ZEROS.
       77 WRK-FORN-VALOR PIC 9(09)V99 VALUE ZEROS.
      *** PEDIDO POR CENTRO DE CUSTO E DESCONTO DO VALE-TRANSPORTE *****
       77 WRK-FIM-DESCREC PIC X(01) VALUE 'N'.
       77 WRK-CC-CORRENTE PIC X(04) VALUE SPACES.
       77 WRK-CC-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-CC-TOT-VR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CC-TOT-VT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CC-TOT-DESC-VT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-EMP-CORRENTE PIC 9(06) VALUE ZEROS.
       77 WRK-EMP-SALARIO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EMP-TOT-VT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-VT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VT PIC 9(06)V99 VALUE ZEROS.
      *** TOTAIS DO PEDIDO *********************************************
       77 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-DIAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FORNECEDORES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DESC-VT PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-VTR-SUBSTITUIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DESC-VT PIC 9(09)V99 VALUE ZEROS.
      *** RELATORIO DO PEDIDO ******************************************
       01 WRK-CAB-1.
           02 FILLER PIC X(39)
               VALUE "PEDIDO DE VALES VR/VT - COMPETENCIA ".
           02 WRK-CAB-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CAB-ANO PIC 9(04).
           02 FILLER PIC X(13) VALUE "  DIAS UTEIS ".
           02 WRK-CAB-DIAS-UTEIS PIC Z9.
       01 WRK-CAB-SECAO.
           02 FILLER PIC X(04) VALUE "*** ".
           02 WRK-CAB-SECAO-TITULO PIC X(40).
       01 WRK-CAB-OCORRENCIA.
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(40) VALUE "OCORRENCIA".
       01 WRK-LINHA-OCORRENCIA.
           02 WRK-OCO-ID PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-OCO-TEXTO PIC X(40).
       01 WRK-LINHA-FORNECEDOR.
           02 FILLER PIC X(11) VALUE "FORNECEDOR ".
           02 WRK-LFO-FORNECEDOR PIC X(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-LFO-ARQUIVO PIC X(30).
           02 FILLER PIC X(08) VALUE " ITENS: ".
           02 WRK-LFO-QTD PIC ZZZ.ZZ9.
           02 FILLER PIC X(08) VALUE " VALOR: ".
           02 WRK-LFO-VALOR PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-CENTRO.
           02 FILLER PIC X(17) VALUE "CENTRO DE CUSTO ".
           02 WRK-LCC-CODIGO PIC X(04).
           02 FILLER PIC X(03) VALUE " - ".
           02 WRK-LCC-DESCRICAO PIC X(30).
       01 WRK-CAB-CENTRO.
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(05) VALUE "EMP".
           02 FILLER PIC X(05) VALUE "VALE".
           02 FILLER PIC X(06) VALUE "FORN".
           02 FILLER PIC X(05) VALUE "DIAS".
           02 FILLER PIC X(10) VALUE "VLR DIA".
           02 FILLER PIC X(14) VALUE "VALOR".
       01 WRK-LINHA-DETALHE.
           02 WRK-DET-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DET-EMPRESA PIC X(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-DET-TIPO PIC X(02).
           02 FILLER PIC X(03) VALUE SPACES.
           02 WRK-DET-FORNECEDOR PIC X(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-DET-DIAS PIC Z9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-DET-VALOR-DIA PIC Z.ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-DET-VALOR PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-DESCONTO.
           02 WRK-LDE-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(34)
               VALUE "DESCONTO DO VT (LIMITE 6% SALARIO)".
           02 FILLER PIC X(14) VALUE SPACES.
           02 WRK-LDE-VALOR PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-SUBTOTAL.
           02 FILLER PIC X(09) VALUE "SUBTOTAL ".
           02 WRK-SUB-CODIGO PIC X(04).
           02 FILLER PIC X(06) VALUE "  VR: ".
           02 WRK-SUB-VR PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(06) VALUE "  VT: ".
           02 WRK-SUB-VT PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(15) VALUE "  DESCONTO VT: ".
           02 WRK-SUB-DESC-VT PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL.
           02 WRK-TOT-ROTULO PIC X(40).
           02 WRK-TOT-VALOR PIC ZZZ.ZZZ.ZZ9,99.
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
           MOVE WRK-DATA-NUM TO WRK-DATA-EXECUCAO.
           PERFORM 1000-DEFINE-COMPETENCIA.
           IF WRK-RETORNO = ZEROS
               PERFORM 1100-VERIFICA-CONTROLE-EXEC
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 1200-MONTA-CALENDARIO
               PERFORM 2000-APURA-BENEFICIOS
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 3000-GRAVA-PEDIDOS
               PERFORM 4000-ATUALIZA-DESCONTOS
               PERFORM 4100-RELATORIO-CENTROS
               PERFORM 5000-IMPRIME-TOTAIS
               CLOSE PEDIDO-RELATORIO
               DISPLAY 'PEDIDO DE VALES DA COMPETENCIA ' WRK-COMPETENCIA
                   ' GERADO - OCORRENCIAS: ' WRK-QTD-OCORRENCIAS
               IF WRK-QTD-OCORRENCIAS > ZEROS
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
           MOVE "PROGCOB43" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** COMPETENCIA PELA VARIAVEL FOLHACOMPETENCIA=AAAAMM (AUSENTE = *
      *** MES SEGUINTE AO CORRENTE - O PEDIDO E FEITO ANTES DO MES DE **
      *** USO DOS VALES) ***********************************************
       1000-DEFINE-COMPETENCIA.
           MOVE SPACES TO WRK-COMP-ENTRADA.
           DISPLAY "FOLHACOMPETENCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-COMP-ENTRADA = SPACES
               MOVE WRK-ANO TO WRK-COMP-ANO
               COMPUTE WRK-COMP-MES = WRK-MES + 1
               IF WRK-COMP-MES > 12
                   MOVE 1 TO WRK-COMP-MES
                   ADD 1 TO WRK-COMP-ANO
               END-IF
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
                   ') - PEDIDO DE VALES NAO GERADO'
               MOVE 8 TO WRK-RETORNO
           ELSE
               MOVE WRK-COMP-NUM TO WRK-COMPETENCIA
               MOVE WRK-COMP-ANO TO WRK-BIS-ANO
               MOVE WRK-COMP-MES TO WRK-BIS-MES
               PERFORM 9100-CALCULA-DIAS-NO-MES
               MOVE WRK-DIAS-NO-MES TO WRK-DIAS-COMPETENCIA
               COMPUTE WRK-COMP-PRIMEIRO-DIA = (WRK-COMPETENCIA * 100)
                   + 1
               COMPUTE WRK-COMP-ULTIMO-DIA = (WRK-COMPETENCIA * 100)
                   + WRK-DIAS-COMPETENCIA
           END-IF.

      *** O DESCONTO DO VT SO CHEGA A FOLHA SE A FOLHA MENSAL DA *******
      *** COMPETENCIA AINDA NAO RODOU: FOLHA EM EXECUCAO ('E') OU PAGA *
      *** ('P') EM QUALQUER EMPRESA, OU COMPETENCIA JA FECHADA PELO ****
      *** PROGCOB21, RECUSAM O PEDIDO **********************************
       1100-VERIFICA-CONTROLE-EXEC.
           MOVE 'N' TO WRK-COMP-CONSUMIDA.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 1110-LE-CONTROLE
               PERFORM 1120-CONFERE-CONTROLE
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.
           IF WRK-COMP-CONSUMIDA = 'S'
               DISPLAY 'COMPETENCIA ' WRK-COMP-MES '/' WRK-COMP-ANO
                   ' JA CONSUMIDA POR ' WRK-CTL-CONSUMIDOR
                   ' (SITUACAO ' WRK-CTL-SITUACAO ') - PEDIDO DE '
                   'VALES RECUSADO, DESCONTOSREC.DAT MANTIDO'
               MOVE 8 TO WRK-RETORNO
           END-IF.

       1110-LE-CONTROLE.
           READ CONTROLE-EXEC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

       1120-CONFERE-CONTROLE.
           IF CTL-ANO = WRK-COMP-ANO AND CTL-MES = WRK-COMP-MES
               IF (CTL-PROGRAMA = "PROGCOB04"
                       AND (CTL-STATUS = 'E' OR CTL-STATUS = 'P'))
                   OR (CTL-PROGRAMA = "PROGCOB21"
                       AND CTL-STATUS = 'P')
                   MOVE 'S' TO WRK-COMP-CONSUMIDA
                   MOVE CTL-PROGRAMA TO WRK-CTL-CONSUMIDOR
                   MOVE CTL-STATUS TO WRK-CTL-SITUACAO
               END-IF
           END-IF.
           PERFORM 1110-LE-CONTROLE.

      *** MONTA OS DIAS DA COMPETENCIA: DIA DA SEMANA PELA CONGRUENCIA *
      *** DE ZELLER E FERIADOS DE FERIADOS.DAT, COMO NO PROGCOB03 ******
       1200-MONTA-CALENDARIO.
           MOVE ZEROS TO WRK-CAL-QTD-FERIADOS.
           OPEN INPUT FERIADO-ARQUIVO.
           IF WRK-STATUS-FERIADO NOT = "35"
               MOVE 'N' TO WRK-FIM-FERIADO
               PERFORM 1210-LE-FERIADO
               PERFORM 1220-ARMAZENA-FERIADO
                   UNTIL WRK-FIM-FERIADO = 'S'
               CLOSE FERIADO-ARQUIVO
           END-IF.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE WRK-COMP-ANO TO WRK-ANO.
           MOVE WRK-COMP-MES TO WRK-MES.
           PERFORM 1230-CLASSIFICA-DIA
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA.

       1210-LE-FERIADO.
           READ FERIADO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-FERIADO
           END-READ.

      *** SO OS FERIADOS DA COMPETENCIA INTERESSAM AO PEDIDO ***********
       1220-ARMAZENA-FERIADO.
           IF FED-DATA >= WRK-COMP-PRIMEIRO-DIA
               AND FED-DATA <= WRK-COMP-ULTIMO-DIA
               AND WRK-CAL-QTD-FERIADOS < 60
               ADD 1 TO WRK-CAL-QTD-FERIADOS
               MOVE FED-DATA
                   TO WRK-CAL-FERIADO-DATA (WRK-CAL-QTD-FERIADOS)
           END-IF.
           PERFORM 1210-LE-FERIADO.

       1230-CLASSIFICA-DIA.
           MOVE WRK-IDX-DIA TO WRK-DIA.
           PERFORM 1240-CALCULA-CALENDARIO.
           COMPUTE WRK-DATA-COMPOSTA =
               (WRK-COMPETENCIA * 100) + WRK-IDX-DIA.
           PERFORM 1250-VERIFICA-FERIADO.
           IF NOT CAL-DOMINGO AND NOT CAL-SABADO
               AND NOT CAL-FERIADO
               MOVE 'S' TO TAB-DIA-UTIL (WRK-IDX-DIA)
               ADD 1 TO WRK-DIAS-UTEIS
           ELSE
               MOVE 'N' TO TAB-DIA-UTIL (WRK-IDX-DIA)
           END-IF.

      *********** DERIVA DIA DA SEMANA (CONGRUENCIA DE ZELLER) **********
       1240-CALCULA-CALENDARIO.
           IF WRK-MES < 3
               COMPUTE WRK-CAL-M = WRK-MES + 12
               COMPUTE WRK-CAL-Y = WRK-ANO - 1
           ELSE
               MOVE WRK-MES TO WRK-CAL-M
               MOVE WRK-ANO TO WRK-CAL-Y
           END-IF.
           COMPUTE WRK-CAL-J = WRK-CAL-Y / 100.
           COMPUTE WRK-CAL-K = WRK-CAL-Y - (WRK-CAL-J * 100).
           COMPUTE WRK-CAL-TERM1 = (13 * (WRK-CAL-M + 1)) / 5.
           COMPUTE WRK-CAL-SOMA = WRK-DIA + WRK-CAL-TERM1 + WRK-CAL-K
               + (WRK-CAL-K / 4) + (WRK-CAL-J / 4) + (5 * WRK-CAL-J).
           COMPUTE WRK-CAL-QUOC = WRK-CAL-SOMA / 7.
           COMPUTE WRK-CAL-H = WRK-CAL-SOMA - (WRK-CAL-QUOC * 7).
           EVALUATE WRK-CAL-H
               WHEN 0
                   MOVE 7 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "SABADO" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 1
                   MOVE 1 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "DOMINGO" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 2
                   MOVE 2 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "SEGUNDA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 3
                   MOVE 3 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "TERCA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 4
                   MOVE 4 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "QUARTA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN 5
                   MOVE 5 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "QUINTA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
               WHEN OTHER
                   MOVE 6 TO WRK-CAL-DIA-SEMANA-NUM
                   MOVE "SEXTA-FEIRA" TO WRK-CAL-DIA-SEMANA-NOME
           END-EVALUATE.

      *** CONFERE SE A DATA COMPOSTA CORRENTE E FERIADO DA TABELA ******
       1250-VERIFICA-FERIADO.
           MOVE 'N' TO WRK-CAL-DIA-FERIADO.
           PERFORM 1255-CONFERE-FERIADO
               VARYING WRK-IDX-FER FROM 1 BY 1
               UNTIL WRK-IDX-FER > WRK-CAL-QTD-FERIADOS
                   OR CAL-FERIADO.

       1255-CONFERE-FERIADO.
           IF WRK-CAL-FERIADO-DATA (WRK-IDX-FER) = WRK-DATA-COMPOSTA
               MOVE 'S' TO WRK-CAL-DIA-FERIADO
           END-IF.

      *** PRIMEIRA PASSAGEM - APURA OS DIAS E O CREDITO DE CADA ********
      *** REGISTRO DE BENEFICIOS.DAT E GRAVA OS ARQUIVOS DE TRABALHO ***
      *** POR FORNECEDOR E POR CENTRO DE CUSTO *************************
       2000-APURA-BENEFICIOS.
           OPEN INPUT BENEFICIO-ARQUIVO.
           IF WRK-STATUS-BENEFICIO NOT = "00"
               DISPLAY 'BENEFICIOS.DAT NAO PODE SER ABERTO - STATUS '
                   WRK-STATUS-BENEFICIO ' - PEDIDO NAO GERADO'
               MOVE 16 TO WRK-RETORNO
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WRK-STATUS-EMPLOYEE NOT = "00"
                   DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - '
                       'STATUS ' WRK-STATUS-EMPLOYEE
                       ' - PEDIDO NAO GERADO'
                   MOVE 16 TO WRK-RETORNO
                   CLOSE BENEFICIO-ARQUIVO
               END-IF
           END-IF.
           IF WRK-RETORNO = ZEROS
               OPEN OUTPUT PEDIDO-TRABALHO
               OPEN OUTPUT PEDIDO-CC-TRABALHO
               OPEN OUTPUT PEDIDO-RELATORIO
               MOVE WRK-COMP-MES TO WRK-CAB-MES
               MOVE WRK-COMP-ANO TO WRK-CAB-ANO
               MOVE WRK-DIAS-UTEIS TO WRK-CAB-DIAS-UTEIS
               WRITE LINHA-RELATORIO FROM WRK-CAB-1
               MOVE "OCORRENCIAS" TO WRK-CAB-SECAO-TITULO
               WRITE LINHA-RELATORIO FROM WRK-CAB-SECAO
               WRITE LINHA-RELATORIO FROM WRK-CAB-OCORRENCIA
               MOVE ZEROS TO WRK-ULTIMO-EMP-APURADO
               MOVE 'N' TO WRK-FIM-BENEFICIO
               PERFORM 2010-LE-BENEFICIO
               PERFORM 2020-AVALIA-BENEFICIO
                   UNTIL WRK-FIM-BENEFICIO = 'S'
               CLOSE BENEFICIO-ARQUIVO
               CLOSE EMPLOYEE-MASTER
               CLOSE PEDIDO-TRABALHO
               CLOSE PEDIDO-CC-TRABALHO
           END-IF.

       2010-LE-BENEFICIO.
           READ BENEFICIO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-BENEFICIO
           END-READ.

       2020-AVALIA-BENEFICIO.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE BEN-EMP-ID TO WRK-OCORR-ID.
           EVALUATE TRUE
               WHEN BEN-EMP-ID NOT NUMERIC
                   OR BEN-VALOR-DIA NOT NUMERIC
                   MOVE "REGISTRO INVALIDO (ID OU VALOR DIARIO)"
                       TO WRK-OCORRENCIA
               WHEN NOT BEN-VALE-REFEICAO
                   AND NOT BEN-VALE-TRANSPORTE
                   MOVE "TIPO DE VALE INVALIDO (VR OU VT)"
                       TO WRK-OCORRENCIA
               WHEN BEN-FORNECEDOR = SPACES
                   MOVE "FORNECEDOR NAO INFORMADO" TO WRK-OCORRENCIA
               WHEN BEN-VALOR-DIA = ZEROS
                   MOVE "VALOR DIARIO ZERADO" TO WRK-OCORRENCIA
               WHEN OTHER
                   PERFORM 2030-LOCALIZA-EMPREGADO
           END-EVALUATE.
           IF WRK-OCORRENCIA = SPACES
               PERFORM 2100-APURA-DIAS
               IF WRK-DIAS-VALE > ZEROS
                   PERFORM 2200-GRAVA-TRABALHO
               ELSE
                   ADD 1 TO WRK-QTD-SEM-DIAS
               END-IF
           END-IF.
           IF WRK-OCORRENCIA NOT = SPACES
               PERFORM 9000-IMPRIME-OCORRENCIA
           END-IF.
           PERFORM 2010-LE-BENEFICIO.

      *** SO RECEBE VALE O EMPREGADO DO MASTER ATIVO NA COMPETENCIA E **
      *** COM SALARIO EM REAIS (BASE DO LIMITE DE 6% DO VT) ************
       2030-LOCALIZA-EMPREGADO.
           MOVE BEN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMPREGADO NAO CADASTRADO" TO WRK-OCORRENCIA
           END-READ.
           IF WRK-OCORRENCIA = SPACES
               IF EMP-DESLIGADO
                   AND EMP-DATA-DESLIGAMENTO < WRK-COMP-PRIMEIRO-DIA
                   MOVE "DESLIGADO ANTES DA COMPETENCIA"
                       TO WRK-OCORRENCIA
               ELSE
                   IF EMP-MOEDA NOT = "BRL" AND EMP-MOEDA NOT = SPACES
                       MOVE "SALARIO EM MOEDA ESTRANGEIRA"
                           TO WRK-OCORRENCIA
                   END-IF
               END-IF
           END-IF.

      *** DIAS A CREDITAR DO EMPREGADO - APURADOS UMA VEZ POR **********
      *** EMPREGADO QUANDO SEUS REGISTROS VEM EM SEQUENCIA *************
       2100-APURA-DIAS.
           IF EMP-ID NOT = WRK-ULTIMO-EMP-APURADO
               PERFORM 2110-LIMPA-DIA
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA
               PERFORM 2300-ABONA-DIAS
               MOVE ZEROS TO WRK-DIAS-VALE
               PERFORM 2120-CONTA-DIA-VALE
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA
               PERFORM 2130-DESCONTA-FALTAS
               MOVE EMP-ID TO WRK-ULTIMO-EMP-APURADO
           END-IF.

       2110-LIMPA-DIA.
           MOVE SPACES TO TAB-DIA-SITUACAO (WRK-IDX-DIA).

       2120-CONTA-DIA-VALE.
           IF TAB-DIA-UTIL (WRK-IDX-DIA) = 'S'
               AND TAB-DIA-SITUACAO (WRK-IDX-DIA) = SPACES
               ADD 1 TO WRK-DIAS-VALE
           END-IF.

      *** AS FALTAS DA ULTIMA IMPORTACAO DO PONTO (JUSTIFICADAS OU *****
      *** NAO) SAEM DO PEDIDO EM DIAS INTEIROS *************************
       2130-DESCONTA-FALTAS.
           MOVE ZEROS TO WRK-FALTAS-EMP.
           OPEN INPUT FALTA-ARQUIVO.
           IF WRK-STATUS-FALTA NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2140-LE-FALTA
               PERFORM 2150-SOMA-FALTA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE FALTA-ARQUIVO
           END-IF.
           MOVE WRK-FALTAS-EMP TO WRK-FALTAS-INTEIRAS.
           IF WRK-FALTAS-INTEIRAS >= WRK-DIAS-VALE
               MOVE ZEROS TO WRK-DIAS-VALE
           ELSE
               SUBTRACT WRK-FALTAS-INTEIRAS FROM WRK-DIAS-VALE
           END-IF.

       2140-LE-FALTA.
           READ FALTA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2150-SOMA-FALTA.
           IF FAL-ID = EMP-ID
               ADD FAL-DIAS TO WRK-FALTAS-EMP
           END-IF.
           PERFORM 2140-LE-FALTA.

      *** GRAVA O ITEM DO PEDIDO NOS DOIS ARQUIVOS DE TRABALHO - O *****
      *** MESMO EMPREGADO, TIPO E FORNECEDOR REPETIDO E OCORRENCIA *****
       2200-GRAVA-TRABALHO.
           COMPUTE WRK-VALOR-PEDIDO = WRK-DIAS-VALE * BEN-VALOR-DIA.
           MOVE BEN-FORNECEDOR TO PTV-FORNECEDOR.
           MOVE EMP-ID TO PTV-EMP-ID.
           MOVE BEN-TIPO TO PTV-TIPO.
           MOVE EMP-NOME TO PTV-NOME.
           IF EMP-EMPRESA = SPACES
               MOVE "001" TO PTV-EMPRESA
           ELSE
               MOVE EMP-EMPRESA TO PTV-EMPRESA
           END-IF.
           MOVE EMP-CENTRO-CUSTO TO PTV-CENTRO-CUSTO.
           MOVE EMP-SALARIO TO PTV-SALARIO.
           MOVE WRK-DIAS-VALE TO PTV-DIAS.
           MOVE BEN-VALOR-DIA TO PTV-VALOR-DIA.
           MOVE WRK-VALOR-PEDIDO TO PTV-VALOR.
           WRITE PEDIDO-TRABALHO-RECORD
               INVALID KEY
                   MOVE "BENEFICIO REPETIDO (TIPO E FORNECEDOR)"
                       TO WRK-OCORRENCIA
           END-WRITE.
           IF WRK-OCORRENCIA = SPACES
               MOVE EMP-CENTRO-CUSTO TO PCC-CENTRO-CUSTO
               MOVE EMP-ID TO PCC-EMP-ID
               MOVE BEN-TIPO TO PCC-TIPO
               MOVE BEN-FORNECEDOR TO PCC-FORNECEDOR
               MOVE PTV-DADOS TO PCC-DADOS
               WRITE PEDIDO-CC-TRABALHO-RECORD
               ADD 1 TO WRK-QTD-PEDIDOS
           END-IF.

      *** ABONA OS DIAS FORA DO CONTRATO (ANTES DA ADMISSAO, DEPOIS ****
      *** DO DESLIGAMENTO), EM FERIAS E EM AFASTAMENTO *****************
       2300-ABONA-DIAS.
           MOVE ZEROS TO WRK-ADM-DATA.
           OPEN INPUT ADMISSAO-ARQUIVO.
           IF WRK-STATUS-ADMISSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2310-LE-ADMISSAO
               PERFORM 2320-CONFERE-ADMISSAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ADMISSAO-ARQUIVO
           END-IF.
           PERFORM 2330-ABONA-FORA-CONTRATO
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA.
           OPEN INPUT FERIAS-ARQUIVO.
           IF WRK-STATUS-FERIAS NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2340-LE-FERIAS
               PERFORM 2350-ABONA-FERIAS
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE FERIAS-ARQUIVO
           END-IF.
           OPEN INPUT AFASTAMENTO-ARQUIVO.
           IF WRK-STATUS-AFASTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2370-LE-AFASTAMENTO
               PERFORM 2380-ABONA-AFASTAMENTO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE AFASTAMENTO-ARQUIVO
           END-IF.

       2310-LE-ADMISSAO.
           READ ADMISSAO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2320-CONFERE-ADMISSAO.
           IF ADM-ID = EMP-ID
               MOVE ADM-DATA-ADMISSAO TO WRK-ADM-DATA
           END-IF.
           PERFORM 2310-LE-ADMISSAO.

       2330-ABONA-FORA-CONTRATO.
           COMPUTE WRK-DATA-COMPOSTA =
               (WRK-COMPETENCIA * 100) + WRK-IDX-DIA.
           IF TAB-DIA-SITUACAO (WRK-IDX-DIA) = SPACES
               IF WRK-DATA-COMPOSTA < WRK-ADM-DATA
                   OR (EMP-DESLIGADO
                       AND WRK-DATA-COMPOSTA > EMP-DATA-DESLIGAMENTO)
                   MOVE 'A' TO TAB-DIA-SITUACAO (WRK-IDX-DIA)
               END-IF
           END-IF.

       2340-LE-FERIAS.
           READ FERIAS-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *** AS FERIAS CORREM EM DIAS CORRIDOS A PARTIR DO INICIO *********
       2350-ABONA-FERIAS.
           IF FER-ID = EMP-ID
               AND FER-DATA-INICIO <= WRK-COMP-ULTIMO-DIA
               MOVE FER-DATA-INICIO TO WRK-FER-DATA-NUM
               MOVE FER-DIAS TO WRK-FER-RESTANTES
               PERFORM 2360-ABONA-DIA-FERIAS
                   UNTIL WRK-FER-RESTANTES = ZEROS
                       OR WRK-FER-DATA-NUM > WRK-COMP-ULTIMO-DIA
           END-IF.
           PERFORM 2340-LE-FERIAS.

       2360-ABONA-DIA-FERIAS.
           IF WRK-FER-DATA-NUM >= WRK-COMP-PRIMEIRO-DIA
               IF TAB-DIA-SITUACAO (WRK-FER-DIA) = SPACES
                   MOVE 'A' TO TAB-DIA-SITUACAO (WRK-FER-DIA)
               END-IF
           END-IF.
           SUBTRACT 1 FROM WRK-FER-RESTANTES.
           ADD 1 TO WRK-FER-DIA.
           MOVE WRK-FER-ANO TO WRK-BIS-ANO.
           MOVE WRK-FER-MES TO WRK-BIS-MES.
           PERFORM 9100-CALCULA-DIAS-NO-MES.
           IF WRK-FER-DIA > WRK-DIAS-NO-MES
               MOVE 1 TO WRK-FER-DIA
               ADD 1 TO WRK-FER-MES
               IF WRK-FER-MES > 12
                   MOVE 1 TO WRK-FER-MES
                   ADD 1 TO WRK-FER-ANO
               END-IF
           END-IF.

       2370-LE-AFASTAMENTO.
           READ AFASTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *** QUALQUER AFASTAMENTO ABONA DO INICIO ATE A VESPERA DO ********
      *** RETORNO (RETORNO ZERADO = AINDA AFASTADO) ********************
       2380-ABONA-AFASTAMENTO.
           IF AFA-EMP-ID = EMP-ID
               PERFORM 2390-ABONA-DIA-AFASTAMENTO
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-DIAS-COMPETENCIA
           END-IF.
           PERFORM 2370-LE-AFASTAMENTO.

       2390-ABONA-DIA-AFASTAMENTO.
           COMPUTE WRK-DATA-COMPOSTA =
               (WRK-COMPETENCIA * 100) + WRK-IDX-DIA.
           IF TAB-DIA-SITUACAO (WRK-IDX-DIA) = SPACES
               AND WRK-DATA-COMPOSTA >= AFA-DATA-INICIO
               AND (AFA-DATA-RETORNO = ZEROS
                   OR WRK-DATA-COMPOSTA < AFA-DATA-RETORNO)
               MOVE 'A' TO TAB-DIA-SITUACAO (WRK-IDX-DIA)
           END-IF.

      *** SEGUNDA PASSAGEM - NA ORDEM DO TRABALHO POR FORNECEDOR, UM ***
      *** ARQUIVO DE PEDIDO PARA CADA FORNECEDOR E O RESUMO NO *********
      *** RELATORIO ****************************************************
       3000-GRAVA-PEDIDOS.
           MOVE "PEDIDOS POR FORNECEDOR" TO WRK-CAB-SECAO-TITULO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-SECAO.
           MOVE SPACES TO WRK-FORN-CORRENTE.
           OPEN INPUT PEDIDO-TRABALHO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE LOW-VALUES TO PTV-CHAVE.
           START PEDIDO-TRABALHO KEY NOT < PTV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           IF WRK-FIM-TRABALHO NOT = 'S'
               PERFORM 3010-LE-TRABALHO
               PERFORM 3020-GRAVA-ITEM-PEDIDO
                   UNTIL WRK-FIM-TRABALHO = 'S'
           END-IF.
           IF WRK-FORN-CORRENTE NOT = SPACES
               PERFORM 3040-FECHA-PEDIDO
           END-IF.
           CLOSE PEDIDO-TRABALHO.

       3010-LE-TRABALHO.
           READ PEDIDO-TRABALHO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

       3020-GRAVA-ITEM-PEDIDO.
           IF PTV-FORNECEDOR NOT = WRK-FORN-CORRENTE
               IF WRK-FORN-CORRENTE NOT = SPACES
                   PERFORM 3040-FECHA-PEDIDO
               END-IF
               PERFORM 3030-ABRE-PEDIDO
           END-IF.
           MOVE SPACES TO PEDIDO-DETALHE.
           MOVE "D" TO PDD-TIPO-REGISTRO.
           MOVE PTV-EMP-ID TO PDD-EMP-ID.
           MOVE PTV-NOME TO PDD-NOME.
           MOVE PTV-EMPRESA TO PDD-EMPRESA.
           MOVE PTV-CENTRO-CUSTO TO PDD-CENTRO-CUSTO.
           MOVE PTV-TIPO TO PDD-TIPO-VALE.
           MOVE PTV-DIAS TO PDD-DIAS.
           MOVE PTV-VALOR-DIA TO PDD-VALOR-DIA.
           MOVE PTV-VALOR TO PDD-VALOR.
           WRITE PEDIDO-DETALHE.
           ADD 1 TO WRK-FORN-QTD.
           ADD PTV-VALOR TO WRK-FORN-VALOR.
           PERFORM 3010-LE-TRABALHO.

      *** ARQUIVO DO FORNECEDOR: DATA/PEDIDOVALE<FORNECEDOR>.DAT *******
       3030-ABRE-PEDIDO.
           MOVE PTV-FORNECEDOR TO WRK-FORN-CORRENTE.
           MOVE ZEROS TO WRK-FORN-QTD.
           MOVE ZEROS TO WRK-FORN-VALOR.
           MOVE SPACES TO WRK-NOME-ARQ-PEDIDO.
           STRING "DATA/PEDIDOVALE" DELIMITED BY SIZE
               WRK-FORN-CORRENTE DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WRK-NOME-ARQ-PEDIDO.
           OPEN OUTPUT PEDIDO-FORNECEDOR.
           MOVE SPACES TO PEDIDO-HEADER.
           MOVE "H" TO PDH-TIPO-REGISTRO.
           MOVE WRK-FORN-CORRENTE TO PDH-FORNECEDOR.
           MOVE WRK-COMPETENCIA TO PDH-COMPETENCIA.
           MOVE WRK-DATA-EXECUCAO TO PDH-DATA-GERACAO.
           MOVE WRK-DIAS-UTEIS TO PDH-DIAS-UTEIS.
           WRITE PEDIDO-HEADER.
           ADD 1 TO WRK-QTD-FORNECEDORES.

       3040-FECHA-PEDIDO.
           MOVE SPACES TO PEDIDO-TRAILER.
           MOVE "T" TO PDT-TIPO-REGISTRO.
           MOVE WRK-FORN-QTD TO PDT-QTD-DETALHES.
           MOVE WRK-FORN-VALOR TO PDT-VALOR-TOTAL.
           WRITE PEDIDO-TRAILER.
           CLOSE PEDIDO-FORNECEDOR.
           MOVE WRK-FORN-CORRENTE TO WRK-LFO-FORNECEDOR.
           MOVE WRK-NOME-ARQ-PEDIDO TO WRK-LFO-ARQUIVO.
           MOVE WRK-FORN-QTD TO WRK-LFO-QTD.
           MOVE WRK-FORN-VALOR TO WRK-LFO-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-FORNECEDOR.

      *** PREPARA DESCONTOSREC.DAT PARA O DESCONTO DO VT: GUARDA A *****
      *** COPIA EM DESCONTOSREC.ANT E REGRAVA SEM OS DESCONTOS VTR QUE *
      *** O PEDIDO GEROU ANTES PARA ESTA COMPETENCIA. O ARQUIVO FICA ***
      *** ABERTO PARA OS NOVOS DESCONTOS DO RELATORIO POR CENTRO *******
       4000-ATUALIZA-DESCONTOS.
           OPEN INPUT DESCREC-ARQUIVO.
           IF WRK-STATUS-DESCREC NOT = "35"
               OPEN OUTPUT DESCREC-ANTERIOR
               MOVE 'N' TO WRK-FIM-DESCREC
               PERFORM 4010-LE-DESCONTO
               PERFORM 4020-COPIA-DESCONTO
                   UNTIL WRK-FIM-DESCREC = 'S'
               CLOSE DESCREC-ANTERIOR
               CLOSE DESCREC-ARQUIVO
               OPEN INPUT DESCREC-ANTERIOR
               OPEN OUTPUT DESCREC-ARQUIVO
               MOVE 'N' TO WRK-FIM-DESCREC
               PERFORM 4030-LE-DESCONTO-ANTERIOR
               PERFORM 4040-REGRAVA-DESCONTO
                   UNTIL WRK-FIM-DESCREC = 'S'
               CLOSE DESCREC-ANTERIOR
           ELSE
               OPEN OUTPUT DESCREC-ARQUIVO
           END-IF.

       4010-LE-DESCONTO.
           READ DESCREC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-DESCREC
           END-READ.

       4020-COPIA-DESCONTO.
           WRITE DESCREC-ANTERIOR-RECORD FROM WRK-REG-DESCONTO-REC.
           PERFORM 4010-LE-DESCONTO.

       4030-LE-DESCONTO-ANTERIOR.
           READ DESCREC-ANTERIOR
               AT END
                   MOVE 'S' TO WRK-FIM-DESCREC
           END-READ.

      *** O VTR SO DA COMPETENCIA E O QUE O PEDIDO GEROU - SUBSTITUIDO *
      *** O VTR LANCADO A MAO E VIGENTE NA COMPETENCIA SE SOMARIA AO ***
      *** GERADO NA FOLHA - MANTIDO E APONTADO PARA O RH ***************
       4040-REGRAVA-DESCONTO.
           MOVE DESCREC-ANTERIOR-RECORD TO WRK-REG-DESCONTO-REC.
           IF DRC-CODIGO = "VTR"
               AND DRC-COMP-INICIO = WRK-COMPETENCIA
               AND DRC-COMP-FIM = WRK-COMPETENCIA
               ADD 1 TO WRK-QTD-VTR-SUBSTITUIDOS
           ELSE
               IF DRC-CODIGO = "VTR"
                   AND DRC-COMP-INICIO <= WRK-COMPETENCIA
                   AND (DRC-COMP-FIM = ZEROS
                       OR DRC-COMP-FIM >= WRK-COMPETENCIA)
                   MOVE DRC-EMP-ID TO WRK-OCORR-ID
                   MOVE "DESCONTO VTR MANUAL VIGENTE - CONFERIR"
                       TO WRK-OCORRENCIA
                   PERFORM 9000-IMPRIME-OCORRENCIA
               END-IF
               WRITE WRK-REG-DESCONTO-REC
           END-IF.
           PERFORM 4030-LE-DESCONTO-ANTERIOR.

      *** TERCEIRA PASSAGEM - PEDIDO POR CENTRO DE CUSTO NA ORDEM DO ***
      *** TRABALHO POR CENTRO, COM SUBTOTAL POR CENTRO E O DESCONTO ****
      *** DO VT DE CADA EMPREGADO GRAVADO EM DESCONTOSREC.DAT **********
       4100-RELATORIO-CENTROS.
           MOVE "PEDIDO POR CENTRO DE CUSTO" TO WRK-CAB-SECAO-TITULO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-SECAO.
           MOVE HIGH-VALUES TO WRK-CC-CORRENTE.
           MOVE ZEROS TO WRK-EMP-CORRENTE.
           OPEN INPUT PEDIDO-CC-TRABALHO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE LOW-VALUES TO PCC-CHAVE.
           START PEDIDO-CC-TRABALHO KEY NOT < PCC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           IF WRK-FIM-TRABALHO NOT = 'S'
               PERFORM 4110-LE-TRABALHO-CC
               PERFORM 4120-IMPRIME-ITEM-CENTRO
                   UNTIL WRK-FIM-TRABALHO = 'S'
               PERFORM 4200-GRAVA-DESCONTO-VT
               PERFORM 4300-IMPRIME-SUBTOTAL
           END-IF.
           CLOSE PEDIDO-CC-TRABALHO.
           CLOSE DESCREC-ARQUIVO.

       4110-LE-TRABALHO-CC.
           READ PEDIDO-CC-TRABALHO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

       4120-IMPRIME-ITEM-CENTRO.
           IF PCC-CENTRO-CUSTO NOT = WRK-CC-CORRENTE
               OR PCC-EMP-ID NOT = WRK-EMP-CORRENTE
               IF WRK-EMP-CORRENTE NOT = ZEROS
                   PERFORM 4200-GRAVA-DESCONTO-VT
               END-IF
               MOVE PCC-EMP-ID TO WRK-EMP-CORRENTE
               MOVE PCC-SALARIO TO WRK-EMP-SALARIO
               MOVE ZEROS TO WRK-EMP-TOT-VT
           END-IF.
           IF PCC-CENTRO-CUSTO NOT = WRK-CC-CORRENTE
               IF WRK-CC-CORRENTE NOT = HIGH-VALUES
                   PERFORM 4300-IMPRIME-SUBTOTAL
               END-IF
               PERFORM 4130-IMPRIME-CENTRO
           END-IF.
           MOVE PCC-EMP-ID TO WRK-DET-ID.
           MOVE PCC-NOME TO WRK-DET-NOME.
           MOVE PCC-EMPRESA TO WRK-DET-EMPRESA.
           MOVE PCC-TIPO TO WRK-DET-TIPO.
           MOVE PCC-FORNECEDOR TO WRK-DET-FORNECEDOR.
           MOVE PCC-DIAS TO WRK-DET-DIAS.
           MOVE PCC-VALOR-DIA TO WRK-DET-VALOR-DIA.
           MOVE PCC-VALOR TO WRK-DET-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           IF PCC-TIPO = "VT"
               ADD PCC-VALOR TO WRK-EMP-TOT-VT
               ADD PCC-VALOR TO WRK-CC-TOT-VT
               ADD PCC-VALOR TO WRK-TOT-VT
           ELSE
               ADD PCC-VALOR TO WRK-CC-TOT-VR
               ADD PCC-VALOR TO WRK-TOT-VR
           END-IF.
           PERFORM 4110-LE-TRABALHO-CC.

      *** CABECALHO DO CENTRO COM A DESCRICAO DE DEPARTAMENTOS.DAT *****
       4130-IMPRIME-CENTRO.
           MOVE PCC-CENTRO-CUSTO TO WRK-CC-CORRENTE.
           MOVE ZEROS TO WRK-CC-TOT-VR.
           MOVE ZEROS TO WRK-CC-TOT-VT.
           MOVE ZEROS TO WRK-CC-TOT-DESC-VT.
           MOVE "CENTRO DE CUSTO NAO CADASTRADO" TO WRK-CC-DESCRICAO.
           OPEN INPUT DEPARTAMENTO-ARQUIVO.
           IF WRK-STATUS-DEPARTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 4140-LE-DEPARTAMENTO
               PERFORM 4150-CONFERE-DEPARTAMENTO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DEPARTAMENTO-ARQUIVO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-CC-CORRENTE TO WRK-LCC-CODIGO.
           MOVE WRK-CC-DESCRICAO TO WRK-LCC-DESCRICAO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-CENTRO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-CENTRO.

       4140-LE-DEPARTAMENTO.
           READ DEPARTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       4150-CONFERE-DEPARTAMENTO.
           IF DEP-CODIGO = WRK-CC-CORRENTE
               MOVE DEP-DESCRICAO TO WRK-CC-DESCRICAO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               PERFORM 4140-LE-DEPARTAMENTO
           END-IF.

      *** PARTE DO EMPREGADO NO VALE-TRANSPORTE: O CREDITO DE VT DA ****
      *** COMPETENCIA, LIMITADO A 6% DO SALARIO BASE, COMO DESCONTO ****
      *** VTR DE VALOR FIXO SO NA COMPETENCIA DO PEDIDO ****************
       4200-GRAVA-DESCONTO-VT.
           IF WRK-EMP-TOT-VT > ZEROS
               COMPUTE WRK-LIMITE-VT ROUNDED =
                   WRK-EMP-SALARIO * WRK-PERC-LIMITE-VT / 100
               IF WRK-EMP-TOT-VT < WRK-LIMITE-VT
                   MOVE WRK-EMP-TOT-VT TO WRK-DESCONTO-VT
               ELSE
                   MOVE WRK-LIMITE-VT TO WRK-DESCONTO-VT
               END-IF
               IF WRK-DESCONTO-VT > ZEROS
                   MOVE WRK-EMP-CORRENTE TO DRC-EMP-ID
                   MOVE "VTR" TO DRC-CODIGO
                   MOVE "V" TO DRC-TIPO
                   MOVE WRK-DESCONTO-VT TO DRC-VALOR
                   MOVE WRK-COMPETENCIA TO DRC-COMP-INICIO
                   MOVE WRK-COMPETENCIA TO DRC-COMP-FIM
                   WRITE WRK-REG-DESCONTO-REC
                   ADD 1 TO WRK-QTD-DESC-VT
                   ADD WRK-DESCONTO-VT TO WRK-CC-TOT-DESC-VT
                   ADD WRK-DESCONTO-VT TO WRK-TOT-DESC-VT
                   MOVE WRK-EMP-CORRENTE TO WRK-LDE-ID
                   MOVE WRK-DESCONTO-VT TO WRK-LDE-VALOR
                   WRITE LINHA-RELATORIO FROM WRK-LINHA-DESCONTO
               END-IF
           END-IF.

       4300-IMPRIME-SUBTOTAL.
           MOVE WRK-CC-CORRENTE TO WRK-SUB-CODIGO.
           MOVE WRK-CC-TOT-VR TO WRK-SUB-VR.
           MOVE WRK-CC-TOT-VT TO WRK-SUB-VT.
           MOVE WRK-CC-TOT-DESC-VT TO WRK-SUB-DESC-VT.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-SUBTOTAL.

      *** TOTAIS DO PEDIDO NO FIM DO RELATORIO *************************
       5000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGISTROS DE BENEFICIO LIDOS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "ITENS PEDIDOS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PEDIDOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "ITENS SEM DIA A CREDITAR" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-DIAS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "FORNECEDORES (ARQUIVOS DE PEDIDO)" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FORNECEDORES TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "TOTAL DO VALE-REFEICAO" TO WRK-TOT-ROTULO.
           MOVE WRK-TOT-VR TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "TOTAL DO VALE-TRANSPORTE" TO WRK-TOT-ROTULO.
           MOVE WRK-TOT-VT TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "DESCONTOS VTR GRAVADOS" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-DESC-VT TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "TOTAL DESCONTADO DO VT" TO WRK-TOT-ROTULO.
           MOVE WRK-TOT-DESC-VT TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "DESCONTOS VTR ANTERIORES SUBSTITUIDOS"
               TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-VTR-SUBSTITUIDOS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.
           MOVE "OCORRENCIAS PARA O RH" TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-OCORRENCIAS TO WRK-TOT-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL.

      *** LINHA DE OCORRENCIA COM O ID DO EMPREGADO ********************
       9000-IMPRIME-OCORRENCIA.
           ADD 1 TO WRK-QTD-OCORRENCIAS.
           MOVE WRK-OCORR-ID TO WRK-OCO-ID.
           MOVE WRK-OCORRENCIA TO WRK-OCO-TEXTO.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-OCORRENCIA.

      *** QUANTIDADE DE DIAS DO MES WRK-BIS-MES DO ANO WRK-BIS-ANO *****
       9100-CALCULA-DIAS-NO-MES.
           MOVE 'N' TO WRK-BISSEXTO.
           IF (WRK-BIS-ANO - ((WRK-BIS-ANO / 4) * 4)) = 0
               MOVE 'S' TO WRK-BISSEXTO
               IF (WRK-BIS-ANO - ((WRK-BIS-ANO / 100) * 100)) = 0
                   MOVE 'N' TO WRK-BISSEXTO
                   IF (WRK-BIS-ANO - ((WRK-BIS-ANO / 400) * 400)) = 0
                       MOVE 'S' TO WRK-BISSEXTO
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-DIAS-MES-TAB (WRK-BIS-MES) TO WRK-DIAS-NO-MES.
           IF WRK-BIS-MES = 2 AND WRK-BISSEXTO = 'S'
               ADD 1 TO WRK-DIAS-NO-MES
           END-IF.
