       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB35.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: PARTICIPACAO NOS LUCROS OU RESULTADOS (PLR) - RECEBE
      * O PERIODO DE APURACAO (COMPETENCIA INICIAL E FINAL), O
      * MONTANTE A DISTRIBUIR E A REGRA DO ACORDO COLETIVO (PARTES
      * IGUAIS, PROPORCIONAL AO SALARIO OU MISTA, COM O PERCENTUAL DO
      * MONTANTE DISTRIBUIDO EM PARTES IGUAIS). CADA EMPREGADO PESA
      * PELOS MESES TRABALHADOS NO PERIODO (MESES COM FOLHA MENSAL NO
      * HISTORICO.DAT), O QUE PRORRATEIA ADMITIDOS E DESLIGADOS NO
      * PERIODO. A PLR NAO TEM INSS NEM FGTS - O IRRF SAI DA TABELA
      * EXCLUSIVA DA PLR (TABTAXASPLR.DAT, COM VIGENCIA), SOBRE O
      * TOTAL DE PLR DO ANO-CALENDARIO, ABATIDO O IMPOSTO JA RETIDO
      * NAS DISTRIBUICOES ANTERIORES DO ANO. GERA O REGISTRO DA PLR
      * (PLR.PRT), A REMESSA PROPRIA (REMESSAPLR.CNAB240), OS
      * REGISTROS 'PLR ' NO RESUMO DA FOLHA PARA A CONTABILIDADE E A
      * CONCILIACAO E OS LANCAMENTOS 'PLR ' NO HISTORICO PARA O
      * INFORME DE RENDIMENTOS. UMA SEGUNDA DISTRIBUICAO NA MESMA
      * COMPETENCIA E RECUSADA (RC 8) - O RESUMO JA TEM A PLR
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
           SELECT PLR-RELATORIO ASSIGN TO "DATA/PLR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLR.
           SELECT CNAB-REMESSA-PLR
               ASSIGN TO "DATA/REMESSAPLR.CNAB240"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CNAB.
           SELECT TAXAS-PLR-ARQUIVO ASSIGN TO "DATA/TABTAXASPLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAXAS.
           SELECT RESUMO-ARQUIVO ASSIGN TO "DATA/RESUMOFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  HISTORICO-SALARIO.
           COPY CBHISTOR.
       FD  PLR-RELATORIO.
       01 LINHA-PLR PIC X(100).
       FD  CNAB-REMESSA-PLR
           RECORD CONTAINS 240 CHARACTERS.
       01 LINHA-CNAB PIC X(240).
       FD  TAXAS-PLR-ARQUIVO.
           COPY CBTAXPLR.
       FD  RESUMO-ARQUIVO.
           COPY CBRESUMO.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TAXAS PIC X(02) VALUE "00".
       77 WRK-FIM-TAXAS PIC X(01) VALUE 'N'.
       77 WRK-TAX-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-TAX-VIGENCIA-USO PIC 9(08) VALUE ZEROS.
       77 WRK-TPL-FX1 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TPL-FX2 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TPL-FX3 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TPL-FX4 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TPL-AL2 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TPL-AL3 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TPL-AL4 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TPL-AL5 PIC 9(01)V999 VALUE ZEROS.
       77 WRK-TPL-DED2 PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TPL-DED3 PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TPL-DED4 PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TPL-DED5 PIC 9(05)V99 VALUE ZEROS.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-HISTORICO PIC X(02) VALUE "00".
       77 WRK-STATUS-PLR PIC X(02) VALUE "00".
       77 WRK-STATUS-CNAB PIC X(02) VALUE "00".
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-NOME-EMPRESA PIC X(30) VALUE "EMPRESA EXEMPLO LTDA".
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST-EMP PIC X(01) VALUE 'N'.
       77 WRK-FIM-RESUMO PIC X(01) VALUE 'N'.
       77 WRK-PLR-JA-APURADA PIC X(01) VALUE 'N'.
      *** PERIODO DE APURACAO DA PLR (COMPETENCIAS AAAAMM) *************
       77 WRK-PER-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-PER-VALIDO PIC X(01) VALUE 'N'.
       01 WRK-PER-INICIO.
           02 WRK-PER-INI-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-PER-INI-MES PIC 9(02) VALUE ZEROS.
       01 WRK-PER-INICIO-R REDEFINES WRK-PER-INICIO PIC 9(06).
       01 WRK-PER-FIM.
           02 WRK-PER-FIM-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-PER-FIM-MES PIC 9(02) VALUE ZEROS.
       01 WRK-PER-FIM-R REDEFINES WRK-PER-FIM PIC 9(06).
       77 WRK-PER-MESES PIC S9(04) VALUE ZEROS.
      *** MONTANTE E REGRA DE DISTRIBUICAO DO ACORDO COLETIVO **********
       77 WRK-MONTANTE-ENTRADA PIC X(11) VALUE SPACES.
       77 WRK-MONTANTE REDEFINES WRK-MONTANTE-ENTRADA
           PIC 9(09)V99.
       77 WRK-MONTANTE-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-REGRA PIC X(01) VALUE SPACES.
           88 REGRA-IGUAL VALUE "I".
           88 REGRA-SALARIO VALUE "S".
           88 REGRA-MISTA VALUE "M".
       77 WRK-REGRA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-PCT-ENTRADA PIC X(05) VALUE SPACES.
       77 WRK-PCT-IGUAL REDEFINES WRK-PCT-ENTRADA
           PIC 9(03)V99.
       77 WRK-PCT-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-PARCELA-IGUAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PARCELA-SALARIO PIC 9(09)V99 VALUE ZEROS.
      *** PESOS DA DISTRIBUICAO (PRIMEIRA PASSADA NO MASTER) ***********
       77 WRK-SOMA-MESES PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-SAL-MESES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ELEGIVEIS PIC 9(05) VALUE ZEROS.
      *** APURACAO DO EMPREGADO ****************************************
       77 WRK-MESES-PLR PIC 9(02) VALUE ZEROS.
       77 WRK-COMP-HIST PIC 9(06) VALUE ZEROS.
       77 WRK-ULTIMA-COMP PIC 9(06) VALUE ZEROS.
       77 WRK-PLR-ANT-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PLR-ANT-IRRF PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PLR-BRUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-IRRF-PLR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IRRF-ACUMULADO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-IRRF-PLR PIC S9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-PLR PIC S9(07)V99 VALUE ZEROS.
       77 WRK-REMESSA-GERADA PIC X(01) VALUE 'N'.
      *** TOTAIS DA DISTRIBUICAO ***************************************
       77 WRK-QTD-PROCESSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-BRUTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RESIDUO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-NUM-SEQUENCIAL-CNAB PIC 9(05) VALUE ZEROS.
       77 WRK-CNAB-QTD-DETALHE PIC 9(06) VALUE ZEROS.
       77 WRK-CNAB-VALOR-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
      *** MESMO LAYOUT DE SEGMENTO A GERADO PELO PROGCOB04 *************
       01 WRK-REG-CNAB.
           02 CNAB-BANCO PIC 9(03) VALUE 341.
           02 CNAB-LOTE PIC 9(04) VALUE 0001.
           02 CNAB-TIPO-REGISTRO PIC 9(01) VALUE 3.
           02 CNAB-NUM-SEQUENCIAL PIC 9(05).
           02 CNAB-SEGMENTO PIC X(01) VALUE "A".
      *** TIPO DE MOVIMENTO 05 IDENTIFICA CREDITO DE PLR ***************
           02 CNAB-TIPO-MOVIMENTO PIC 9(02) VALUE 05.
           02 CNAB-CODIGO-FAVORECIDO PIC 9(06).
           02 CNAB-NOME-FAVORECIDO PIC X(30).
           02 CNAB-VALOR-PAGAMENTO PIC S9(13)V99.
           02 CNAB-BANCO-FAVORECIDO PIC 9(03).
           02 CNAB-AGENCIA-FAVORECIDO PIC 9(04).
           02 CNAB-CONTA-FAVORECIDO PIC 9(08).
           02 CNAB-CONTA-DV-FAVORECIDO PIC X(01).
           02 CNAB-DATA-PAGAMENTO PIC 9(08).
           02 CNAB-FORMA-PAGAMENTO PIC X(01).
           02 CNAB-CHAVE-PIX PIC X(32).
           02 FILLER PIC X(116) VALUE SPACES.
       01 WRK-REG-CNAB-HDR-ARQ.
           02 CNABH-BANCO PIC 9(03) VALUE 341.
           02 CNABH-LOTE PIC 9(04) VALUE 0000.
           02 CNABH-TIPO-REGISTRO PIC 9(01) VALUE 0.
           02 CNABH-EMPRESA PIC X(30).
           02 CNABH-DATA-GERACAO PIC 9(08).
           02 FILLER PIC X(194) VALUE SPACES.
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
       01 WRK-CAB-PLR-1.
           02 FILLER PIC X(10) VALUE SPACES.
           02 WRK-PLR-EMPRESA PIC X(30).
       01 WRK-CAB-PLR-2.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(37)
               VALUE "PARTICIPACAO NOS LUCROS - PERIODO DE ".
           02 WRK-PLR-PER-INI PIC 9(06).
           02 FILLER PIC X(03) VALUE " A ".
           02 WRK-PLR-PER-FIM PIC 9(06).
       01 WRK-CAB-PLR-3.
           02 FILLER PIC X(10) VALUE "MONTANTE: ".
           02 WRK-PLR-MONTANTE PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(10) VALUE "  REGRA: ".
           02 WRK-PLR-REGRA PIC X(01).
           02 FILLER PIC X(17) VALUE "  % PARTES IGUAIS".
           02 WRK-PLR-PCT PIC ZZ9,99.
           02 FILLER PIC X(18) VALUE "  TABELA VIGENCIA ".
           02 WRK-PLR-VIGENCIA PIC 9(08).
       01 WRK-CAB-PLR-4.
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(06) VALUE "MESES".
           02 FILLER PIC X(12) VALUE "SALARIO".
           02 FILLER PIC X(15) VALUE "PLR BRUTO".
           02 FILLER PIC X(12) VALUE "IRRF".
           02 FILLER PIC X(15) VALUE "LIQUIDO".
       01 WRK-LINHA-PLR.
           02 WRK-PLR-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PLR-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PLR-MESES PIC Z9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WRK-PLR-SALARIO PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PLR-VALOR-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PLR-IRRF PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-PLR-LIQUIDO PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL-PLR.
           02 WRK-PLR-TOT-DESCRICAO PIC X(34).
           02 WRK-PLR-TOT PIC -ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 1000-CAPTURA-PERIODO-INICIAL
               UNTIL WRK-PER-VALIDO = 'S'.
           MOVE 'N' TO WRK-PER-VALIDO.
           PERFORM 1050-CAPTURA-PERIODO-FINAL
               UNTIL WRK-PER-VALIDO = 'S'.
           PERFORM 1100-CAPTURA-MONTANTE
               UNTIL WRK-MONTANTE-VALIDO = 'S'.
           PERFORM 1200-CAPTURA-REGRA
               UNTIL WRK-REGRA-VALIDA = 'S'.
           PERFORM 1800-CARREGA-TABELA-PLR.
           IF WRK-RETORNO NOT = 16
               PERFORM 1600-CONFERE-PLR-APURADA
           END-IF.
           IF WRK-RETORNO < 8
               OPEN INPUT EMPLOYEE-MASTER
               IF WRK-STATUS-EMPLOYEE NOT = "00"
                   DISPLAY "EMPLOYEE-MASTER NAO PODE SER ABERTO - "
                       "STATUS " WRK-STATUS-EMPLOYEE
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   OPEN I-O HISTORICO-SALARIO
                   IF WRK-STATUS-HISTORICO = "35"
                       OPEN OUTPUT HISTORICO-SALARIO
                       CLOSE HISTORICO-SALARIO
                       OPEN I-O HISTORICO-SALARIO
                   END-IF
                   PERFORM 1500-LE-EMPREGADO
                   PERFORM 1900-APURA-PESOS
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE EMPLOYEE-MASTER
                   PERFORM 1950-CONFERE-PESOS
                   IF WRK-RETORNO < 8
                       PERFORM 2000-DISTRIBUI-PLR
                   END-IF
                   CLOSE HISTORICO-SALARIO
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
           MOVE "PROGCOB35" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *********** CAPTURA A COMPETENCIA INICIAL DO PERIODO **************
       1000-CAPTURA-PERIODO-INICIAL.
           MOVE SPACES TO WRK-PER-ENTRADA.
           DISPLAY 'INFORME A COMPETENCIA INICIAL DO PERIODO DA PLR '
               '(AAAAMM)'.
           ACCEPT WRK-PER-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-PER-VALIDO.
           IF WRK-PER-ENTRADA NOT NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA, DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-PER-VALIDO
           ELSE
               MOVE WRK-PER-ENTRADA TO WRK-PER-INICIO
               IF WRK-PER-INI-MES < 1 OR WRK-PER-INI-MES > 12
                   DISPLAY 'MES INVALIDO, DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-PER-VALIDO
               END-IF
           END-IF.

      *** A COMPETENCIA FINAL NAO PODE SER ANTERIOR A INICIAL NEM ******
      *** O PERIODO PASSAR DE 12 MESES (A PLR E SEMESTRAL OU ANUAL) ****
       1050-CAPTURA-PERIODO-FINAL.
           MOVE SPACES TO WRK-PER-ENTRADA.
           DISPLAY 'INFORME A COMPETENCIA FINAL DO PERIODO DA PLR '
               '(AAAAMM)'.
           ACCEPT WRK-PER-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-PER-VALIDO.
           IF WRK-PER-ENTRADA NOT NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA, DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-PER-VALIDO
           ELSE
               MOVE WRK-PER-ENTRADA TO WRK-PER-FIM
               COMPUTE WRK-PER-MESES =
                   ((WRK-PER-FIM-ANO - WRK-PER-INI-ANO) * 12)
                   + WRK-PER-FIM-MES - WRK-PER-INI-MES + 1
               IF WRK-PER-FIM-MES < 1 OR WRK-PER-FIM-MES > 12
                   OR WRK-PER-MESES < 1 OR WRK-PER-MESES > 12
                   DISPLAY 'PERIODO INVALIDO (1 A 12 MESES A PARTIR '
                       'DA INICIAL), DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-PER-VALIDO
               END-IF
           END-IF.

      *********** CAPTURA O MONTANTE A DISTRIBUIR ***********************
       1100-CAPTURA-MONTANTE.
           MOVE SPACES TO WRK-MONTANTE-ENTRADA.
           DISPLAY 'INFORME O MONTANTE DA PLR (11 DIGITOS, 2 DECIMAIS '
               'IMPLICITAS)'.
           ACCEPT WRK-MONTANTE-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-MONTANTE-VALIDO.
           IF WRK-MONTANTE-ENTRADA NOT NUMERIC
               OR WRK-MONTANTE-ENTRADA = ZEROS
               DISPLAY 'VALOR INVALIDO (NUMERICO, NAO ZERO), DIGITE '
                   'NOVAMENTE'
               MOVE 'N' TO WRK-MONTANTE-VALIDO
           END-IF.

      *** REGRA DO ACORDO: I = PARTES IGUAIS, S = PROPORCIONAL AO ******
      *** SALARIO, M = MISTA (PERCENTUAL EM PARTES IGUAIS, O RESTO *****
      *** PROPORCIONAL AO SALARIO) *************************************
       1200-CAPTURA-REGRA.
           MOVE SPACES TO WRK-REGRA.
           DISPLAY 'INFORME A REGRA DE DISTRIBUICAO (I = PARTES '
               'IGUAIS / S = PROPORCIONAL AO SALARIO / M = MISTA)'.
           ACCEPT WRK-REGRA FROM CONSOLE.
           MOVE 'S' TO WRK-REGRA-VALIDA.
           EVALUATE TRUE
               WHEN REGRA-IGUAL
                   MOVE 100 TO WRK-PCT-IGUAL
               WHEN REGRA-SALARIO
                   MOVE ZEROS TO WRK-PCT-IGUAL
               WHEN REGRA-MISTA
                   MOVE 'N' TO WRK-PCT-VALIDO
                   PERFORM 1250-CAPTURA-PERCENTUAL
                       UNTIL WRK-PCT-VALIDO = 'S'
               WHEN OTHER
                   DISPLAY 'REGRA INVALIDA (I, S OU M), DIGITE '
                       'NOVAMENTE'
                   MOVE 'N' TO WRK-REGRA-VALIDA
           END-EVALUATE.
           IF WRK-REGRA-VALIDA = 'S'
               COMPUTE WRK-PARCELA-IGUAL ROUNDED =
                   WRK-MONTANTE * WRK-PCT-IGUAL / 100
               COMPUTE WRK-PARCELA-SALARIO =
                   WRK-MONTANTE - WRK-PARCELA-IGUAL
           END-IF.

       1250-CAPTURA-PERCENTUAL.
           MOVE SPACES TO WRK-PCT-ENTRADA.
           DISPLAY 'INFORME O PERCENTUAL DISTRIBUIDO EM PARTES IGUAIS '
               '(5 DIGITOS, 2 DECIMAIS IMPLICITAS)'.
           ACCEPT WRK-PCT-ENTRADA FROM CONSOLE.
           MOVE 'S' TO WRK-PCT-VALIDO.
           IF WRK-PCT-ENTRADA NOT NUMERIC
               DISPLAY 'PERCENTUAL INVALIDO, DIGITE NOVAMENTE'
               MOVE 'N' TO WRK-PCT-VALIDO
           ELSE
               IF WRK-PCT-IGUAL = ZEROS OR WRK-PCT-IGUAL NOT < 100
                   DISPLAY 'NA REGRA MISTA O PERCENTUAL FICA ENTRE 0 '
                       'E 100 (EXCLUSIVE), DIGITE NOVAMENTE'
                   MOVE 'N' TO WRK-PCT-VALIDO
               END-IF
           END-IF.

       1500-LE-EMPREGADO.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *** O RESUMO DA FOLHA SO E ESVAZIADO NO FECHAMENTO - SE JA HA ****
      *** REGISTRO 'PLR ' A DISTRIBUICAO DA COMPETENCIA JA FOI FEITA ***
      *** E UMA NOVA PAGARIA EM DOBRO **********************************
       1600-CONFERE-PLR-APURADA.
           MOVE 'N' TO WRK-PLR-JA-APURADA.
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO NOT = "35"
               MOVE 'N' TO WRK-FIM-RESUMO
               PERFORM 1610-LE-RESUMO
               PERFORM 1620-CONFERE-RESUMO
                   UNTIL WRK-FIM-RESUMO = 'S'
               CLOSE RESUMO-ARQUIVO
           END-IF.
           IF WRK-PLR-JA-APURADA = 'S'
               DISPLAY 'PLR JA DISTRIBUIDA NA COMPETENCIA EM ABERTO - '
                   'NOVA DISTRIBUICAO SO APOS O FECHAMENTO'
               MOVE 8 TO WRK-RETORNO
           END-IF.

       1610-LE-RESUMO.
           READ RESUMO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RESUMO
           END-READ.

       1620-CONFERE-RESUMO.
           IF RESUMO-TIPO = "PLR"
               MOVE 'S' TO WRK-PLR-JA-APURADA
           END-IF.
           PERFORM 1610-LE-RESUMO.

      *** CARREGA A VERSAO DA TABELA DA PLR EM VIGOR NA DATA DA ********
      *** EXECUCAO (MAIOR VIGENCIA NAO POSTERIOR A DATA) - SEM VERSAO **
      *** QUE CUBRA A DATA A EXECUCAO E ABORTADA ***********************
       1800-CARREGA-TABELA-PLR.
           MOVE 'N' TO WRK-TAX-ENCONTRADA.
           MOVE ZEROS TO WRK-TAX-VIGENCIA-USO.
           OPEN INPUT TAXAS-PLR-ARQUIVO.
           IF WRK-STATUS-TAXAS NOT = "00"
               DISPLAY "TABTAXASPLR.DAT NAO PODE SER ABERTO - STATUS "
                   WRK-STATUS-TAXAS
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WRK-FIM-TAXAS
               PERFORM 1810-LE-TAXAS
               PERFORM 1820-SELECIONA-TAXAS
                   UNTIL WRK-FIM-TAXAS = 'S'
               CLOSE TAXAS-PLR-ARQUIVO
               IF WRK-TAX-ENCONTRADA NOT = 'S'
                   DISPLAY "NENHUMA TABELA DA PLR VIGENTE EM " WRK-DATA
                   MOVE 16 TO WRK-RETORNO
               END-IF
           END-IF.

       1810-LE-TAXAS.
           READ TAXAS-PLR-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-TAXAS
           END-READ.

       1820-SELECIONA-TAXAS.
           IF TPL-VIGENCIA <= WRK-DATA
               AND TPL-VIGENCIA >= WRK-TAX-VIGENCIA-USO
               MOVE 'S' TO WRK-TAX-ENCONTRADA
               MOVE TPL-VIGENCIA TO WRK-TAX-VIGENCIA-USO
               MOVE TPL-FAIXA1 TO WRK-TPL-FX1
               MOVE TPL-FAIXA2 TO WRK-TPL-FX2
               MOVE TPL-FAIXA3 TO WRK-TPL-FX3
               MOVE TPL-FAIXA4 TO WRK-TPL-FX4
               MOVE TPL-ALIQ2 TO WRK-TPL-AL2
               MOVE TPL-ALIQ3 TO WRK-TPL-AL3
               MOVE TPL-ALIQ4 TO WRK-TPL-AL4
               MOVE TPL-ALIQ5 TO WRK-TPL-AL5
               MOVE TPL-DEDUCAO2 TO WRK-TPL-DED2
               MOVE TPL-DEDUCAO3 TO WRK-TPL-DED3
               MOVE TPL-DEDUCAO4 TO WRK-TPL-DED4
               MOVE TPL-DEDUCAO5 TO WRK-TPL-DED5
           END-IF.
           PERFORM 1810-LE-TAXAS.

      *** PRIMEIRA PASSADA - SOMA OS MESES TRABALHADOS E O SALARIO *****
      *** PONDERADO PELOS MESES DE CADA EMPREGADO ELEGIVEL *************
       1900-APURA-PESOS.
           IF EMP-MOEDA = "BRL" OR EMP-MOEDA = SPACES
               PERFORM 2100-APURA-HISTORICO-EMP
               IF WRK-MESES-PLR > ZEROS
                   ADD 1 TO WRK-QTD-ELEGIVEIS
                   ADD WRK-MESES-PLR TO WRK-SOMA-MESES
                   COMPUTE WRK-SOMA-SAL-MESES = WRK-SOMA-SAL-MESES
                       + (EMP-SALARIO * WRK-MESES-PLR)
               END-IF
           END-IF.
           PERFORM 1500-LE-EMPREGADO.

      *** SEM NINGUEM COM MESES NO PERIODO (OU SEM SALARIO PARA A ******
      *** PARCELA PROPORCIONAL) NAO HA COMO DISTRIBUIR O MONTANTE ******
       1950-CONFERE-PESOS.
           IF WRK-SOMA-MESES = ZEROS
               DISPLAY 'NENHUM EMPREGADO COM FOLHA NO PERIODO '
                   WRK-PER-INICIO-R ' A ' WRK-PER-FIM-R
                   ' - PLR NAO DISTRIBUIDA'
               MOVE 8 TO WRK-RETORNO
           ELSE
               IF WRK-PARCELA-SALARIO > ZEROS
                   AND WRK-SOMA-SAL-MESES = ZEROS
                   DISPLAY 'SALARIOS ZERADOS NO CADASTRO - PARCELA '
                       'PROPORCIONAL NAO PODE SER DISTRIBUIDA'
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.

      *** SEGUNDA PASSADA - CALCULA, PAGA E REGISTRA A PLR *************
       2000-DISTRIBUI-PLR.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT PLR-RELATORIO.
           OPEN OUTPUT CNAB-REMESSA-PLR.
           OPEN EXTEND RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO = "35"
               OPEN OUTPUT RESUMO-ARQUIVO
               CLOSE RESUMO-ARQUIVO
               OPEN EXTEND RESUMO-ARQUIVO
           END-IF.
           PERFORM 3000-IMPRIME-CABECALHO-PLR.
           PERFORM 2680-GRAVA-CNAB-HEADERS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 1500-LE-EMPREGADO.
           PERFORM 2050-PROCESSA-EMPREGADO
               UNTIL WRK-FIM-ARQUIVO = 'S'.
           PERFORM 2690-GRAVA-CNAB-TRAILERS.
           PERFORM 3100-IMPRIME-TOTAIS-PLR.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PLR-RELATORIO.
           CLOSE CNAB-REMESSA-PLR.
           CLOSE RESUMO-ARQUIVO.
           DISPLAY "EMPREGADOS NA PLR: " WRK-QTD-PROCESSADOS.
           DISPLAY "TOTAL DISTRIBUIDO: " WRK-TOTAL-BRUTO.
           DISPLAY "IRRF RETIDO NA PLR: " WRK-TOTAL-IRRF.

      *** O EXPATRIADO EM USD/EUR NAO ENTRA NESTA DISTRIBUICAO (A ******
      *** PLR E O IRRF EXCLUSIVO SAO EM BRL) - APONTADO COM RC 4 *******
       2050-PROCESSA-EMPREGADO.
           IF EMP-MOEDA NOT = "BRL" AND EMP-MOEDA NOT = SPACES
               PERFORM 2100-APURA-HISTORICO-EMP
               IF WRK-MESES-PLR > ZEROS
                   DISPLAY 'EMPREGADO PAGO EM ' EMP-MOEDA
                       ' FORA DA PLR - ID ' EMP-ID
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               END-IF
           ELSE
               PERFORM 2100-APURA-HISTORICO-EMP
               IF WRK-MESES-PLR > ZEROS
                   PERFORM 2200-CALCULA-PLR
                   IF WRK-PLR-BRUTO > ZEROS
                       PERFORM 2300-CALCULA-IRRF-PLR
                       PERFORM 2500-GRAVA-LINHA-PLR
                       PERFORM 2650-GERA-REMESSA-PLR
                       PERFORM 2800-GRAVA-HISTORICO-PLR
                       PERFORM 2850-GRAVA-RESUMO-PLR
                       ADD 1 TO WRK-QTD-PROCESSADOS
                       ADD WRK-PLR-BRUTO TO WRK-TOTAL-BRUTO
                       ADD WRK-IRRF-PLR TO WRK-TOTAL-IRRF
                       ADD WRK-LIQUIDO-PLR TO WRK-TOTAL-LIQUIDO
                   END-IF
               END-IF
           END-IF.
           PERFORM 1500-LE-EMPREGADO.

      *** PERCORRE O HISTORICO DO EMPREGADO: MESES COM FOLHA MENSAL ****
      *** DENTRO DO PERIODO (UM POR COMPETENCIA, MESMO COM MAIS DE UM **
      *** LANCAMENTO NO MES) E A PLR JA PAGA NO ANO-CALENDARIO *********
       2100-APURA-HISTORICO-EMP.
           MOVE ZEROS TO WRK-MESES-PLR.
           MOVE ZEROS TO WRK-ULTIMA-COMP.
           MOVE ZEROS TO WRK-PLR-ANT-BRUTO.
           MOVE ZEROS TO WRK-PLR-ANT-IRRF.
           MOVE 'N' TO WRK-FIM-HIST-EMP.
           MOVE EMP-ID TO HIST-ID.
           MOVE ZEROS TO HIST-ANO.
           MOVE ZEROS TO HIST-MES.
           MOVE ZEROS TO HIST-DIA.
           MOVE LOW-VALUES TO HIST-TIPO.
           START HISTORICO-SALARIO KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HIST-EMP
           END-START.
           IF WRK-FIM-HIST-EMP NOT = 'S'
               PERFORM 2130-LE-HISTORICO-EMP
               PERFORM 2140-CONFERE-HISTORICO-EMP
                   UNTIL WRK-FIM-HIST-EMP = 'S'
           END-IF.

       2130-LE-HISTORICO-EMP.
           READ HISTORICO-SALARIO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-HIST-EMP
           END-READ.

      *** O IRRF DA PLR ANTERIOR NAO E GUARDADO A PARTE - SAI PELA *****
      *** DIFERENCA ENTRE BRUTO E LIQUIDO (A PLR NAO TEM OUTRO *********
      *** DESCONTO), COMO NO INFORME DE RENDIMENTOS ********************
       2140-CONFERE-HISTORICO-EMP.
           IF HIST-ID NOT = EMP-ID
               MOVE 'S' TO WRK-FIM-HIST-EMP
           ELSE
               COMPUTE WRK-COMP-HIST = (HIST-ANO * 100) + HIST-MES
               IF HIST-TIPO = SPACES
                   AND WRK-COMP-HIST >= WRK-PER-INICIO-R
                   AND WRK-COMP-HIST <= WRK-PER-FIM-R
                   AND WRK-COMP-HIST NOT = WRK-ULTIMA-COMP
                   ADD 1 TO WRK-MESES-PLR
                   MOVE WRK-COMP-HIST TO WRK-ULTIMA-COMP
               END-IF
               IF HIST-TIPO = "PLR" AND HIST-ANO = WRK-ANO
                   ADD HIST-SALARIO-BRUTO TO WRK-PLR-ANT-BRUTO
                   COMPUTE WRK-PLR-ANT-IRRF = WRK-PLR-ANT-IRRF
                       + HIST-SALARIO-BRUTO - HIST-LIQUIDO
               END-IF
               PERFORM 2130-LE-HISTORICO-EMP
           END-IF.

      *** COTA = PARCELA IGUAL X MESES / SOMA DOS MESES + PARCELA ******
      *** PROPORCIONAL X (SALARIO X MESES) / SOMA PONDERADA - QUEM *****
      *** TRABALHOU PARTE DO PERIODO RECEBE NA PROPORCAO DOS MESES *****
       2200-CALCULA-PLR.
           MOVE ZEROS TO WRK-PLR-BRUTO.
           IF WRK-PARCELA-IGUAL > ZEROS
               COMPUTE WRK-PLR-BRUTO ROUNDED =
                   WRK-PARCELA-IGUAL * WRK-MESES-PLR / WRK-SOMA-MESES
           END-IF.
           IF WRK-PARCELA-SALARIO > ZEROS
               COMPUTE WRK-PLR-BRUTO ROUNDED = WRK-PLR-BRUTO
                   + (WRK-PARCELA-SALARIO * EMP-SALARIO * WRK-MESES-PLR
                       / WRK-SOMA-SAL-MESES)
           END-IF.

      *** IRRF PELA TABELA EXCLUSIVA SOBRE TODA A PLR DO ANO, MENOS ****
      *** O JA RETIDO NAS DISTRIBUICOES ANTERIORES DO ANO - SEM ********
      *** DEDUCAO DE DEPENDENTES NEM DE INSS (TRIBUTACAO EXCLUSIVA) ****
       2300-CALCULA-IRRF-PLR.
           COMPUTE WRK-BASE-IRRF-PLR =
               WRK-PLR-ANT-BRUTO + WRK-PLR-BRUTO.
           EVALUATE TRUE
               WHEN WRK-BASE-IRRF-PLR <= WRK-TPL-FX1
                   MOVE ZEROS TO WRK-IRRF-ACUMULADO
               WHEN WRK-BASE-IRRF-PLR <= WRK-TPL-FX2
                   COMPUTE WRK-IRRF-ACUMULADO ROUNDED =
                       (WRK-BASE-IRRF-PLR * WRK-TPL-AL2) - WRK-TPL-DED2
               WHEN WRK-BASE-IRRF-PLR <= WRK-TPL-FX3
                   COMPUTE WRK-IRRF-ACUMULADO ROUNDED =
                       (WRK-BASE-IRRF-PLR * WRK-TPL-AL3) - WRK-TPL-DED3
               WHEN WRK-BASE-IRRF-PLR <= WRK-TPL-FX4
                   COMPUTE WRK-IRRF-ACUMULADO ROUNDED =
                       (WRK-BASE-IRRF-PLR * WRK-TPL-AL4) - WRK-TPL-DED4
               WHEN OTHER
                   COMPUTE WRK-IRRF-ACUMULADO ROUNDED =
                       (WRK-BASE-IRRF-PLR * WRK-TPL-AL5) - WRK-TPL-DED5
           END-EVALUATE.
           COMPUTE WRK-IRRF-PLR =
               WRK-IRRF-ACUMULADO - WRK-PLR-ANT-IRRF.
           IF WRK-IRRF-PLR < ZEROS
               MOVE ZEROS TO WRK-IRRF-PLR
           END-IF.
           COMPUTE WRK-LIQUIDO-PLR = WRK-PLR-BRUTO - WRK-IRRF-PLR.

      *********** GRAVA A LINHA DO REGISTRO DA PLR **********************
       2500-GRAVA-LINHA-PLR.
           MOVE EMP-ID TO WRK-PLR-ID.
           MOVE EMP-NOME TO WRK-PLR-NOME.
           MOVE WRK-MESES-PLR TO WRK-PLR-MESES.
           MOVE EMP-SALARIO TO WRK-PLR-SALARIO.
           MOVE WRK-PLR-BRUTO TO WRK-PLR-VALOR-BRUTO.
           MOVE WRK-IRRF-PLR TO WRK-PLR-IRRF.
           MOVE WRK-LIQUIDO-PLR TO WRK-PLR-LIQUIDO.
           WRITE LINHA-PLR FROM WRK-LINHA-PLR.

      *** SEM DADOS BANCARIOS NEM CHAVE PIX A PLR FICA FORA DA *********
      *** REMESSA E A TESOURARIA E APONTADA (RC 4), COMO NAS FERIAS ****
       2650-GERA-REMESSA-PLR.
           MOVE 'N' TO WRK-REMESSA-GERADA.
           IF EMP-TIPO-PAGAMENTO = 'P'
               IF EMP-CHAVE-PIX = SPACES
                   DISPLAY 'EMPREGADO PIX SEM CHAVE, PLR FORA DA '
                       'REMESSA - ID ' EMP-ID
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-REMESSA-GERADA
               END-IF
           ELSE
               IF EMP-BANCO = ZEROS OR EMP-CONTA = ZEROS
                   DISPLAY 'EMPREGADO SEM DADOS BANCARIOS, PLR '
                       'FORA DA REMESSA - ID ' EMP-ID
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-REMESSA-GERADA
               END-IF
           END-IF.
           IF WRK-REMESSA-GERADA = 'S'
               PERFORM 2700-GRAVA-DETALHE-CNAB
           END-IF.

       2680-GRAVA-CNAB-HEADERS.
           MOVE WRK-NOME-EMPRESA TO CNABH-EMPRESA.
           MOVE WRK-DATA TO CNABH-DATA-GERACAO.
           WRITE LINHA-CNAB FROM WRK-REG-CNAB-HDR-ARQ.
           MOVE WRK-NOME-EMPRESA TO CNABL-EMPRESA.
           WRITE LINHA-CNAB FROM WRK-REG-CNAB-HDR-LOTE.

       2690-GRAVA-CNAB-TRAILERS.
           MOVE WRK-CNAB-QTD-DETALHE TO CNABT-QTD-REGISTROS.
           MOVE WRK-CNAB-VALOR-TOTAL TO CNABT-VALOR-TOTAL.
           WRITE LINHA-CNAB FROM WRK-REG-CNAB-TRL-LOTE.
           COMPUTE CNABA-QTD-REGISTROS = WRK-CNAB-QTD-DETALHE + 4.
           WRITE LINHA-CNAB FROM WRK-REG-CNAB-TRL-ARQ.

      *********** GERA O DETALHE DA REMESSA PROPRIA DA PLR **************
       2700-GRAVA-DETALHE-CNAB.
           ADD 1 TO WRK-NUM-SEQUENCIAL-CNAB.
           MOVE WRK-NUM-SEQUENCIAL-CNAB TO CNAB-NUM-SEQUENCIAL.
           MOVE EMP-ID TO CNAB-CODIGO-FAVORECIDO.
           MOVE EMP-NOME TO CNAB-NOME-FAVORECIDO.
           MOVE WRK-LIQUIDO-PLR TO CNAB-VALOR-PAGAMENTO.
           IF EMP-TIPO-PAGAMENTO = 'P'
               MOVE ZEROS TO CNAB-BANCO-FAVORECIDO
               MOVE ZEROS TO CNAB-AGENCIA-FAVORECIDO
               MOVE ZEROS TO CNAB-CONTA-FAVORECIDO
               MOVE SPACE TO CNAB-CONTA-DV-FAVORECIDO
               MOVE 'P' TO CNAB-FORMA-PAGAMENTO
               MOVE EMP-CHAVE-PIX TO CNAB-CHAVE-PIX
           ELSE
               MOVE EMP-BANCO TO CNAB-BANCO-FAVORECIDO
               MOVE EMP-AGENCIA TO CNAB-AGENCIA-FAVORECIDO
               MOVE EMP-CONTA TO CNAB-CONTA-FAVORECIDO
               MOVE EMP-CONTA-DV TO CNAB-CONTA-DV-FAVORECIDO
               MOVE 'C' TO CNAB-FORMA-PAGAMENTO
               MOVE SPACES TO CNAB-CHAVE-PIX
           END-IF.
           MOVE WRK-DATA TO CNAB-DATA-PAGAMENTO.
           WRITE LINHA-CNAB FROM WRK-REG-CNAB.
           ADD 1 TO WRK-CNAB-QTD-DETALHE.
           ADD WRK-LIQUIDO-PLR TO WRK-CNAB-VALOR-TOTAL.

      *** HISTORICO MARCADO 'PLR ' - FICA FORA DOS MESES DA FOLHA E ****
      *** DA MEDIA DO 13o E VAI PARA A TRIBUTACAO EXCLUSIVA DO INFORME *
       2800-GRAVA-HISTORICO-PLR.
           MOVE EMP-ID TO HIST-ID.
           MOVE WRK-ANO TO HIST-ANO.
           MOVE WRK-MES TO HIST-MES.
           MOVE WRK-DIA TO HIST-DIA.
           MOVE "PLR" TO HIST-TIPO.
           MOVE WRK-PLR-BRUTO TO HIST-SALARIO-BRUTO.
           MOVE WRK-LIQUIDO-PLR TO HIST-LIQUIDO.
           WRITE HISTORICO-RECORD
               INVALID KEY
                   REWRITE HISTORICO-RECORD
           END-WRITE.

      *** REGISTRO TIPADO 'PLR ' NO RESUMO DA FOLHA PARA A *************
      *** EXPORTACAO CONTABIL E A CONCILIACAO DO EVENTO - SEM INSS, ****
      *** FGTS NEM ENCARGOS ********************************************
       2850-GRAVA-RESUMO-PLR.
           MOVE EMP-ID TO RESUMO-ID.
           MOVE EMP-NOME TO RESUMO-NOME.
           MOVE EMP-CENTRO-CUSTO TO RESUMO-CENTRO-CUSTO.
           MOVE WRK-PLR-BRUTO TO RESUMO-BRUTO.
           MOVE ZEROS TO RESUMO-INSS.
           MOVE WRK-IRRF-PLR TO RESUMO-IRRF.
           MOVE WRK-IRRF-PLR TO RESUMO-DESCONTOS.
           MOVE WRK-LIQUIDO-PLR TO RESUMO-LIQUIDO.
           MOVE WRK-PLR-BRUTO TO RESUMO-BRUTO-BRL.
           MOVE ZEROS TO RESUMO-FGTS.
           MOVE ZEROS TO RESUMO-ENCARGOS.
           MOVE ZEROS TO RESUMO-OUTROS-DESC.
           MOVE "PLR" TO RESUMO-TIPO.
           IF EMP-EMPRESA = SPACES
               MOVE "001" TO RESUMO-EMPRESA
           ELSE
               MOVE EMP-EMPRESA TO RESUMO-EMPRESA
           END-IF.
           WRITE WRK-REG-RESUMO.

      *********** CABECALHO DO REGISTRO DA PLR **************************
       3000-IMPRIME-CABECALHO-PLR.
           MOVE WRK-NOME-EMPRESA TO WRK-PLR-EMPRESA.
           WRITE LINHA-PLR FROM WRK-CAB-PLR-1.
           MOVE WRK-PER-INICIO-R TO WRK-PLR-PER-INI.
           MOVE WRK-PER-FIM-R TO WRK-PLR-PER-FIM.
           WRITE LINHA-PLR FROM WRK-CAB-PLR-2.
           MOVE WRK-MONTANTE TO WRK-PLR-MONTANTE.
           MOVE WRK-REGRA TO WRK-PLR-REGRA.
           MOVE WRK-PCT-IGUAL TO WRK-PLR-PCT.
           MOVE WRK-TAX-VIGENCIA-USO TO WRK-PLR-VIGENCIA.
           WRITE LINHA-PLR FROM WRK-CAB-PLR-3.
           WRITE LINHA-PLR FROM WRK-CAB-PLR-4.

      *** TOTAIS DA DISTRIBUICAO - O RESIDUO E A SOBRA DE CENTAVOS *****
      *** DO ARREDONDAMENTO DAS COTAS, QUE FICA COM A EMPRESA **********
       3100-IMPRIME-TOTAIS-PLR.
           MOVE "TOTAL DISTRIBUIDO (BRUTO)" TO WRK-PLR-TOT-DESCRICAO.
           MOVE WRK-TOTAL-BRUTO TO WRK-PLR-TOT.
           WRITE LINHA-PLR FROM WRK-LINHA-TOTAL-PLR.
           MOVE "TOTAL IRRF EXCLUSIVO RETIDO" TO WRK-PLR-TOT-DESCRICAO.
           MOVE WRK-TOTAL-IRRF TO WRK-PLR-TOT.
           WRITE LINHA-PLR FROM WRK-LINHA-TOTAL-PLR.
           MOVE "TOTAL LIQUIDO" TO WRK-PLR-TOT-DESCRICAO.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-PLR-TOT.
           WRITE LINHA-PLR FROM WRK-LINHA-TOTAL-PLR.
           MOVE "TOTAL DA REMESSA DA PLR" TO WRK-PLR-TOT-DESCRICAO.
           MOVE WRK-CNAB-VALOR-TOTAL TO WRK-PLR-TOT.
           WRITE LINHA-PLR FROM WRK-LINHA-TOTAL-PLR.
           COMPUTE WRK-RESIDUO = WRK-MONTANTE - WRK-TOTAL-BRUTO.
           MOVE "RESIDUO DE ARREDONDAMENTO" TO WRK-PLR-TOT-DESCRICAO.
           MOVE WRK-RESIDUO TO WRK-PLR-TOT.
           WRITE LINHA-PLR FROM WRK-LINHA-TOTAL-PLR.
