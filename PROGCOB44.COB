       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB44.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: RETENCAO DE DADOS PESSOAIS DOS DESLIGADOS (LGPD) -
      * ANONIMIZA O EMPREGADO DESLIGADO HA MAIS DE N ANOS (VARIAVEL
      * LGPDANOS, AUSENTE = 5; MINIMO 2, O PRAZO PARA A RECLAMACAO
      * TRABALHISTA DEPOIS DO DESLIGAMENTO), CONTADOS DA DATA DE
      * DESLIGAMENTO DO MASTER ATE A DATA DA EXECUCAO. O EMP-ID, A
      * EMPRESA, O CENTRO DE CUSTO, O CARGO, O SALARIO E TODOS OS
      * VALORES FICAM COMO ESTAO - A HISTORIA CONTABIL CONTINUA
      * FECHANDO. O QUE E SUBSTITUIDO:
      *   - EMPLOYEE-MASTER: NOME VIRA "ANONIMIZADO", BANCO, AGENCIA E
      *     CONTA ZERADOS, DIGITO E CHAVE PIX EM BRANCO
      *   - DEPENDENTES.DAT: NOME DO DEPENDENTE E DIA/MES DO
      *     NASCIMENTO (O ANO FICA, PARA A IDADE NA EPOCA)
      *   - ADMISSOES.DAT: NOME
      *   - PENSOES.DAT: NOME E DADOS DE CREDITO DO BENEFICIARIO (O
      *     NUMERO DO PROCESSO FICA)
      *   - CONTASEXTERIOR.DAT: BENEFICIARIO E IBAN
      *   - MANUTENCOES.DAT E ALTPROGRAMADAS.DAT: CONTAS E CHAVE PIX
      *   - ARQUIVOS ARQUIVADOS PELO FECHAMENTO (PROGCOB21, NOME +
      *     "." + AAAAMM) DA COMPETENCIA LGPDCOMPINICIAL (AAAAMM,
      *     AUSENTE = 200001) ATE A CORRENTE, EM TODAS AS EMPRESAS DO
      *     CADASTRO: NAS REMESSAS CNAB240 O SEGMENTO A CUJO
      *     FAVORECIDO E O EMPREGADO (NOME, CONTA E CHAVE PIX); NAS
      *     TRANSFERENCIAS AO EXTERIOR O NOME, O BENEFICIARIO E O
      *     IBAN; NOS RELATORIOS E DEMAIS ARQUIVOS TEXTO O NOME (SO NA
      *     LINHA QUE TRAZ O ID QUANDO OUTRO EMPREGADO TEM O MESMO
      *     NOME), A CHAVE PIX E A CONTA (SO NA LINHA QUE TRAZ O ID)
      * CADA ARQUIVO E REGRAVADO POR ARQUIVO DE TRABALHO, E O MASTER E
      * O ULTIMO A SER REGRAVADO: SE A EXECUCAO CAIR NO MEIO, A
      * PROXIMA ACHA OS MESMOS EMPREGADOS E REFAZ O QUE FALTOU. CADA
      * ANONIMIZACAO GRAVA NA TRILHA DE AUDITORIA UM REGISTRO "ANM" +
      * ID DO EMPREGADO COM O OPERADOR E O HORARIO, E O RELATORIO
      * DATA/LGPD.PRT LISTA OS EMPREGADOS (SEM NOME) E OS ARQUIVOS
      * ALTERADOS. ATE 500 EMPREGADOS POR EXECUCAO - O EXCEDENTE FICA
      * PARA A PROXIMA (RC 4). PARAMETRO INVALIDO, RC 8; SEM MASTER OU
      * ARQUIVO QUE NAO PODE SER LIDO, RC 16 (MASTER NAO REGRAVADO)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WRK-STATUS-EMPLOYEE.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
      *** ARQUIVOS TRATADOS - O NOME E MONTADO POR ARQUIVO (ASSIGN *****
      *** POR CAMPO), COMO NO FECHAMENTO *******************************
           SELECT TEXTO-ARQUIVO ASSIGN TO WRK-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTRADA.
           SELECT TEXTO-TRABALHO ASSIGN TO "DATA/LGPD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT CNAB-ARQUIVO ASSIGN TO WRK-NOME-ENTRADA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTRADA.
           SELECT CNAB-TRABALHO ASSIGN TO "DATA/LGPDCNAB.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT LGPD-RELATORIO ASSIGN TO "DATA/LGPD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  EMPRESA-ARQUIVO.
           COPY CBEMPRESA.
       FD  TEXTO-ARQUIVO.
       01 LINHA-TEXTO PIC X(240).
       FD  TEXTO-TRABALHO.
       01 LINHA-TEXTO-TRABALHO PIC X(240).
       FD  CNAB-ARQUIVO
           RECORD CONTAINS 240 CHARACTERS.
       01 LINHA-CNAB PIC X(240).
       FD  CNAB-TRABALHO
           RECORD CONTAINS 240 CHARACTERS.
       01 LINHA-CNAB-TRABALHO PIC X(240).
       FD  LGPD-RELATORIO.
       01 LINHA-RELATORIO PIC X(80).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-STATUS-ENTRADA PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-RELATORIO PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-FIM-EMPRESA PIC X(01) VALUE 'N'.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
      *** PRAZO DE RETENCAO (ANOS DEPOIS DO DESLIGAMENTO) **************
       77 WRK-ANOS-ENTRADA PIC X(02) VALUE SPACES.
       77 WRK-ANOS-RETENCAO PIC 9(02) VALUE ZEROS.
       77 WRK-ANOS-PADRAO PIC 9(02) VALUE 5.
       77 WRK-ANOS-MINIMO PIC 9(02) VALUE 2.
       77 WRK-DATA-CORTE PIC 9(08) VALUE ZEROS.
      *** FAIXA DE COMPETENCIAS ARQUIVADAS A VARRER ********************
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMP-INICIAL-PADRAO PIC 9(06) VALUE 200001.
       77 WRK-COMP-FINAL PIC 9(06) VALUE ZEROS.
       01 WRK-COMP-CORRENTE.
           02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMP-CORRENTE-NUM REDEFINES WRK-COMP-CORRENTE PIC 9(06).
       77 WRK-COMP-TEXTO PIC X(06) VALUE SPACES.
      *** EMPRESAS DO GRUPO (O NOME DOS ARQUIVOS LEVA O CODIGO) ********
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-EMPRESAS PIC 9(02) VALUE 10.
       77 WRK-IDX-EMS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-NOME PIC X(03) VALUE SPACES.
       01 WRK-TAB-EMPRESAS.
           02 WRK-TAB-EMPRESA OCCURS 10 TIMES.
               03 TAB-EMS-CODIGO PIC X(03).
      *** ARQUIVOS ARQUIVADOS PELO FECHAMENTO QUE TRAZEM DADO PESSOAL **
      *** TIPO: T = TEXTO, C = REMESSA CNAB240, X = TRANSFERENCIA AO ***
      *** EXTERIOR; ESCOPO: E = POR EMPRESA (CODIGO NO NOME), C = ******
      *** COMPARTILHADO. AS GUIAS DE RECOLHIMENTO NAO TEM EMPREGADO ****
       01 WRK-TAB-ARQUIVOS-INIC.
           02 FILLER PIC X(02) VALUE "TE".
           02 FILLER PIC X(20) VALUE "PAYROLL".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "CE".
           02 FILLER PIC X(20) VALUE "REMESSA".
           02 FILLER PIC X(08) VALUE ".CNAB240".
           02 FILLER PIC X(02) VALUE "XE".
           02 FILLER PIC X(20) VALUE "TRANSFEXT".
           02 FILLER PIC X(08) VALUE ".DAT".
           02 FILLER PIC X(02) VALUE "TE".
           02 FILLER PIC X(20) VALUE "ADIANTAMENTO".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "CE".
           02 FILLER PIC X(20) VALUE "REMESSAADI".
           02 FILLER PIC X(08) VALUE ".CNAB240".
           02 FILLER PIC X(02) VALUE "TE".
           02 FILLER PIC X(20) VALUE "CONTRACHEQUE".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "TE".
           02 FILLER PIC X(20) VALUE "COMPLEMENTAR".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "CE".
           02 FILLER PIC X(20) VALUE "REMESSACOMP".
           02 FILLER PIC X(08) VALUE ".CNAB240".
           02 FILLER PIC X(02) VALUE "TE".
           02 FILLER PIC X(20) VALUE "CONTRACHEQUECOMP".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "XE".
           02 FILLER PIC X(20) VALUE "TRANSFEXTCOMP".
           02 FILLER PIC X(08) VALUE ".DAT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "RESUMOFOLHA".
           02 FILLER PIC X(08) VALUE ".DAT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "LANCAMENTOS".
           02 FILLER PIC X(08) VALUE ".DAT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "FGTS".
           02 FILLER PIC X(08) VALUE ".DAT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "DESCONTOSAPL".
           02 FILLER PIC X(08) VALUE ".DAT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "RUBRICASAPL".
           02 FILLER PIC X(08) VALUE ".DAT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "CONCILIACAO".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "CENTROCUSTO".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "PLR".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "PROVISAO".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "LANCPROVISAO".
           02 FILLER PIC X(08) VALUE ".DAT".
           02 FILLER PIC X(02) VALUE "TC".
           02 FILLER PIC X(20) VALUE "PONTO".
           02 FILLER PIC X(08) VALUE ".PRT".
           02 FILLER PIC X(02) VALUE "CC".
           02 FILLER PIC X(20) VALUE "REMESSARES".
           02 FILLER PIC X(08) VALUE ".CNAB240".
           02 FILLER PIC X(02) VALUE "CC".
           02 FILLER PIC X(20) VALUE "REMESSAFER".
           02 FILLER PIC X(08) VALUE ".CNAB240".
           02 FILLER PIC X(02) VALUE "CC".
           02 FILLER PIC X(20) VALUE "REMESSAPLR".
           02 FILLER PIC X(08) VALUE ".CNAB240".
       01 WRK-TAB-ARQUIVOS REDEFINES WRK-TAB-ARQUIVOS-INIC.
           02 WRK-TAB-ARQUIVO OCCURS 24 TIMES.
               03 TAB-ARQ-TIPO PIC X(01).
               03 TAB-ARQ-ESCOPO PIC X(01).
               03 TAB-ARQ-PREFIXO PIC X(20).
               03 TAB-ARQ-EXTENSAO PIC X(08).
       77 WRK-QTD-TIPOS-ARQUIVO PIC 9(02) VALUE 24.
       77 WRK-IDX-ARQ PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-ENTRADA PIC X(40) VALUE SPACES.
       77 WRK-TIPO-ARQUIVO PIC X(01) VALUE SPACES.
      *** EMPREGADOS A ANONIMIZAR NESTA EXECUCAO, COM O DADO ORIGINAL **
      *** PROCURADO NOS ARQUIVOS (O MASTER SO E REGRAVADO NO FIM) ******
       77 WRK-MAX-ANONIMIZACAO PIC 9(04) VALUE 500.
       77 WRK-QTD-ANONIMIZACAO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ENCONTRADO PIC 9(04) VALUE ZEROS.
       77 WRK-ANONIMO-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-ID-BUSCA PIC 9(06) VALUE ZEROS.
       01 WRK-TAB-ANONIMIZACAO.
           02 WRK-TAB-ANONIMO OCCURS 500 TIMES.
               03 TAB-ANO-ID PIC 9(06).
               03 TAB-ANO-EMPRESA PIC X(03).
               03 TAB-ANO-DATA-DESLIG PIC 9(08).
               03 TAB-ANO-NOME PIC X(20).
               03 TAB-ANO-TAM-NOME PIC 9(02).
               03 TAB-ANO-HOMONIMO PIC X(01).
               03 TAB-ANO-CONTA PIC 9(08).
               03 TAB-ANO-CHAVE-PIX PIC X(32).
               03 TAB-ANO-TAM-PIX PIC 9(02).
               03 TAB-ANO-SITUACAO PIC X(01).
      *** VALORES DE SUBSTITUICAO **************************************
       77 WRK-NOME-ANONIMO PIC X(11) VALUE "ANONIMIZADO".
       77 WRK-SUBST-NOME PIC X(35) VALUE "ANONIMIZADO".
       77 WRK-SUBST-CHAVE PIC X(35) VALUE ALL "*".
       77 WRK-SUBST-CONTA PIC X(35) VALUE ALL "0".
      *** SUBSTITUICAO NO TEXTO (TRECHO PROCURADO E TAMANHO) ***********
       77 WRK-TEXTO-BUSCA PIC X(35) VALUE SPACES.
       77 WRK-TEXTO-SUBST PIC X(35) VALUE SPACES.
       77 WRK-TAM-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-TAM-MINIMO PIC 9(02) VALUE 3.
       77 WRK-FIM-MEDIDA PIC X(01) VALUE 'N'.
       77 WRK-QTD-OCORR PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-COM-ID PIC X(01) VALUE 'N'.
       77 WRK-LINHA-ALTERADA PIC X(01) VALUE 'N'.
       77 WRK-ID-TEXTO PIC X(06) VALUE SPACES.
       77 WRK-CONTA-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-LINHA-TEXTO PIC X(240) VALUE SPACES.
      *** SEGMENTO A DAS REMESSAS CNAB240 (MESMO LAYOUT DOS GERADORES) *
       01 WRK-LINHA-CNAB.
           02 LCB-BANCO PIC X(03).
           02 LCB-LOTE PIC X(04).
           02 LCB-TIPO-REGISTRO PIC X(01).
           02 LCB-NUM-SEQUENCIAL PIC X(05).
           02 LCB-SEGMENTO PIC X(01).
           02 LCB-TIPO-MOVIMENTO PIC X(02).
           02 LCB-CODIGO-FAVORECIDO PIC X(06).
           02 LCB-CODIGO-FAVORECIDO-NUM REDEFINES
               LCB-CODIGO-FAVORECIDO PIC 9(06).
           02 LCB-NOME-FAVORECIDO PIC X(30).
           02 LCB-VALOR-PAGAMENTO PIC X(15).
           02 LCB-BANCO-FAVORECIDO PIC 9(03).
           02 LCB-AGENCIA-FAVORECIDO PIC 9(04).
           02 LCB-CONTA-FAVORECIDO PIC 9(08).
           02 LCB-CONTA-DV-FAVORECIDO PIC X(01).
           02 LCB-DATA-PAGAMENTO PIC X(08).
           02 LCB-FORMA-PAGAMENTO PIC X(01).
           02 LCB-CHAVE-PIX PIC X(32).
           02 FILLER PIC X(116).
      *** LAYOUTS DOS CADASTROS TRATADOS *******************************
           COPY CBDEPEND.
           COPY CBADMISS.
           COPY CBPENSAO.
           COPY CBCTAEXT.
           COPY CBMANUT.
           COPY CBALTPRG.
           COPY CBTRFEXT.
      *** TOTAIS DA EXECUCAO *******************************************
       77 WRK-QTD-ALTERADOS-ARQ PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ARQ-ALTERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REG-ALTERADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ANONIMIZADOS PIC 9(04) VALUE ZEROS.
      *** RELATORIO ****************************************************
       01 WRK-CAB-LGPD-1.
           02 FILLER PIC X(48)
               VALUE "ANONIMIZACAO DE DADOS PESSOAIS DE DESLIGADOS".
       01 WRK-CAB-LGPD-2.
           02 FILLER PIC X(11) VALUE "RETENCAO: ".
           02 WRK-CAB-ANOS PIC Z9.
           02 FILLER PIC X(29) VALUE " ANOS - DESLIGADOS ATE ".
           02 WRK-CAB-CORTE PIC 9(08).
           02 FILLER PIC X(14) VALUE "  EXECUCAO EM ".
           02 WRK-CAB-DATA PIC 9(08).
       01 WRK-CAB-LGPD-3.
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(08) VALUE "EMPRESA".
           02 FILLER PIC X(14) VALUE "DESLIGAMENTO".
           02 FILLER PIC X(20) VALUE "SITUACAO".
       01 WRK-LINHA-LGPD.
           02 WRK-LGP-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-LGP-EMPRESA PIC X(03).
           02 FILLER PIC X(05) VALUE SPACES.
           02 WRK-LGP-DESLIG PIC 9(08).
           02 FILLER PIC X(06) VALUE SPACES.
           02 WRK-LGP-SITUACAO PIC X(40).
       01 WRK-LINHA-ARQ-LGPD.
           02 FILLER PIC X(12) VALUE "ALTERADO:  ".
           02 WRK-LAR-NOME PIC X(40).
           02 WRK-LAR-QTD PIC ZZZ.ZZ9.
           02 FILLER PIC X(10) VALUE " REGISTROS".
       01 WRK-LINHA-TOTAL-LGPD.
           02 WRK-TLG-ROTULO PIC X(40).
           02 WRK-TLG-VALOR PIC Z.ZZZ.ZZ9.
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
           PERFORM 1000-DEFINE-PARAMETROS.
           IF WRK-RETORNO = ZEROS
               PERFORM 2000-SELECIONA-DESLIGADOS
           END-IF.
           IF WRK-RETORNO = ZEROS
               OPEN OUTPUT LGPD-RELATORIO
               PERFORM 1900-CABECALHO-RELATORIO
               IF WRK-QTD-ANONIMIZACAO = ZEROS
                   DISPLAY 'NENHUM DESLIGADO A ANONIMIZAR ATE '
                       WRK-DATA-CORTE
               ELSE
                   PERFORM 2500-APONTA-HOMONIMOS
                   PERFORM 0200-CARREGA-EMPRESAS
                   PERFORM 3000-ANONIMIZA-ARQUIVADOS
      *** SO REGRAVA O MASTER SE TODOS OS ARQUIVOS FORAM TRATADOS - ****
      *** SENAO A PROXIMA EXECUCAO NAO ACHARIA MAIS O DADO ORIGINAL ****
                   IF WRK-RETORNO = ZEROS
                       PERFORM 4000-ANONIMIZA-CADASTROS
                   END-IF
                   IF WRK-RETORNO = ZEROS
                       PERFORM 5000-ANONIMIZA-MASTER
                   END-IF
               END-IF
               PERFORM 6000-FECHA-RELATORIO
               CLOSE LGPD-RELATORIO
               IF WRK-QTD-PENDENTES > ZEROS AND WRK-RETORNO = ZEROS
                   DISPLAY 'DESLIGADOS ALEM DO LOTE DA EXECUCAO: '
                       WRK-QTD-PENDENTES ' - REEXECUTAR O JOB'
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

      *** CARREGA O CADASTRO DE EMPRESAS - SEM O CADASTRO O GRUPO ******
      *** SE RESUME A EMPRESA 001 **************************************
       0200-CARREGA-EMPRESAS.
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
           OPEN INPUT EMPRESA-ARQUIVO.
           IF WRK-STATUS-EMPRESA NOT = "35"
               MOVE 'N' TO WRK-FIM-EMPRESA
               PERFORM 0210-LE-EMPRESA
               PERFORM 0220-ARMAZENA-EMPRESA
                   UNTIL WRK-FIM-EMPRESA = 'S'
               CLOSE EMPRESA-ARQUIVO
           END-IF.
           IF WRK-QTD-EMPRESAS = ZEROS
               MOVE 1 TO WRK-QTD-EMPRESAS
               MOVE "001" TO TAB-EMS-CODIGO (1)
           END-IF.

       0210-LE-EMPRESA.
           READ EMPRESA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-EMPRESA
           END-READ.

       0220-ARMAZENA-EMPRESA.
           IF WRK-QTD-EMPRESAS < WRK-MAX-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE EMS-CODIGO TO TAB-EMS-CODIGO (WRK-QTD-EMPRESAS)
           END-IF.
           PERFORM 0210-LE-EMPRESA.

      *** PRAZO DE RETENCAO (LGPDANOS) E COMPETENCIA INICIAL DOS *******
      *** ARQUIVADOS (LGPDCOMPINICIAL) - VALOR INVALIDO RECUSA O *******
      *** PASSO (RC 8) SEM TOCAR EM NADA *******************************
       1000-DEFINE-PARAMETROS.
           DISPLAY "LGPDANOS" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-ANOS-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-ANOS-ENTRADA = SPACES
               MOVE WRK-ANOS-PADRAO TO WRK-ANOS-RETENCAO
           ELSE
               IF WRK-ANOS-ENTRADA (2:1) = SPACE
                   MOVE WRK-ANOS-ENTRADA (1:1) TO WRK-ANOS-ENTRADA (2:1)
                   MOVE "0" TO WRK-ANOS-ENTRADA (1:1)
               END-IF
               IF WRK-ANOS-ENTRADA IS NUMERIC
                   MOVE WRK-ANOS-ENTRADA TO WRK-ANOS-RETENCAO
               ELSE
                   MOVE ZEROS TO WRK-ANOS-RETENCAO
               END-IF
               IF WRK-ANOS-RETENCAO < WRK-ANOS-MINIMO
                   DISPLAY 'LGPDANOS INVALIDO (' WRK-ANOS-ENTRADA
                       ') - MINIMO DE ' WRK-ANOS-MINIMO ' ANOS'
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.
           COMPUTE WRK-DATA-CORTE =
               ((WRK-ANO - WRK-ANOS-RETENCAO) * 10000)
               + (WRK-MES * 100) + WRK-DIA.
           COMPUTE WRK-COMP-FINAL = (WRK-ANO * 100) + WRK-MES.
           DISPLAY "LGPDCOMPINICIAL" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-COMP-ENTRADA = SPACES
               MOVE WRK-COMP-INICIAL-PADRAO TO WRK-COMP-CORRENTE-NUM
           ELSE
               IF WRK-COMP-ENTRADA IS NUMERIC
                   MOVE WRK-COMP-ENTRADA TO WRK-COMP-CORRENTE-NUM
               ELSE
                   MOVE ZEROS TO WRK-COMP-CORRENTE-NUM
               END-IF
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   OR WRK-COMP-CORRENTE-NUM > WRK-COMP-FINAL
                   DISPLAY 'LGPDCOMPINICIAL INVALIDA (AAAAMM): '
                       WRK-COMP-ENTRADA
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.
           IF WRK-RETORNO = ZEROS
               DISPLAY 'RETENCAO DE ' WRK-ANOS-RETENCAO
                   ' ANOS - DESLIGADOS ATE ' WRK-DATA-CORTE
               DISPLAY 'ARQUIVADOS DE ' WRK-COMP-CORRENTE-NUM
                   ' A ' WRK-COMP-FINAL
           END-IF.

       1900-CABECALHO-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-LGPD-1.
           MOVE WRK-ANOS-RETENCAO TO WRK-CAB-ANOS.
           MOVE WRK-DATA-CORTE TO WRK-CAB-CORTE.
           MOVE WRK-DATA TO WRK-CAB-DATA.
           WRITE LINHA-RELATORIO FROM WRK-CAB-LGPD-2.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *** PASSO 1 - VARRE O MASTER E GUARDA OS DESLIGADOS ANTES DA *****
      *** DATA DE CORTE AINDA NAO ANONIMIZADOS, SEM GRAVAR NADA ********
       2000-SELECIONA-DESLIGADOS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-STATUS-EMPLOYEE NOT = "00"
               DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - STATUS '
                   WRK-STATUS-EMPLOYEE
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2010-LE-EMPREGADO
               PERFORM 2100-AVALIA-EMPREGADO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE EMPLOYEE-MASTER
               DISPLAY 'DESLIGADOS A ANONIMIZAR: '
                   WRK-QTD-ANONIMIZACAO
           END-IF.

       2010-LE-EMPREGADO.
           READ EMPLOYEE-MASTER NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2100-AVALIA-EMPREGADO.
           IF EMP-DESLIGADO
               AND EMP-DATA-DESLIGAMENTO > ZEROS
               AND EMP-DATA-DESLIGAMENTO <= WRK-DATA-CORTE
               AND EMP-NOME NOT = WRK-NOME-ANONIMO
               IF WRK-QTD-ANONIMIZACAO < WRK-MAX-ANONIMIZACAO
                   PERFORM 2200-GUARDA-EMPREGADO
               ELSE
                   ADD 1 TO WRK-QTD-PENDENTES
               END-IF
           END-IF.
           PERFORM 2010-LE-EMPREGADO.

       2200-GUARDA-EMPREGADO.
           ADD 1 TO WRK-QTD-ANONIMIZACAO.
           MOVE WRK-QTD-ANONIMIZACAO TO WRK-IDX-ANO.
           MOVE EMP-ID TO TAB-ANO-ID (WRK-IDX-ANO).
           IF EMP-EMPRESA = SPACES
               MOVE "001" TO TAB-ANO-EMPRESA (WRK-IDX-ANO)
           ELSE
               MOVE EMP-EMPRESA TO TAB-ANO-EMPRESA (WRK-IDX-ANO)
           END-IF.
           MOVE EMP-DATA-DESLIGAMENTO
               TO TAB-ANO-DATA-DESLIG (WRK-IDX-ANO).
           MOVE EMP-NOME TO TAB-ANO-NOME (WRK-IDX-ANO).
           MOVE EMP-NOME TO WRK-TEXTO-BUSCA.
           PERFORM 2300-MEDE-TEXTO.
           MOVE WRK-TAM-BUSCA TO TAB-ANO-TAM-NOME (WRK-IDX-ANO).
           MOVE 'N' TO TAB-ANO-HOMONIMO (WRK-IDX-ANO).
           MOVE EMP-CONTA TO TAB-ANO-CONTA (WRK-IDX-ANO).
           MOVE EMP-CHAVE-PIX TO TAB-ANO-CHAVE-PIX (WRK-IDX-ANO).
           MOVE EMP-CHAVE-PIX TO WRK-TEXTO-BUSCA.
           PERFORM 2300-MEDE-TEXTO.
           MOVE WRK-TAM-BUSCA TO TAB-ANO-TAM-PIX (WRK-IDX-ANO).
           MOVE 'P' TO TAB-ANO-SITUACAO (WRK-IDX-ANO).

      *** TAMANHO DO TEXTO SEM OS BRANCOS A DIREITA ********************
       2300-MEDE-TEXTO.
           MOVE 35 TO WRK-TAM-BUSCA.
           MOVE 'N' TO WRK-FIM-MEDIDA.
           PERFORM 2310-RECUA-TAMANHO
               UNTIL WRK-FIM-MEDIDA = 'S'.

       2310-RECUA-TAMANHO.
           IF WRK-TEXTO-BUSCA (WRK-TAM-BUSCA:1) = SPACE
               SUBTRACT 1 FROM WRK-TAM-BUSCA
               IF WRK-TAM-BUSCA = ZEROS
                   MOVE 'S' TO WRK-FIM-MEDIDA
               END-IF
           ELSE
               MOVE 'S' TO WRK-FIM-MEDIDA
           END-IF.

      *** NOME IGUAL AO DE EMPREGADO QUE FICA NO CADASTRO: NOS *********
      *** RELATORIOS O NOME SO E SUBSTITUIDO NA LINHA QUE TRAZ O ID, ***
      *** PARA NAO APAGAR O NOME DO OUTRO ******************************
       2500-APONTA-HOMONIMOS.
           OPEN INPUT EMPLOYEE-MASTER.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 2010-LE-EMPREGADO.
           PERFORM 2510-CONFERE-EMPREGADO
               UNTIL WRK-FIM-ARQUIVO = 'S'.
           CLOSE EMPLOYEE-MASTER.

       2510-CONFERE-EMPREGADO.
           IF NOT (EMP-DESLIGADO
               AND EMP-DATA-DESLIGAMENTO > ZEROS
               AND EMP-DATA-DESLIGAMENTO <= WRK-DATA-CORTE)
               PERFORM 2520-CONFERE-HOMONIMO
                   VARYING WRK-IDX-ANO FROM 1 BY 1
                   UNTIL WRK-IDX-ANO > WRK-QTD-ANONIMIZACAO
           END-IF.
           PERFORM 2010-LE-EMPREGADO.

       2520-CONFERE-HOMONIMO.
           IF TAB-ANO-NOME (WRK-IDX-ANO) = EMP-NOME
               MOVE 'S' TO TAB-ANO-HOMONIMO (WRK-IDX-ANO)
           END-IF.

      *** PASSO 2 - ARQUIVOS ARQUIVADOS, COMPETENCIA A COMPETENCIA *****
       3000-ANONIMIZA-ARQUIVADOS.
           PERFORM 3100-VARRE-COMPETENCIA
               UNTIL WRK-COMP-CORRENTE-NUM > WRK-COMP-FINAL
                   OR WRK-RETORNO NOT = ZEROS.

       3100-VARRE-COMPETENCIA.
           MOVE WRK-COMP-CORRENTE-NUM TO WRK-COMP-TEXTO.
           PERFORM 3200-VARRE-ARQUIVO
               VARYING WRK-IDX-ARQ FROM 1 BY 1
               UNTIL WRK-IDX-ARQ > WRK-QTD-TIPOS-ARQUIVO.
           ADD 1 TO WRK-COMP-MES.
           IF WRK-COMP-MES > 12
               MOVE 1 TO WRK-COMP-MES
               ADD 1 TO WRK-COMP-ANO
           END-IF.

       3200-VARRE-ARQUIVO.
           IF TAB-ARQ-ESCOPO (WRK-IDX-ARQ) = 'E'
               PERFORM 3300-VARRE-ARQUIVO-EMPRESA
                   VARYING WRK-IDX-EMS FROM 1 BY 1
                   UNTIL WRK-IDX-EMS > WRK-QTD-EMPRESAS
           ELSE
               MOVE SPACES TO WRK-EMPRESA-NOME
               PERFORM 3400-MONTA-NOME-ARQUIVADO
               PERFORM 3500-ANONIMIZA-ARQUIVO
           END-IF.

       3300-VARRE-ARQUIVO-EMPRESA.
           MOVE TAB-EMS-CODIGO (WRK-IDX-EMS) TO WRK-EMPRESA-NOME.
           PERFORM 3400-MONTA-NOME-ARQUIVADO.
           PERFORM 3500-ANONIMIZA-ARQUIVO.

      *** NOME ARQUIVADO = DATA/ + NOME (+ EMPRESA) + EXTENSAO + "." ***
      *** + COMPETENCIA, O MESMO ESQUEMA DO FECHAMENTO *****************
       3400-MONTA-NOME-ARQUIVADO.
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/" DELIMITED BY SIZE
               TAB-ARQ-PREFIXO (WRK-IDX-ARQ) DELIMITED BY SPACE
               WRK-EMPRESA-NOME DELIMITED BY SPACE
               TAB-ARQ-EXTENSAO (WRK-IDX-ARQ) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WRK-COMP-TEXTO DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.

       3500-ANONIMIZA-ARQUIVO.
           MOVE TAB-ARQ-TIPO (WRK-IDX-ARQ) TO WRK-TIPO-ARQUIVO.
           IF WRK-TIPO-ARQUIVO = 'C'
               PERFORM 7000-ANONIMIZA-CNAB
           ELSE
               PERFORM 7500-ANONIMIZA-TEXTO
           END-IF.

      *** PASSO 3 - CADASTROS LIGADOS AO EMPREGADO *********************
       4000-ANONIMIZA-CADASTROS.
           MOVE "DATA/DEPENDENTES.DAT" TO WRK-NOME-ENTRADA.
           MOVE 'D' TO WRK-TIPO-ARQUIVO.
           PERFORM 7500-ANONIMIZA-TEXTO.
           MOVE "DATA/ADMISSOES.DAT" TO WRK-NOME-ENTRADA.
           MOVE 'A' TO WRK-TIPO-ARQUIVO.
           PERFORM 7500-ANONIMIZA-TEXTO.
           MOVE "DATA/PENSOES.DAT" TO WRK-NOME-ENTRADA.
           MOVE 'P' TO WRK-TIPO-ARQUIVO.
           PERFORM 7500-ANONIMIZA-TEXTO.
           MOVE "DATA/CONTASEXTERIOR.DAT" TO WRK-NOME-ENTRADA.
           MOVE 'E' TO WRK-TIPO-ARQUIVO.
           PERFORM 7500-ANONIMIZA-TEXTO.
           MOVE "DATA/MANUTENCOES.DAT" TO WRK-NOME-ENTRADA.
           MOVE 'M' TO WRK-TIPO-ARQUIVO.
           PERFORM 7500-ANONIMIZA-TEXTO.
           MOVE "DATA/ALTPROGRAMADAS.DAT" TO WRK-NOME-ENTRADA.
           MOVE 'G' TO WRK-TIPO-ARQUIVO.
           PERFORM 7500-ANONIMIZA-TEXTO.

      *** PASSO 4 - O MASTER, POR ULTIMO, COM UM REGISTRO NA TRILHA ****
      *** DE AUDITORIA POR EMPREGADO ANONIMIZADO ***********************
       5000-ANONIMIZA-MASTER.
           OPEN I-O EMPLOYEE-MASTER.
           IF WRK-STATUS-EMPLOYEE NOT = "00"
               DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO PARA '
                   'REGRAVACAO - STATUS ' WRK-STATUS-EMPLOYEE
               MOVE 16 TO WRK-RETORNO
           ELSE
               PERFORM 5100-ANONIMIZA-EMPREGADO
                   VARYING WRK-IDX-ANO FROM 1 BY 1
                   UNTIL WRK-IDX-ANO > WRK-QTD-ANONIMIZACAO
               CLOSE EMPLOYEE-MASTER
               DISPLAY 'EMPREGADOS ANONIMIZADOS: '
                   WRK-QTD-ANONIMIZADOS
           END-IF.

       5100-ANONIMIZA-EMPREGADO.
           MOVE TAB-ANO-ID (WRK-IDX-ANO) TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'F' TO TAB-ANO-SITUACAO (WRK-IDX-ANO)
           END-READ.
           IF TAB-ANO-SITUACAO (WRK-IDX-ANO) = 'P'
               MOVE WRK-NOME-ANONIMO TO EMP-NOME
               MOVE ZEROS TO EMP-BANCO
               MOVE ZEROS TO EMP-AGENCIA
               MOVE ZEROS TO EMP-CONTA
               MOVE SPACE TO EMP-CONTA-DV
               MOVE SPACES TO EMP-CHAVE-PIX
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA NA REGRAVACAO DO EMPREGADO '
                           EMP-ID ' - STATUS ' WRK-STATUS-EMPLOYEE
                       MOVE 'F' TO TAB-ANO-SITUACAO (WRK-IDX-ANO)
                       MOVE 16 TO WRK-RETORNO
                   NOT INVALID KEY
                       MOVE 'A' TO TAB-ANO-SITUACAO (WRK-IDX-ANO)
                       ADD 1 TO WRK-QTD-ANONIMIZADOS
                       PERFORM 8200-GRAVA-AUDITORIA-ANONIMO
               END-REWRITE
           END-IF.

      *** RELATORIO - EMPREGADOS SO PELO ID (O NOME NAO PODE FICAR *****
      *** GRAVADO AQUI) E OS TOTAIS ************************************
       6000-FECHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-CAB-LGPD-3.
           PERFORM 6100-IMPRIME-EMPREGADO
               VARYING WRK-IDX-ANO FROM 1 BY 1
               UNTIL WRK-IDX-ANO > WRK-QTD-ANONIMIZACAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "EMPREGADOS ANONIMIZADOS" TO WRK-TLG-ROTULO.
           MOVE WRK-QTD-ANONIMIZADOS TO WRK-TLG-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL-LGPD.
           MOVE "ARQUIVOS ALTERADOS" TO WRK-TLG-ROTULO.
           MOVE WRK-QTD-ARQ-ALTERADOS TO WRK-TLG-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL-LGPD.
           MOVE "REGISTROS ALTERADOS" TO WRK-TLG-ROTULO.
           MOVE WRK-QTD-REG-ALTERADOS TO WRK-TLG-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL-LGPD.
           MOVE "DESLIGADOS PARA A PROXIMA EXECUCAO" TO WRK-TLG-ROTULO.
           MOVE WRK-QTD-PENDENTES TO WRK-TLG-VALOR.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-TOTAL-LGPD.

       6100-IMPRIME-EMPREGADO.
           MOVE TAB-ANO-ID (WRK-IDX-ANO) TO WRK-LGP-ID.
           MOVE TAB-ANO-EMPRESA (WRK-IDX-ANO) TO WRK-LGP-EMPRESA.
           MOVE TAB-ANO-DATA-DESLIG (WRK-IDX-ANO) TO WRK-LGP-DESLIG.
           EVALUATE TAB-ANO-SITUACAO (WRK-IDX-ANO)
               WHEN 'A'
                   MOVE "ANONIMIZADO" TO WRK-LGP-SITUACAO
               WHEN 'F'
                   MOVE "FALHA NO MASTER - REEXECUTAR"
                       TO WRK-LGP-SITUACAO
               WHEN OTHER
                   MOVE "NAO ANONIMIZADO (EXECUCAO INTERROMPIDA)"
                       TO WRK-LGP-SITUACAO
           END-EVALUATE.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-LGPD.

      *** REMESSA CNAB240 - O SEGMENTO A DO EMPREGADO (OU DA PENSAO ****
      *** DELE, MESMO FAVORECIDO) PERDE NOME, CONTA E CHAVE PIX; O *****
      *** VALOR E A DATA FICAM *****************************************
       7000-ANONIMIZA-CNAB.
           MOVE ZEROS TO WRK-QTD-ALTERADOS-ARQ.
           OPEN INPUT CNAB-ARQUIVO.
           IF WRK-STATUS-ENTRADA NOT = "35"
               IF WRK-STATUS-ENTRADA NOT = "00"
                   DISPLAY 'ARQUIVO NAO PODE SER LIDO: '
                       WRK-NOME-ENTRADA ' - STATUS '
                       WRK-STATUS-ENTRADA
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   OPEN OUTPUT CNAB-TRABALHO
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 7010-LE-CNAB
                   PERFORM 7100-ANONIMIZA-SEGMENTO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE CNAB-TRABALHO
                   CLOSE CNAB-ARQUIVO
                   IF WRK-QTD-ALTERADOS-ARQ > ZEROS
                       PERFORM 7200-REGRAVA-CNAB
                       PERFORM 7900-REGISTRA-ARQUIVO-ALTERADO
                   END-IF
               END-IF
           END-IF.

       7010-LE-CNAB.
           READ CNAB-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       7100-ANONIMIZA-SEGMENTO.
           MOVE LINHA-CNAB TO WRK-LINHA-CNAB.
           IF LCB-TIPO-REGISTRO = "3" AND LCB-SEGMENTO = "A"
               AND LCB-CODIGO-FAVORECIDO IS NUMERIC
               MOVE LCB-CODIGO-FAVORECIDO-NUM TO WRK-ID-BUSCA
               PERFORM 7800-BUSCA-ANONIMO
               IF WRK-ANONIMO-ENCONTRADO = 'S'
                   MOVE WRK-NOME-ANONIMO TO LCB-NOME-FAVORECIDO
                   MOVE ZEROS TO LCB-BANCO-FAVORECIDO
                   MOVE ZEROS TO LCB-AGENCIA-FAVORECIDO
                   MOVE ZEROS TO LCB-CONTA-FAVORECIDO
                   MOVE SPACE TO LCB-CONTA-DV-FAVORECIDO
                   MOVE SPACES TO LCB-CHAVE-PIX
                   ADD 1 TO WRK-QTD-ALTERADOS-ARQ
               END-IF
           END-IF.
           WRITE LINHA-CNAB-TRABALHO FROM WRK-LINHA-CNAB.
           PERFORM 7010-LE-CNAB.

      *** COPIA O ARQUIVO DE TRABALHO DE VOLTA SOBRE O ORIGINAL ********
       7200-REGRAVA-CNAB.
           OPEN INPUT CNAB-TRABALHO.
           OPEN OUTPUT CNAB-ARQUIVO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           PERFORM 7210-LE-CNAB-TRABALHO.
           PERFORM 7220-COPIA-CNAB-TRABALHO
               UNTIL WRK-FIM-TRABALHO = 'S'.
           CLOSE CNAB-ARQUIVO.
           CLOSE CNAB-TRABALHO.

       7210-LE-CNAB-TRABALHO.
           READ CNAB-TRABALHO
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

       7220-COPIA-CNAB-TRABALHO.
           WRITE LINHA-CNAB FROM LINHA-CNAB-TRABALHO.
           PERFORM 7210-LE-CNAB-TRABALHO.

      *** ARQUIVO TEXTO - O TRATAMENTO DA LINHA DEPENDE DO TIPO ********
       7500-ANONIMIZA-TEXTO.
           MOVE ZEROS TO WRK-QTD-ALTERADOS-ARQ.
           OPEN INPUT TEXTO-ARQUIVO.
           IF WRK-STATUS-ENTRADA NOT = "35"
               IF WRK-STATUS-ENTRADA NOT = "00"
                   DISPLAY 'ARQUIVO NAO PODE SER LIDO: '
                       WRK-NOME-ENTRADA ' - STATUS '
                       WRK-STATUS-ENTRADA
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   OPEN OUTPUT TEXTO-TRABALHO
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM 7510-LE-TEXTO
                   PERFORM 7600-ANONIMIZA-LINHA
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE TEXTO-TRABALHO
                   CLOSE TEXTO-ARQUIVO
                   IF WRK-QTD-ALTERADOS-ARQ > ZEROS
                       PERFORM 7700-REGRAVA-TEXTO
                       PERFORM 7900-REGISTRA-ARQUIVO-ALTERADO
                   END-IF
               END-IF
           END-IF.

       7510-LE-TEXTO.
           READ TEXTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       7600-ANONIMIZA-LINHA.
           MOVE LINHA-TEXTO TO WRK-LINHA-TEXTO.
           MOVE 'N' TO WRK-LINHA-ALTERADA.
           EVALUATE WRK-TIPO-ARQUIVO
               WHEN 'T'
                   PERFORM 7610-ANONIMIZA-RELATORIO
                       VARYING WRK-IDX-ANO FROM 1 BY 1
                       UNTIL WRK-IDX-ANO > WRK-QTD-ANONIMIZACAO
               WHEN 'X'
                   PERFORM 7620-ANONIMIZA-TRANSFEXT
               WHEN 'D'
                   PERFORM 7630-ANONIMIZA-DEPENDENTE
               WHEN 'A'
                   PERFORM 7640-ANONIMIZA-ADMISSAO
               WHEN 'P'
                   PERFORM 7650-ANONIMIZA-PENSAO
               WHEN 'E'
                   PERFORM 7660-ANONIMIZA-CONTA-EXTERIOR
               WHEN 'M'
                   PERFORM 7670-ANONIMIZA-MANUTENCAO
               WHEN 'G'
                   PERFORM 7680-ANONIMIZA-ALTERACAO
           END-EVALUATE.
           IF WRK-LINHA-ALTERADA = 'S'
               ADD 1 TO WRK-QTD-ALTERADOS-ARQ
           END-IF.
           WRITE LINHA-TEXTO-TRABALHO FROM WRK-LINHA-TEXTO.
           PERFORM 7510-LE-TEXTO.

      *** RELATORIOS E ARQUIVOS SEM LAYOUT PROPRIO - NOME (EM TODA *****
      *** LINHA, OU SO NA DO ID QUANDO HA HOMONIMO NO CADASTRO), ******
      *** CHAVE PIX E CONTA (SO NA LINHA DO ID) ************************
       7610-ANONIMIZA-RELATORIO.
           MOVE TAB-ANO-ID (WRK-IDX-ANO) TO WRK-ID-TEXTO.
           MOVE ZEROS TO WRK-QTD-OCORR.
           INSPECT WRK-LINHA-TEXTO TALLYING WRK-QTD-OCORR
               FOR ALL WRK-ID-TEXTO.
           MOVE 'N' TO WRK-LINHA-COM-ID.
           IF WRK-QTD-OCORR > ZEROS
               MOVE 'S' TO WRK-LINHA-COM-ID
           END-IF.
           IF TAB-ANO-HOMONIMO (WRK-IDX-ANO) = 'N'
               OR WRK-LINHA-COM-ID = 'S'
               MOVE TAB-ANO-NOME (WRK-IDX-ANO) TO WRK-TEXTO-BUSCA
               MOVE TAB-ANO-TAM-NOME (WRK-IDX-ANO) TO WRK-TAM-BUSCA
               MOVE WRK-SUBST-NOME TO WRK-TEXTO-SUBST
               PERFORM 7950-SUBSTITUI-TEXTO
           END-IF.
           MOVE TAB-ANO-CHAVE-PIX (WRK-IDX-ANO) TO WRK-TEXTO-BUSCA.
           MOVE TAB-ANO-TAM-PIX (WRK-IDX-ANO) TO WRK-TAM-BUSCA.
           MOVE WRK-SUBST-CHAVE TO WRK-TEXTO-SUBST.
           PERFORM 7950-SUBSTITUI-TEXTO.
           IF WRK-LINHA-COM-ID = 'S'
               AND TAB-ANO-CONTA (WRK-IDX-ANO) > ZEROS
               MOVE TAB-ANO-CONTA (WRK-IDX-ANO) TO WRK-CONTA-NUM
               MOVE WRK-CONTA-NUM TO WRK-TEXTO-BUSCA
               MOVE 8 TO WRK-TAM-BUSCA
               MOVE WRK-SUBST-CONTA TO WRK-TEXTO-SUBST
               PERFORM 7950-SUBSTITUI-TEXTO
           END-IF.

      *** INSTRUCAO DE TRANSFERENCIA AO EXTERIOR (LAYOUT CBTRFEXT) *****
       7620-ANONIMIZA-TRANSFEXT.
           MOVE WRK-LINHA-TEXTO TO WRK-REG-TRANSF-EXTERIOR.
           IF TRE-EMP-ID IS NUMERIC
               MOVE TRE-EMP-ID TO WRK-ID-BUSCA
               PERFORM 7800-BUSCA-ANONIMO
               IF WRK-ANONIMO-ENCONTRADO = 'S'
                   MOVE WRK-NOME-ANONIMO TO TRE-NOME
                   MOVE WRK-NOME-ANONIMO TO TRE-BENEFICIARIO
                   MOVE SPACES TO TRE-IBAN
                   MOVE WRK-REG-TRANSF-EXTERIOR TO WRK-LINHA-TEXTO
                   MOVE 'S' TO WRK-LINHA-ALTERADA
               END-IF
           END-IF.

      *** DEPENDENTE - O ANO DE NASCIMENTO FICA ************************
       7630-ANONIMIZA-DEPENDENTE.
           MOVE WRK-LINHA-TEXTO TO WRK-REG-DEPENDENTE.
           IF DPD-EMP-ID IS NUMERIC
               MOVE DPD-EMP-ID TO WRK-ID-BUSCA
               PERFORM 7800-BUSCA-ANONIMO
               IF WRK-ANONIMO-ENCONTRADO = 'S'
                   MOVE WRK-NOME-ANONIMO TO DPD-NOME
                   IF DPD-DATA-NASCIMENTO IS NUMERIC
                       MOVE "0101" TO DPD-DATA-NASCIMENTO (5:4)
                   END-IF
                   MOVE WRK-REG-DEPENDENTE TO WRK-LINHA-TEXTO
                   MOVE 'S' TO WRK-LINHA-ALTERADA
               END-IF
           END-IF.

       7640-ANONIMIZA-ADMISSAO.
           MOVE WRK-LINHA-TEXTO TO WRK-REG-ADMISSAO.
           IF ADM-ID IS NUMERIC
               MOVE ADM-ID TO WRK-ID-BUSCA
               PERFORM 7800-BUSCA-ANONIMO
               IF WRK-ANONIMO-ENCONTRADO = 'S'
                   MOVE WRK-NOME-ANONIMO TO ADM-NOME
                   MOVE WRK-REG-ADMISSAO TO WRK-LINHA-TEXTO
                   MOVE 'S' TO WRK-LINHA-ALTERADA
               END-IF
           END-IF.

      *** ORDEM DE PENSAO - O NUMERO DO PROCESSO E OS VALORES FICAM ****
       7650-ANONIMIZA-PENSAO.
           MOVE WRK-LINHA-TEXTO TO WRK-REG-PENSAO.
           IF PEN-EMP-ID IS NUMERIC
               MOVE PEN-EMP-ID TO WRK-ID-BUSCA
               PERFORM 7800-BUSCA-ANONIMO
               IF WRK-ANONIMO-ENCONTRADO = 'S'
                   MOVE WRK-NOME-ANONIMO TO PEN-BENEF-NOME
                   MOVE ZEROS TO PEN-BANCO
                   MOVE ZEROS TO PEN-AGENCIA
                   MOVE ZEROS TO PEN-CONTA
                   MOVE SPACE TO PEN-CONTA-DV
                   MOVE SPACES TO PEN-CHAVE-PIX
                   MOVE WRK-REG-PENSAO TO WRK-LINHA-TEXTO
                   MOVE 'S' TO WRK-LINHA-ALTERADA
               END-IF
           END-IF.

       7660-ANONIMIZA-CONTA-EXTERIOR.
           MOVE WRK-LINHA-TEXTO TO WRK-REG-CONTA-EXTERIOR.
           IF CEX-EMP-ID IS NUMERIC
               MOVE CEX-EMP-ID TO WRK-ID-BUSCA
               PERFORM 7800-BUSCA-ANONIMO
               IF WRK-ANONIMO-ENCONTRADO = 'S'
                   MOVE WRK-NOME-ANONIMO TO CEX-BENEFICIARIO
                   MOVE SPACES TO CEX-IBAN
                   MOVE WRK-REG-CONTA-EXTERIOR TO WRK-LINHA-TEXTO
                   MOVE 'S' TO WRK-LINHA-ALTERADA
               END-IF
           END-IF.

      *** IMAGEM DE MANUTENCAO - SALARIO, CENTRO E CARGO FICAM *********
       7670-ANONIMIZA-MANUTENCAO.
           MOVE WRK-LINHA-TEXTO TO WRK-REG-MANUTENCAO.
           IF MNT-ID IS NUMERIC
               MOVE MNT-ID TO WRK-ID-BUSCA
               PERFORM 7800-BUSCA-ANONIMO
               IF WRK-ANONIMO-ENCONTRADO = 'S'
                   MOVE ZEROS TO MNT-BANCO-ANTES
                   MOVE ZEROS TO MNT-AGENCIA-ANTES
                   MOVE ZEROS TO MNT-CONTA-ANTES
                   MOVE SPACE TO MNT-CONTA-DV-ANTES
                   MOVE ZEROS TO MNT-BANCO-DEPOIS
                   MOVE ZEROS TO MNT-AGENCIA-DEPOIS
                   MOVE ZEROS TO MNT-CONTA-DEPOIS
                   MOVE SPACE TO MNT-CONTA-DV-DEPOIS
                   MOVE WRK-REG-MANUTENCAO TO WRK-LINHA-TEXTO
                   MOVE 'S' TO WRK-LINHA-ALTERADA
               END-IF
           END-IF.

       7680-ANONIMIZA-ALTERACAO.
           MOVE WRK-LINHA-TEXTO TO WRK-REG-ALTERACAO-PROG.
           IF APG-ID IS NUMERIC
               MOVE APG-ID TO WRK-ID-BUSCA
               PERFORM 7800-BUSCA-ANONIMO
               IF WRK-ANONIMO-ENCONTRADO = 'S'
                   MOVE ZEROS TO APG-BANCO
                   MOVE ZEROS TO APG-AGENCIA
                   MOVE ZEROS TO APG-CONTA
                   MOVE SPACE TO APG-CONTA-DV
                   MOVE SPACES TO APG-CHAVE-PIX
                   MOVE WRK-REG-ALTERACAO-PROG TO WRK-LINHA-TEXTO
                   MOVE 'S' TO WRK-LINHA-ALTERADA
               END-IF
           END-IF.

      *** COPIA O ARQUIVO DE TRABALHO DE VOLTA SOBRE O ORIGINAL ********
       7700-REGRAVA-TEXTO.
           OPEN INPUT TEXTO-TRABALHO.
           OPEN OUTPUT TEXTO-ARQUIVO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           PERFORM 7710-LE-TEXTO-TRABALHO.
           PERFORM 7720-COPIA-TEXTO-TRABALHO
               UNTIL WRK-FIM-TRABALHO = 'S'.
           CLOSE TEXTO-ARQUIVO.
           CLOSE TEXTO-TRABALHO.

       7710-LE-TEXTO-TRABALHO.
           READ TEXTO-TRABALHO
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

       7720-COPIA-TEXTO-TRABALHO.
           WRITE LINHA-TEXTO FROM LINHA-TEXTO-TRABALHO.
           PERFORM 7710-LE-TEXTO-TRABALHO.

      *** O ID ESTA ENTRE OS EMPREGADOS DESTA EXECUCAO? ****************
       7800-BUSCA-ANONIMO.
           MOVE 'N' TO WRK-ANONIMO-ENCONTRADO.
           PERFORM 7810-CONFERE-ANONIMO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-ANONIMIZACAO
                   OR WRK-ANONIMO-ENCONTRADO = 'S'.

       7810-CONFERE-ANONIMO.
           IF TAB-ANO-ID (WRK-IDX-BUSCA) = WRK-ID-BUSCA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-ENCONTRADO
               MOVE 'S' TO WRK-ANONIMO-ENCONTRADO
           END-IF.

       7900-REGISTRA-ARQUIVO-ALTERADO.
           ADD 1 TO WRK-QTD-ARQ-ALTERADOS.
           ADD WRK-QTD-ALTERADOS-ARQ TO WRK-QTD-REG-ALTERADOS.
           MOVE WRK-NOME-ENTRADA TO WRK-LAR-NOME.
           MOVE WRK-QTD-ALTERADOS-ARQ TO WRK-LAR-QTD.
           WRITE LINHA-RELATORIO FROM WRK-LINHA-ARQ-LGPD.
           DISPLAY 'ANONIMIZADO: ' WRK-NOME-ENTRADA.

      *** TROCA NA LINHA TODA OCORRENCIA DO TRECHO PELO VALOR DE *******
      *** SUBSTITUICAO DE MESMO TAMANHO - TRECHO CURTO DEMAIS NAO E ****
      *** TROCADO (PEGARIA PEDACO DE OUTRA PALAVRA) ********************
       7950-SUBSTITUI-TEXTO.
           IF WRK-TAM-BUSCA >= WRK-TAM-MINIMO
               MOVE ZEROS TO WRK-QTD-OCORR
               INSPECT WRK-LINHA-TEXTO TALLYING WRK-QTD-OCORR
                   FOR ALL WRK-TEXTO-BUSCA (1:WRK-TAM-BUSCA)
               IF WRK-QTD-OCORR > ZEROS
                   INSPECT WRK-LINHA-TEXTO REPLACING
                       ALL WRK-TEXTO-BUSCA (1:WRK-TAM-BUSCA)
                       BY WRK-TEXTO-SUBST (1:WRK-TAM-BUSCA)
                   MOVE 'S' TO WRK-LINHA-ALTERADA
               END-IF
           END-IF.

      *********** GRAVA REGISTRO DE AUDITORIA AO FIM DA EXECUCAO ********
       8000-GRAVA-AUDITORIA.
           ACCEPT WRK-AUD-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WRK-AUD-HORA-FIM FROM TIME.
           PERFORM 8900-ABRE-AUDITORIA.
           MOVE "PROGCOB44" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** CADA EMPREGADO ANONIMIZADO FICA NA TRILHA COMO "ANM" + ID ****
      *** (O CAMPO DE PROGRAMA LEVA A IDENTIFICACAO, COMO A CONSULTA ***
      *** DA FICHA) ****************************************************
       8200-GRAVA-AUDITORIA-ANONIMO.
           PERFORM 8900-ABRE-AUDITORIA.
           MOVE SPACES TO AUD-PROGRAMA.
           STRING "ANM" DELIMITED BY SIZE
               TAB-ANO-ID (WRK-IDX-ANO) DELIMITED BY SIZE
               INTO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           ACCEPT AUD-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA-FIM FROM TIME.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

       8900-ABRE-AUDITORIA.
           OPEN EXTEND AUDITORIA-ARQUIVO.
           IF WRK-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-ARQUIVO
               CLOSE AUDITORIA-ARQUIVO
               OPEN EXTEND AUDITORIA-ARQUIVO
           END-IF.
