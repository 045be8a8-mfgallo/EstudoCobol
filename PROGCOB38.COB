       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB38.

      *********************************************************************
      *AREA DE REMARKS
      *AUTHOR = Mauricio Gallo Fausto Jr
      *OBJETIVO: FICHA DO EMPREGADO - CONSULTA SOMENTE DE LEITURA QUE
      * REUNE NUMA SO TELA (E EM DATA/FICHA.PRT) TUDO O QUE O RH
      * PRECISA PARA ATENDER O EMPREGADO, SEM ABRIR A MANUTENCAO DO
      * MASTER NEM VARRER ARQUIVO A ARQUIVO:
      *   - CADASTRO DO MASTER COM A RAZAO SOCIAL DA EMPRESA, O
      *     DEPARTAMENTO (CENTRO DE CUSTO) E O CARGO POR EXTENSO,
      *     SALARIO E DADOS DE PAGAMENTO (CONTA OU CHAVE PIX)
      *   - REGISTRO DE ADMISSAO (ADMISSOES.DAT)
      *   - DEPENDENTES (DEPENDENTES.DAT)
      *   - SALDO ATUAL DE FERIAS, NA MESMA REGRA DO PROGCOB18, E AS
      *     FERIAS JA GOZADAS (FERIAS.DAT)
      *   - DESCONTOS RECORRENTES ATIVOS NA COMPETENCIA CORRENTE
      *     (DESCONTOSREC.DAT, COM A DESCRICAO DE CODIGOSDESC.DAT)
      *   - OS 12 ULTIMOS REGISTROS DO HISTORICO (HISTORICO.DAT),
      *     AGRUPADOS POR TIPO (FOLHA, ADIANTAMENTO, 13o, PLR)
      *   - AS IMAGENS DE MANUTENCAO DO MASTER (MANUTENCOES.DAT)
      * A FICHA EXPOE SALARIO E DADOS BANCARIOS: O OPERADOR PRECISA
      * DE PERFIL ATIVO EM OPERADORES.DAT NA FAMILIA DA MANUTENCAO DE
      * EMPREGADO (DIGITO 5), COMO NO MENU - SEM PERFIL A CONSULTA E
      * NEGADA (RC 8) E REGISTRADA COMO NEGOPCAO5. CADA FICHA
      * CONSULTADA GRAVA NA TRILHA DE AUDITORIA UM REGISTRO "FIC" +
      * ID DO EMPREGADO COM O OPERADOR E O HORARIO DA CONSULTA
      *MODIFICACAO: A IMAGEM DE MANUTENCAO MOSTRA A EMPRESA DO GRUPO
      * ANTES E DEPOIS (TRANSFERENCIA POR ALTERACAO PROGRAMADA)
      *MODIFICACAO: CONTA E CHAVE PIX MASCARADAS NA FICHA E NAS
      * IMAGENS DE MANUTENCAO (CONTA SO COM OS 4 ULTIMOS DIGITOS, CHAVE
      * SO COM AS 3 PRIMEIRAS POSICOES) - O ATENDIMENTO NAO PRECISA DO
      * DADO COMPLETO (LGPD)
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
           SELECT HISTORICO-SALARIO ASSIGN TO "DATA/HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT OPERADOR-ARQUIVO ASSIGN TO "DATA/OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPERADOR.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
           SELECT DEPARTAMENTO-ARQUIVO
               ASSIGN TO "DATA/DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPARTAMENTO.
           SELECT CARGO-ARQUIVO ASSIGN TO "DATA/CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGO.
           SELECT ADMISSAO-ARQUIVO ASSIGN TO "DATA/ADMISSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ADMISSAO.
           SELECT DEPENDENTE-ARQUIVO
               ASSIGN TO "DATA/DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDENTE.
           SELECT FERIAS-ARQUIVO ASSIGN TO "DATA/FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIAS.
           SELECT AFASTAMENTO-ARQUIVO
               ASSIGN TO "DATA/AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFASTAMENTO.
           SELECT DESCREC-ARQUIVO
               ASSIGN TO "DATA/DESCONTOSREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCREC.
           SELECT CODDESC-ARQUIVO
               ASSIGN TO "DATA/CODIGOSDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CODDESC.
           SELECT MANUTENCAO-ARQUIVO ASSIGN TO "DATA/MANUTENCOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANUTENCAO.
           SELECT FICHA-RELATORIO ASSIGN TO "DATA/FICHA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FICHA.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY CBEMPREG.
       FD  HISTORICO-SALARIO.
           COPY CBHISTOR.
       FD  OPERADOR-ARQUIVO.
       01 OPERADOR-RECORD.
           02 OPE-ID PIC X(08).
           02 OPE-OPCOES PIC X(09).
           02 OPE-ATIVO PIC X(01).
           02 OPE-SUPERVISOR PIC X(01).
       FD  EMPRESA-ARQUIVO.
           COPY CBEMPRESA.
       FD  DEPARTAMENTO-ARQUIVO.
           COPY CBDEPART.
       FD  CARGO-ARQUIVO.
           COPY CBCARGO.
       FD  ADMISSAO-ARQUIVO.
           COPY CBADMISS.
       FD  DEPENDENTE-ARQUIVO.
           COPY CBDEPEND.
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
       FD  DESCREC-ARQUIVO.
           COPY CBDESREC.
       FD  CODDESC-ARQUIVO.
           COPY CBCODDES.
       FD  MANUTENCAO-ARQUIVO.
           COPY CBMANUT.
       FD  FICHA-RELATORIO.
       01 LINHA-FICHA PIC X(100).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-HISTORICO PIC X(02) VALUE "00".
       77 WRK-STATUS-OPERADOR PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPARTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-CARGO PIC X(02) VALUE "00".
       77 WRK-STATUS-ADMISSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-DEPENDENTE PIC X(02) VALUE "00".
       77 WRK-STATUS-FERIAS PIC X(02) VALUE "00".
       77 WRK-STATUS-AFASTAMENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-DESCREC PIC X(02) VALUE "00".
       77 WRK-STATUS-CODDESC PIC X(02) VALUE "00".
       77 WRK-STATUS-MANUTENCAO PIC X(02) VALUE "00".
       77 WRK-STATUS-FICHA PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
      *** PERFIL DO OPERADOR - MESMA REGRA DO MENU PRINCIPAL ***********
       77 WRK-SEM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-FIM-OPERADOR PIC X(01) VALUE 'N'.
       77 WRK-PERFIL-OPCOES PIC X(09) VALUE SPACES.
       77 WRK-PERFIL-ATIVO PIC X(01) VALUE 'N'.
       77 WRK-PERFIL-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-OPCAO-PERMITIDA PIC X(01) VALUE 'N'.
       77 WRK-IDX-OPC PIC 9(02) VALUE ZEROS.
      *** EMPREGADO CONSULTADO *****************************************
       77 WRK-ID-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-ID-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-CONSULTA PIC X(01) VALUE 'N'.
       77 WRK-EMP-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-QTD-FICHAS PIC 9(04) VALUE ZEROS.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
      *** DESCRICOES PROCURADAS NAS REFERENCIAS ************************
       77 WRK-EMPRESA-BUSCA PIC X(03) VALUE SPACES.
       77 WRK-EMPRESA-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-DEP-BUSCA PIC X(04) VALUE SPACES.
       77 WRK-DEP-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-CARGO-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-CDS-BUSCA PIC X(03) VALUE SPACES.
       77 WRK-CDS-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-FIM-REFERENCIA PIC X(01) VALUE 'N'.
      *** CONTROLE DE LEITURA E CONTAGEM POR SECAO *********************
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
       77 WRK-QTD-SECAO PIC 9(04) VALUE ZEROS.
      *** SALDO DE FERIAS - MESMA REGRA DO PROGCOB18 *******************
       77 WRK-ADM-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-ADM-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-ADM-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-ADM-MES PIC 9(02) VALUE ZEROS.
       77 WRK-ADM-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-ADM-DEPARTAMENTO PIC X(04) VALUE SPACES.
       77 WRK-FIM-ADMISSAO PIC X(01) VALUE 'N'.
       77 WRK-FIM-FERIAS PIC X(01) VALUE 'N'.
       77 WRK-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
       77 WRK-MESES-TOTAIS PIC S9(04) VALUE ZEROS.
       77 WRK-DIAS-GANHOS PIC 9(04)V9 VALUE ZEROS.
       77 WRK-DIAS-GOZADOS PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-DIAS PIC S9(04)V9 VALUE ZEROS.
       77 WRK-AFA-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-DE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-ATE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-DIAS-INSS PIC 9(07) VALUE ZEROS.
       77 WRK-PERDA-AQUISITIVO PIC X(01) VALUE 'N'.
       77 WRK-PERDA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-PERDA-RETORNO PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODOS-COMPLETOS PIC 9(03) VALUE ZEROS.
       77 WRK-MC-MESES PIC S9(04) VALUE ZEROS.
       01 WRK-AFA-DATA-CONV.
           02 WRK-AFA-CONV-ANO PIC 9(04).
           02 WRK-AFA-CONV-MES PIC 9(02).
           02 WRK-AFA-CONV-DIA PIC 9(02).
       01 WRK-MC-DATA-DE.
           02 WRK-MC-DE-ANO PIC 9(04).
           02 WRK-MC-DE-MES PIC 9(02).
           02 WRK-MC-DE-DIA PIC 9(02).
       01 WRK-MC-DATA-ATE.
           02 WRK-MC-ATE-ANO PIC 9(04).
           02 WRK-MC-ATE-MES PIC 9(02).
           02 WRK-MC-ATE-DIA PIC 9(02).
      *** OS 12 REGISTROS MAIS RECENTES DO HISTORICO DO EMPREGADO ******
      *** (A CHAVE DO HISTORICO JA VEM EM ORDEM DE DATA) ***************
       77 WRK-QTD-HISTORICO PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-HISTORICO PIC 9(02) VALUE 12.
       77 WRK-FIM-HISTORICO PIC X(01) VALUE 'N'.
       77 WRK-IDX-HIS PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-HIS-GRUPO PIC 9(02) VALUE ZEROS.
       77 WRK-TIPO-GRUPO PIC X(04) VALUE SPACES.
       01 WRK-TAB-HISTORICO.
           02 WRK-TAB-HIS OCCURS 12 TIMES.
               03 TAB-HIS-DATA PIC 9(08).
               03 TAB-HIS-TIPO PIC X(04).
               03 TAB-HIS-BRUTO PIC 9(07)V99.
               03 TAB-HIS-LIQUIDO PIC S9(06)V99.
               03 TAB-HIS-IMPRESSO PIC X(01).
      *** EDICAO DE DATAS AAAAMMDD PARA DD/MM/AAAA **********************
       01 WRK-DATA-EDICAO.
           02 WRK-DTE-ANO PIC 9(04).
           02 WRK-DTE-MES PIC 9(02).
           02 WRK-DTE-DIA PIC 9(02).
       01 WRK-DATA-EDICAO-NUM REDEFINES WRK-DATA-EDICAO PIC 9(08).
       01 WRK-DATA-EDITADA.
           02 WRK-DTD-DIA PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-DTD-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-DTD-ANO PIC 9(04).
       01 WRK-COMP-EDICAO.
           02 WRK-CPE-ANO PIC 9(04).
           02 WRK-CPE-MES PIC 9(02).
       01 WRK-COMP-EDICAO-NUM REDEFINES WRK-COMP-EDICAO PIC 9(06).
       01 WRK-COMP-EDITADA.
           02 WRK-CPD-MES PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-CPD-ANO PIC 9(04).
       77 WRK-ED-VALOR PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-VALOR-2 PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-SALDO PIC -ZZZ9,9.
       01 WRK-ED-HORA.
           02 WRK-EDH-HH PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 WRK-EDH-MM PIC 9(02).
       01 WRK-HORA-MANUT.
           02 WRK-HMN-HH PIC 9(02).
           02 WRK-HMN-MM PIC 9(02).
           02 FILLER PIC X(04).
      *** LINHAS DA FICHA **********************************************
       01 WRK-LINHA-SEPARADOR.
           02 FILLER PIC X(80) VALUE ALL "=".
       01 WRK-LINHA-TITULO.
           02 FILLER PIC X(04) VALUE "*** ".
           02 WRK-TIT-TEXTO PIC X(60).
       01 WRK-LINHA-CAMPO.
           02 WRK-CPO-ROTULO PIC X(24).
           02 WRK-CPO-VALOR PIC X(76).
       01 WRK-CAB-DEPENDENTE.
           02 FILLER PIC X(22) VALUE "NOME".
           02 FILLER PIC X(12) VALUE "NASCIMENTO".
           02 FILLER PIC X(10) VALUE "PARENTESCO".
       01 WRK-LINHA-DEPENDENTE.
           02 WRK-DPL-NOME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-DPL-NASCIMENTO PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-DPL-PARENTESCO PIC X(07).
       01 WRK-CAB-FERIAS.
           02 FILLER PIC X(12) VALUE "INICIO".
           02 FILLER PIC X(06) VALUE "DIAS".
           02 FILLER PIC X(15) VALUE "  FERIAS+TERCO".
           02 FILLER PIC X(15) VALUE "        LIQUIDO".
       01 WRK-LINHA-FERIAS.
           02 WRK-FEL-INICIO PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-FEL-DIAS PIC Z9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WRK-FEL-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-FEL-LIQUIDO PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-CAB-DESCONTO.
           02 FILLER PIC X(05) VALUE "COD".
           02 FILLER PIC X(31) VALUE "DESCRICAO".
           02 FILLER PIC X(17) VALUE "   VALOR/PERCENT".
           02 FILLER PIC X(10) VALUE "INICIO".
           02 FILLER PIC X(07) VALUE "FIM".
       01 WRK-LINHA-DESCONTO.
           02 WRK-DSL-CODIGO PIC X(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-DSL-DESCRICAO PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DSL-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           02 WRK-DSL-UNIDADE PIC X(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DSL-INICIO PIC X(07).
           02 FILLER PIC X(03) VALUE SPACES.
           02 WRK-DSL-FIM PIC X(07).
       01 WRK-CAB-HISTORICO.
           02 FILLER PIC X(14) VALUE "  DATA".
           02 FILLER PIC X(15) VALUE "          BRUTO".
           02 FILLER PIC X(16) VALUE "         LIQUIDO".
       01 WRK-LINHA-HISTORICO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-HSL-DATA PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-HSL-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-HSL-LIQUIDO PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-MANUT-1.
           02 WRK-MNL-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-MNL-HORA PIC X(05).
           02 FILLER PIC X(11) VALUE " OPERADOR ".
           02 WRK-MNL-OPERADOR PIC X(08).
           02 FILLER PIC X(12) VALUE " APROVADOR ".
           02 WRK-MNL-APROVADOR PIC X(08).
           02 FILLER PIC X(14) VALUE " COMPETENCIA ".
           02 WRK-MNL-COMPETENCIA PIC X(06).
           02 FILLER PIC X(10) VALUE "  EMPRESA ".
           02 WRK-MNL-EMPRESA-ANTES PIC X(03).
           02 FILLER PIC X(04) VALUE " -> ".
           02 WRK-MNL-EMPRESA-DEPOIS PIC X(03).
       01 WRK-LINHA-MANUT-2.
           02 FILLER PIC X(10) VALUE "  SALARIO ".
           02 WRK-MNL-SAL-ANTES PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-MNL-MOEDA-ANTES PIC X(03).
           02 FILLER PIC X(04) VALUE " -> ".
           02 WRK-MNL-SAL-DEPOIS PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-MNL-MOEDA-DEPOIS PIC X(03).
           02 FILLER PIC X(05) VALUE "  CC ".
           02 WRK-MNL-CC-ANTES PIC X(04).
           02 FILLER PIC X(04) VALUE " -> ".
           02 WRK-MNL-CC-DEPOIS PIC X(04).
           02 FILLER PIC X(08) VALUE "  CARGO ".
           02 WRK-MNL-CARGO-ANTES PIC X(04).
           02 FILLER PIC X(04) VALUE " -> ".
           02 WRK-MNL-CARGO-DEPOIS PIC X(04).
       01 WRK-LINHA-MANUT-3.
           02 FILLER PIC X(10) VALUE "  CONTA   ".
           02 WRK-MNL-BANCO-ANTES PIC 9(03).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-MNL-AGENCIA-ANTES PIC 9(04).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-MNL-CONTA-ANTES PIC X(08).
           02 FILLER PIC X(01) VALUE "-".
           02 WRK-MNL-DV-ANTES PIC X(01).
           02 FILLER PIC X(04) VALUE " -> ".
           02 WRK-MNL-BANCO-DEPOIS PIC 9(03).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-MNL-AGENCIA-DEPOIS PIC 9(04).
           02 FILLER PIC X(01) VALUE "/".
           02 WRK-MNL-CONTA-DEPOIS PIC X(08).
           02 FILLER PIC X(01) VALUE "-".
           02 WRK-MNL-DV-DEPOIS PIC X(01).
           02 FILLER PIC X(14) VALUE "  PAGAMENTO ".
           02 WRK-MNL-PAGTO-ANTES PIC X(01).
           02 FILLER PIC X(04) VALUE " -> ".
           02 WRK-MNL-PAGTO-DEPOIS PIC X(01).
       COPY CBMASCAR.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-HORA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-DATA-FIM PIC 9(08) VALUE ZEROS.
           02 WRK-AUD-HORA-FIM PIC 9(08) VALUE ZEROS.
       01 WRK-AUD-CONSULTA.
           02 WRK-AUC-DATA-INICIO PIC 9(08) VALUE ZEROS.
           02 WRK-AUC-HORA-INICIO PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = (WRK-ANO * 100) + WRK-MES.
           PERFORM 0200-VERIFICA-PERFIL.
           IF WRK-OPCAO-PERMITIDA NOT = 'S'
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' SEM PERFIL PARA A '
                   'FICHA DO EMPREGADO - CONSULTA NEGADA'
               PERFORM 8100-GRAVA-AUDITORIA-NEGADA
               MOVE 8 TO WRK-RETORNO
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WRK-STATUS-EMPLOYEE NOT = "00"
                   DISPLAY 'EMPLOYEE-MASTER NAO PODE SER ABERTO - '
                       'STATUS ' WRK-STATUS-EMPLOYEE
                   MOVE 16 TO WRK-RETORNO
               ELSE
                   OPEN OUTPUT FICHA-RELATORIO
                   MOVE 'N' TO WRK-FIM-CONSULTA
                   PERFORM 1000-CONSULTA-EMPREGADO
                       UNTIL WRK-FIM-CONSULTA = 'S'
                   CLOSE FICHA-RELATORIO
                   CLOSE EMPLOYEE-MASTER
                   DISPLAY 'FICHAS CONSULTADAS: ' WRK-QTD-FICHAS
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
           PERFORM 8900-ABRE-AUDITORIA.
           MOVE "PROGCOB38" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-FIM TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-FIM TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** CONSULTA NEGADA - MESMO REGISTRO DO MENU PARA A FAMILIA 5 ****
       8100-GRAVA-AUDITORIA-NEGADA.
           PERFORM 8900-ABRE-AUDITORIA.
           MOVE "NEGOPCAO5" TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-INICIO.
           MOVE WRK-AUD-DATA-INICIO TO AUD-DATA-FIM.
           MOVE WRK-AUD-HORA-INICIO TO AUD-HORA-FIM.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** CADA FICHA CONSULTADA FICA NA TRILHA COMO "FIC" + ID DO ******
      *** EMPREGADO (O CAMPO DE PROGRAMA LEVA A IDENTIFICACAO, COMO ****
      *** NO NEGOPCAO DO MENU) *****************************************
       8200-GRAVA-AUDITORIA-CONSULTA.
           PERFORM 8900-ABRE-AUDITORIA.
           MOVE SPACES TO AUD-PROGRAMA.
           STRING "FIC" DELIMITED BY SIZE
               WRK-ID-ENTRADA DELIMITED BY SIZE
               INTO AUD-PROGRAMA.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.
           MOVE WRK-AUC-DATA-INICIO TO AUD-DATA-INICIO.
           MOVE WRK-AUC-HORA-INICIO TO AUD-HORA-INICIO.
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

      *** PERFIL DO OPERADOR EM OPERADORES.DAT - SEM O ARQUIVO A *******
      *** CONSULTA FICA LIBERADA (FASE DE IMPLANTACAO, COMO NO MENU); **
      *** COM O ARQUIVO, SO PERFIL ATIVO COM O DIGITO 5 ****************
       0200-VERIFICA-PERFIL.
           MOVE 'N' TO WRK-OPCAO-PERMITIDA.
           MOVE 'N' TO WRK-PERFIL-ENCONTRADO.
           MOVE 'N' TO WRK-SEM-CONTROLE.
           OPEN INPUT OPERADOR-ARQUIVO.
           IF WRK-STATUS-OPERADOR = "35"
               MOVE 'S' TO WRK-SEM-CONTROLE
               MOVE 'S' TO WRK-OPCAO-PERMITIDA
           ELSE
               MOVE 'N' TO WRK-FIM-OPERADOR
               PERFORM 0210-LE-OPERADOR
               PERFORM 0220-CONFERE-OPERADOR
                   UNTIL WRK-FIM-OPERADOR = 'S'
               CLOSE OPERADOR-ARQUIVO
               IF WRK-PERFIL-ENCONTRADO = 'S'
                   AND WRK-PERFIL-ATIVO = 'S'
                   PERFORM 0230-CONFERE-DIGITO-OPCAO
                       VARYING WRK-IDX-OPC FROM 1 BY 1
                       UNTIL WRK-IDX-OPC > 9
                           OR WRK-OPCAO-PERMITIDA = 'S'
               END-IF
           END-IF.

       0210-LE-OPERADOR.
           READ OPERADOR-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-OPERADOR
           END-READ.

       0220-CONFERE-OPERADOR.
           IF OPE-ID = WRK-OPERADOR
               MOVE OPE-OPCOES TO WRK-PERFIL-OPCOES
               MOVE OPE-ATIVO TO WRK-PERFIL-ATIVO
               MOVE 'S' TO WRK-PERFIL-ENCONTRADO
           END-IF.
           PERFORM 0210-LE-OPERADOR.

       0230-CONFERE-DIGITO-OPCAO.
           IF WRK-PERFIL-OPCOES (WRK-IDX-OPC : 1) = '5'
               MOVE 'S' TO WRK-OPCAO-PERMITIDA
           END-IF.

      *** CAPTURA O EMPREGADO (BRANCO ENCERRA) E MONTA A FICHA *********
       1000-CONSULTA-EMPREGADO.
           MOVE SPACES TO WRK-ID-ENTRADA.
           DISPLAY 'INFORME O ID DO EMPREGADO (6 DIGITOS, EM BRANCO '
               'PARA ENCERRAR)'.
           ACCEPT WRK-ID-ENTRADA FROM CONSOLE.
           IF WRK-ID-ENTRADA = SPACES
               MOVE 'S' TO WRK-FIM-CONSULTA
           ELSE
               IF WRK-ID-ENTRADA NOT NUMERIC
                   DISPLAY 'ID INVALIDO (SOMENTE DIGITOS), DIGITE '
                       'NOVAMENTE'
               ELSE
                   MOVE WRK-ID-ENTRADA TO WRK-ID-BUSCA
                   ACCEPT WRK-AUC-DATA-INICIO FROM DATE YYYYMMDD
                   ACCEPT WRK-AUC-HORA-INICIO FROM TIME
                   MOVE 'S' TO WRK-EMP-ENCONTRADO
                   MOVE WRK-ID-BUSCA TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE 'N' TO WRK-EMP-ENCONTRADO
                   END-READ
                   IF WRK-EMP-ENCONTRADO NOT = 'S'
                       DISPLAY 'EMPREGADO ' WRK-ID-ENTRADA
                           ' NAO ENCONTRADO NO MASTER'
                   ELSE
                       PERFORM 2000-EMITE-FICHA
                       ADD 1 TO WRK-QTD-FICHAS
                   END-IF
                   PERFORM 8200-GRAVA-AUDITORIA-CONSULTA
               END-IF
           END-IF.

      *** A FICHA SAI NA TELA E NO RELATORIO, SECAO A SECAO ************
       2000-EMITE-FICHA.
           MOVE WRK-LINHA-SEPARADOR TO LINHA-FICHA.
           PERFORM 9000-EMITE-LINHA.
           PERFORM 2100-SECAO-CADASTRO.
           PERFORM 2200-SECAO-ADMISSAO.
           PERFORM 2300-SECAO-DEPENDENTES.
           PERFORM 2400-SECAO-FERIAS.
           PERFORM 2500-SECAO-DESCONTOS.
           PERFORM 2600-SECAO-HISTORICO.
           PERFORM 2700-SECAO-MANUTENCOES.
           MOVE WRK-LINHA-SEPARADOR TO LINHA-FICHA.
           PERFORM 9000-EMITE-LINHA.

      *** CADASTRO DO MASTER COM AS DESCRICOES DAS REFERENCIAS *********
       2100-SECAO-CADASTRO.
           MOVE "FICHA DO EMPREGADO - CADASTRO" TO WRK-TIT-TEXTO.
           PERFORM 9010-EMITE-TITULO.
           MOVE "EMPREGADO" TO WRK-CPO-ROTULO.
           MOVE SPACES TO WRK-CPO-VALOR.
           STRING EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMP-NOME DELIMITED BY SIZE
               INTO WRK-CPO-VALOR.
           PERFORM 9020-EMITE-CAMPO.
           MOVE "SITUACAO" TO WRK-CPO-ROTULO.
           IF EMP-DESLIGADO
               MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-EDICAO-NUM
               PERFORM 9100-EDITA-DATA
               MOVE SPACES TO WRK-CPO-VALOR
               STRING "DESLIGADO EM " DELIMITED BY SIZE
                   WRK-DATA-EDITADA DELIMITED BY SIZE
                   INTO WRK-CPO-VALOR
           ELSE
               MOVE "ATIVO" TO WRK-CPO-VALOR
           END-IF.
           PERFORM 9020-EMITE-CAMPO.
           IF EMP-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-BUSCA
           ELSE
               MOVE EMP-EMPRESA TO WRK-EMPRESA-BUSCA
           END-IF.
           PERFORM 3000-DESCREVE-EMPRESA.
           MOVE "EMPRESA" TO WRK-CPO-ROTULO.
           MOVE SPACES TO WRK-CPO-VALOR.
           STRING WRK-EMPRESA-BUSCA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-EMPRESA-DESCRICAO DELIMITED BY SIZE
               INTO WRK-CPO-VALOR.
           PERFORM 9020-EMITE-CAMPO.
           MOVE EMP-CENTRO-CUSTO TO WRK-DEP-BUSCA.
           PERFORM 3100-DESCREVE-DEPARTAMENTO.
           MOVE "DEPARTAMENTO (C.CUSTO)" TO WRK-CPO-ROTULO.
           MOVE SPACES TO WRK-CPO-VALOR.
           STRING EMP-CENTRO-CUSTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-DEP-DESCRICAO DELIMITED BY SIZE
               INTO WRK-CPO-VALOR.
           PERFORM 9020-EMITE-CAMPO.
           PERFORM 3200-DESCREVE-CARGO.
           MOVE "CARGO" TO WRK-CPO-ROTULO.
           MOVE SPACES TO WRK-CPO-VALOR.
           STRING EMP-CARGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-CARGO-DESCRICAO DELIMITED BY SIZE
               INTO WRK-CPO-VALOR.
           PERFORM 9020-EMITE-CAMPO.
           MOVE EMP-SALARIO TO WRK-ED-VALOR.
           MOVE "SALARIO" TO WRK-CPO-ROTULO.
           MOVE SPACES TO WRK-CPO-VALOR.
           STRING WRK-ED-VALOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMP-MOEDA DELIMITED BY SIZE
               INTO WRK-CPO-VALOR.
           PERFORM 9020-EMITE-CAMPO.
           MOVE "PAGAMENTO" TO WRK-CPO-ROTULO.
           MOVE SPACES TO WRK-CPO-VALOR.
           IF EMP-PAGTO-PIX
               MOVE EMP-CHAVE-PIX TO WRK-MSC-CHAVE-PIX
               MOVE WRK-MSC-PIX-INICIO TO WRK-PMS-INICIO
               STRING "PIX - CHAVE " DELIMITED BY SIZE
                   WRK-PIX-MASCARADA DELIMITED BY SIZE
                   INTO WRK-CPO-VALOR
           ELSE
               MOVE EMP-CONTA TO WRK-MSC-CONTA
               MOVE WRK-MSC-CONTA-FIM TO WRK-CMS-FINAL
               STRING "CONTA - BANCO " DELIMITED BY SIZE
                   EMP-BANCO DELIMITED BY SIZE
                   " AGENCIA " DELIMITED BY SIZE
                   EMP-AGENCIA DELIMITED BY SIZE
                   " CONTA " DELIMITED BY SIZE
                   WRK-CONTA-MASCARADA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   EMP-CONTA-DV DELIMITED BY SIZE
                   INTO WRK-CPO-VALOR
           END-IF.
           PERFORM 9020-EMITE-CAMPO.

      *** REGISTRO DE ADMISSAO (O ULTIMO DO EMPREGADO, COMO NAS ********
      *** FERIAS) - A DATA TAMBEM ALIMENTA O SALDO DE FERIAS ***********
       2200-SECAO-ADMISSAO.
           MOVE "ADMISSAO" TO WRK-TIT-TEXTO.
           PERFORM 9010-EMITE-TITULO.
           MOVE 'N' TO WRK-ADM-ENCONTRADA.
           MOVE ZEROS TO WRK-ADM-DATA.
           MOVE SPACES TO WRK-ADM-DEPARTAMENTO.
           OPEN INPUT ADMISSAO-ARQUIVO.
           IF WRK-STATUS-ADMISSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ADMISSAO
               PERFORM 2210-LE-ADMISSAO
               PERFORM 2220-CONFERE-ADMISSAO
                   UNTIL WRK-FIM-ADMISSAO = 'S'
               CLOSE ADMISSAO-ARQUIVO
           END-IF.
           IF WRK-ADM-ENCONTRADA NOT = 'S'
               MOVE SPACES TO WRK-CPO-ROTULO
               MOVE "SEM REGISTRO DE ADMISSAO" TO WRK-CPO-VALOR
               PERFORM 9020-EMITE-CAMPO
           ELSE
               MOVE WRK-ADM-DATA (1:4) TO WRK-ADM-ANO
               MOVE WRK-ADM-DATA (5:2) TO WRK-ADM-MES
               MOVE WRK-ADM-DATA (7:2) TO WRK-ADM-DIA
               MOVE WRK-ADM-DATA TO WRK-DATA-EDICAO-NUM
               PERFORM 9100-EDITA-DATA
               MOVE "DATA DE ADMISSAO" TO WRK-CPO-ROTULO
               MOVE WRK-DATA-EDITADA TO WRK-CPO-VALOR
               PERFORM 9020-EMITE-CAMPO
               MOVE WRK-ADM-DEPARTAMENTO TO WRK-DEP-BUSCA
               PERFORM 3100-DESCREVE-DEPARTAMENTO
               MOVE "DEPARTAMENTO ADMISSAO" TO WRK-CPO-ROTULO
               MOVE SPACES TO WRK-CPO-VALOR
               STRING WRK-ADM-DEPARTAMENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-DEP-DESCRICAO DELIMITED BY SIZE
                   INTO WRK-CPO-VALOR
               PERFORM 9020-EMITE-CAMPO
           END-IF.

       2210-LE-ADMISSAO.
           READ ADMISSAO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ADMISSAO
           END-READ.

       2220-CONFERE-ADMISSAO.
           IF ADM-ID = WRK-ID-BUSCA
               MOVE ADM-DATA-ADMISSAO TO WRK-ADM-DATA
               MOVE ADM-DEPARTAMENTO TO WRK-ADM-DEPARTAMENTO
               MOVE 'S' TO WRK-ADM-ENCONTRADA
           END-IF.
           PERFORM 2210-LE-ADMISSAO.

      *** DEPENDENTES CADASTRADOS **************************************
       2300-SECAO-DEPENDENTES.
           MOVE "DEPENDENTES" TO WRK-TIT-TEXTO.
           PERFORM 9010-EMITE-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.
           OPEN INPUT DEPENDENTE-ARQUIVO.
           IF WRK-STATUS-DEPENDENTE NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2310-LE-DEPENDENTE
               PERFORM 2320-LISTA-DEPENDENTE
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DEPENDENTE-ARQUIVO
           END-IF.
           IF WRK-QTD-SECAO = ZEROS
               MOVE SPACES TO WRK-CPO-ROTULO
               MOVE "NENHUM DEPENDENTE CADASTRADO" TO WRK-CPO-VALOR
               PERFORM 9020-EMITE-CAMPO
           END-IF.

       2310-LE-DEPENDENTE.
           READ DEPENDENTE-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2320-LISTA-DEPENDENTE.
           IF DPD-EMP-ID = WRK-ID-BUSCA
               IF WRK-QTD-SECAO = ZEROS
                   MOVE WRK-CAB-DEPENDENTE TO LINHA-FICHA
                   PERFORM 9000-EMITE-LINHA
               END-IF
               ADD 1 TO WRK-QTD-SECAO
               MOVE DPD-NOME TO WRK-DPL-NOME
               MOVE DPD-DATA-NASCIMENTO TO WRK-DATA-EDICAO-NUM
               PERFORM 9100-EDITA-DATA
               MOVE WRK-DATA-EDITADA TO WRK-DPL-NASCIMENTO
               EVALUATE TRUE
                   WHEN DPD-FILHO
                       MOVE "FILHO" TO WRK-DPL-PARENTESCO
                   WHEN DPD-CONJUGE
                       MOVE "CONJUGE" TO WRK-DPL-PARENTESCO
                   WHEN OTHER
                       MOVE "OUTRO" TO WRK-DPL-PARENTESCO
               END-EVALUATE
               MOVE WRK-LINHA-DEPENDENTE TO LINHA-FICHA
               PERFORM 9000-EMITE-LINHA
           END-IF.
           PERFORM 2310-LE-DEPENDENTE.

      *** SALDO ATUAL DE FERIAS E FERIAS JA GOZADAS - O SALDO SO E *****
      *** APURADO PARA EMPREGADO ATIVO COM REGISTRO DE ADMISSAO ********
       2400-SECAO-FERIAS.
           MOVE "FERIAS" TO WRK-TIT-TEXTO.
           PERFORM 9010-EMITE-TITULO.
           MOVE "SALDO ATUAL (DIAS)" TO WRK-CPO-ROTULO.
           EVALUATE TRUE
               WHEN EMP-DESLIGADO
                   MOVE "NAO APURADO - EMPREGADO DESLIGADO"
                       TO WRK-CPO-VALOR
               WHEN WRK-ADM-ENCONTRADA NOT = 'S'
                   MOVE "NAO APURADO - SEM REGISTRO DE ADMISSAO"
                       TO WRK-CPO-VALOR
               WHEN OTHER
                   PERFORM 2410-CALCULA-SALDO-FERIAS
                   MOVE WRK-SALDO-DIAS TO WRK-ED-SALDO
                   MOVE SPACES TO WRK-CPO-VALOR
                   IF WRK-PERDA-AQUISITIVO = 'S'
                       MOVE WRK-PERDA-INICIO TO WRK-DATA-EDICAO-NUM
                       PERFORM 9100-EDITA-DATA
                       STRING WRK-ED-SALDO DELIMITED BY SIZE
                           " (PERIODO PERDIDO PELO AFASTAMENTO DE "
                               DELIMITED BY SIZE
                           WRK-DATA-EDITADA DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WRK-CPO-VALOR
                   ELSE
                       MOVE WRK-ED-SALDO TO WRK-CPO-VALOR
                   END-IF
           END-EVALUATE.
           PERFORM 9020-EMITE-CAMPO.
           MOVE ZEROS TO WRK-QTD-SECAO.
           OPEN INPUT FERIAS-ARQUIVO.
           IF WRK-STATUS-FERIAS NOT = "35"
               MOVE 'N' TO WRK-FIM-FERIAS
               PERFORM 2420-LE-FERIAS
               PERFORM 2430-LISTA-FERIAS
                   UNTIL WRK-FIM-FERIAS = 'S'
               CLOSE FERIAS-ARQUIVO
           END-IF.
           IF WRK-QTD-SECAO = ZEROS
               MOVE SPACES TO WRK-CPO-ROTULO
               MOVE "NENHUMA FERIAS GOZADA" TO WRK-CPO-VALOR
               PERFORM 9020-EMITE-CAMPO
           END-IF.

      *** SALDO = 2,5 DIAS POR MES COMPLETO DESDE A ADMISSAO MENOS *****
      *** OS DIAS JA GOZADOS, COM A PERDA DO PERIODO AQUISITIVO POR ****
      *** AFASTAMENTO (CLT ART. 133) - MESMA REGRA DO PROGCOB18 ********
       2410-CALCULA-SALDO-FERIAS.
           COMPUTE WRK-MESES-TOTAIS =
               ((WRK-ANO - WRK-ADM-ANO) * 12)
                   + WRK-MES - WRK-ADM-MES.
           IF WRK-DIA < WRK-ADM-DIA
               SUBTRACT 1 FROM WRK-MESES-TOTAIS
           END-IF.
           IF WRK-MESES-TOTAIS < 0
               MOVE ZEROS TO WRK-MESES-TOTAIS
           END-IF.
           PERFORM 2450-VERIFICA-AFASTAMENTOS.
           IF WRK-PERDA-AQUISITIVO = 'S'
               PERFORM 2470-APLICA-PERDA-AQUISITIVO
           END-IF.
           COMPUTE WRK-DIAS-GANHOS = WRK-MESES-TOTAIS * 30 / 12.
           MOVE ZEROS TO WRK-DIAS-GOZADOS.
           OPEN INPUT FERIAS-ARQUIVO.
           IF WRK-STATUS-FERIAS NOT = "35"
               MOVE 'N' TO WRK-FIM-FERIAS
               PERFORM 2420-LE-FERIAS
               PERFORM 2415-SOMA-DIAS-GOZADOS
                   UNTIL WRK-FIM-FERIAS = 'S'
               CLOSE FERIAS-ARQUIVO
           END-IF.
           COMPUTE WRK-SALDO-DIAS = WRK-DIAS-GANHOS - WRK-DIAS-GOZADOS.

       2415-SOMA-DIAS-GOZADOS.
           IF FER-ID = WRK-ID-BUSCA
               ADD FER-DIAS TO WRK-DIAS-GOZADOS
           END-IF.
           PERFORM 2420-LE-FERIAS.

       2420-LE-FERIAS.
           READ FERIAS-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-FERIAS
           END-READ.

       2430-LISTA-FERIAS.
           IF FER-ID = WRK-ID-BUSCA
               IF WRK-QTD-SECAO = ZEROS
                   MOVE WRK-CAB-FERIAS TO LINHA-FICHA
                   PERFORM 9000-EMITE-LINHA
               END-IF
               ADD 1 TO WRK-QTD-SECAO
               MOVE FER-DATA-INICIO TO WRK-DATA-EDICAO-NUM
               PERFORM 9100-EDITA-DATA
               MOVE WRK-DATA-EDITADA TO WRK-FEL-INICIO
               MOVE FER-DIAS TO WRK-FEL-DIAS
               COMPUTE WRK-FEL-VALOR = FER-VALOR + FER-TERCO
               MOVE FER-LIQUIDO TO WRK-FEL-LIQUIDO
               MOVE WRK-LINHA-FERIAS TO LINHA-FICHA
               PERFORM 9000-EMITE-LINHA
           END-IF.
           PERFORM 2420-LE-FERIAS.

      *** AFASTAMENTO MAIS RECENTE POR DOENCA OU ACIDENTE COM MAIS *****
      *** DE 180 DIAS A CARGO DO INSS **********************************
       2450-VERIFICA-AFASTAMENTOS.
           MOVE 'N' TO WRK-PERDA-AQUISITIVO.
           MOVE ZEROS TO WRK-PERDA-INICIO.
           MOVE ZEROS TO WRK-PERDA-RETORNO.
           MOVE WRK-DATA TO WRK-AFA-DATA-CONV.
           PERFORM 2465-CONVERTE-DATA-AFA.
           MOVE WRK-AFA-SERIAL TO WRK-AFA-HOJE.
           OPEN INPUT AFASTAMENTO-ARQUIVO.
           IF WRK-STATUS-AFASTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-AFASTAMENTO
               PERFORM 2455-LE-AFASTAMENTO
               PERFORM 2460-CONFERE-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTO = 'S'
               CLOSE AFASTAMENTO-ARQUIVO
           END-IF.

       2455-LE-AFASTAMENTO.
           READ AFASTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
           END-READ.

       2460-CONFERE-AFASTAMENTO.
           IF AFA-EMP-ID = WRK-ID-BUSCA
               AND (AFA-DOENCA OR AFA-ACIDENTE)
               AND AFA-DATA-INICIO > WRK-PERDA-INICIO
               MOVE AFA-DATA-INICIO TO WRK-AFA-DATA-CONV
               PERFORM 2465-CONVERTE-DATA-AFA
               COMPUTE WRK-AFA-DE = WRK-AFA-SERIAL + 15
               IF AFA-DATA-RETORNO = ZEROS
                   MOVE WRK-AFA-HOJE TO WRK-AFA-ATE
               ELSE
                   MOVE AFA-DATA-RETORNO TO WRK-AFA-DATA-CONV
                   PERFORM 2465-CONVERTE-DATA-AFA
                   COMPUTE WRK-AFA-ATE = WRK-AFA-SERIAL - 1
               END-IF
               MOVE ZEROS TO WRK-AFA-DIAS-INSS
               IF WRK-AFA-ATE >= WRK-AFA-DE
                   COMPUTE WRK-AFA-DIAS-INSS =
                       WRK-AFA-ATE - WRK-AFA-DE + 1
               END-IF
               IF WRK-AFA-DIAS-INSS > 180
                   MOVE 'S' TO WRK-PERDA-AQUISITIVO
                   MOVE AFA-DATA-INICIO TO WRK-PERDA-INICIO
                   MOVE AFA-DATA-RETORNO TO WRK-PERDA-RETORNO
               END-IF
           END-IF.
           PERFORM 2455-LE-AFASTAMENTO.

       2465-CONVERTE-DATA-AFA.
           IF WRK-AFA-CONV-DIA > 30
               MOVE 30 TO WRK-AFA-CONV-DIA
           END-IF.
           COMPUTE WRK-AFA-SERIAL = WRK-AFA-CONV-ANO * 360
               + (WRK-AFA-CONV-MES - 1) * 30 + WRK-AFA-CONV-DIA.

       2470-APLICA-PERDA-AQUISITIVO.
           MOVE WRK-ADM-DATA TO WRK-MC-DATA-DE.
           MOVE WRK-PERDA-INICIO TO WRK-MC-DATA-ATE.
           PERFORM 2480-CALCULA-MESES-ENTRE.
           COMPUTE WRK-PERIODOS-COMPLETOS = WRK-MC-MESES / 12.
           MOVE ZEROS TO WRK-MC-MESES.
           IF WRK-PERDA-RETORNO NOT = ZEROS
               AND WRK-PERDA-RETORNO <= WRK-DATA
               MOVE WRK-PERDA-RETORNO TO WRK-MC-DATA-DE
               MOVE WRK-DATA TO WRK-MC-DATA-ATE
               PERFORM 2480-CALCULA-MESES-ENTRE
           END-IF.
           COMPUTE WRK-MESES-TOTAIS =
               WRK-PERIODOS-COMPLETOS * 12 + WRK-MC-MESES.

       2480-CALCULA-MESES-ENTRE.
           COMPUTE WRK-MC-MESES =
               ((WRK-MC-ATE-ANO - WRK-MC-DE-ANO) * 12)
                   + WRK-MC-ATE-MES - WRK-MC-DE-MES.
           IF WRK-MC-ATE-DIA < WRK-MC-DE-DIA
               SUBTRACT 1 FROM WRK-MC-MESES
           END-IF.
           IF WRK-MC-MESES < 0
               MOVE ZEROS TO WRK-MC-MESES
           END-IF.

      *** DESCONTOS RECORRENTES ATIVOS NA COMPETENCIA CORRENTE (MESMA **
      *** VIGENCIA QUE A FOLHA APLICA - FIM ZERADO = SEM TERMINO) ******
       2500-SECAO-DESCONTOS.
           MOVE "DESCONTOS RECORRENTES ATIVOS" TO WRK-TIT-TEXTO.
           PERFORM 9010-EMITE-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.
           OPEN INPUT DESCREC-ARQUIVO.
           IF WRK-STATUS-DESCREC NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2510-LE-DESCONTO
               PERFORM 2520-LISTA-DESCONTO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE DESCREC-ARQUIVO
           END-IF.
           IF WRK-QTD-SECAO = ZEROS
               MOVE SPACES TO WRK-CPO-ROTULO
               MOVE "NENHUM DESCONTO RECORRENTE ATIVO" TO WRK-CPO-VALOR
               PERFORM 9020-EMITE-CAMPO
           END-IF.

       2510-LE-DESCONTO.
           READ DESCREC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2520-LISTA-DESCONTO.
           IF DRC-EMP-ID = WRK-ID-BUSCA
               AND DRC-COMP-INICIO <= WRK-COMPETENCIA
               AND (DRC-COMP-FIM = ZEROS
                   OR DRC-COMP-FIM >= WRK-COMPETENCIA)
               IF WRK-QTD-SECAO = ZEROS
                   MOVE WRK-CAB-DESCONTO TO LINHA-FICHA
                   PERFORM 9000-EMITE-LINHA
               END-IF
               ADD 1 TO WRK-QTD-SECAO
               MOVE DRC-CODIGO TO WRK-DSL-CODIGO
               MOVE DRC-CODIGO TO WRK-CDS-BUSCA
               PERFORM 3300-DESCREVE-CODIGO-DESCONTO
               MOVE WRK-CDS-DESCRICAO TO WRK-DSL-DESCRICAO
               MOVE DRC-VALOR TO WRK-DSL-VALOR
               IF DRC-TIPO-PERCENTUAL
                   MOVE " %" TO WRK-DSL-UNIDADE
               ELSE
                   MOVE SPACES TO WRK-DSL-UNIDADE
               END-IF
               MOVE DRC-COMP-INICIO TO WRK-COMP-EDICAO-NUM
               PERFORM 9110-EDITA-COMPETENCIA
               MOVE WRK-COMP-EDITADA TO WRK-DSL-INICIO
               IF DRC-COMP-FIM = ZEROS
                   MOVE "ABERTO" TO WRK-DSL-FIM
               ELSE
                   MOVE DRC-COMP-FIM TO WRK-COMP-EDICAO-NUM
                   PERFORM 9110-EDITA-COMPETENCIA
                   MOVE WRK-COMP-EDITADA TO WRK-DSL-FIM
               END-IF
               MOVE WRK-LINHA-DESCONTO TO LINHA-FICHA
               PERFORM 9000-EMITE-LINHA
           END-IF.
           PERFORM 2510-LE-DESCONTO.

      *** OS 12 ULTIMOS REGISTROS DO HISTORICO, POR TIPO - POSICIONA ***
      *** NA CHAVE DO EMPREGADO E LE ATE TROCAR DE EMPREGADO, MANTENDO *
      *** SOMENTE OS 12 MAIS RECENTES **********************************
       2600-SECAO-HISTORICO.
           MOVE "HISTORICO - 12 ULTIMOS REGISTROS POR TIPO"
               TO WRK-TIT-TEXTO.
           PERFORM 9010-EMITE-TITULO.
           MOVE ZEROS TO WRK-QTD-HISTORICO.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           OPEN INPUT HISTORICO-SALARIO.
           IF WRK-STATUS-HISTORICO NOT = "00"
               MOVE SPACES TO WRK-CPO-ROTULO
               MOVE "HISTORICO.DAT INDISPONIVEL" TO WRK-CPO-VALOR
               PERFORM 9020-EMITE-CAMPO
           ELSE
               MOVE WRK-ID-BUSCA TO HIST-ID
               MOVE ZEROS TO HIST-ANO
               MOVE ZEROS TO HIST-MES
               MOVE ZEROS TO HIST-DIA
               MOVE LOW-VALUES TO HIST-TIPO
               START HISTORICO-SALARIO KEY NOT < HIST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-HISTORICO
               END-START
               IF WRK-FIM-HISTORICO NOT = 'S'
                   PERFORM 2610-LE-HISTORICO
                   PERFORM 2620-GUARDA-HISTORICO
                       UNTIL WRK-FIM-HISTORICO = 'S'
               END-IF
               CLOSE HISTORICO-SALARIO
               IF WRK-QTD-HISTORICO = ZEROS
                   MOVE SPACES TO WRK-CPO-ROTULO
                   MOVE "NENHUM REGISTRO NO HISTORICO" TO WRK-CPO-VALOR
                   PERFORM 9020-EMITE-CAMPO
               ELSE
                   PERFORM 2650-IMPRIME-GRUPO-TIPO
                       VARYING WRK-IDX-HIS FROM 1 BY 1
                       UNTIL WRK-IDX-HIS > WRK-QTD-HISTORICO
               END-IF
           END-IF.

       2610-LE-HISTORICO.
           READ HISTORICO-SALARIO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-HISTORICO
           END-READ.

       2620-GUARDA-HISTORICO.
           IF HIST-ID NOT = WRK-ID-BUSCA
               MOVE 'S' TO WRK-FIM-HISTORICO
           ELSE
               IF WRK-QTD-HISTORICO < WRK-MAX-HISTORICO
                   ADD 1 TO WRK-QTD-HISTORICO
               ELSE
                   PERFORM 2630-DESCARTA-MAIS-ANTIGO
                       VARYING WRK-IDX-HIS FROM 1 BY 1
                       UNTIL WRK-IDX-HIS >= WRK-MAX-HISTORICO
               END-IF
               COMPUTE TAB-HIS-DATA (WRK-QTD-HISTORICO) =
                   (HIST-ANO * 10000) + (HIST-MES * 100) + HIST-DIA
               MOVE HIST-TIPO TO TAB-HIS-TIPO (WRK-QTD-HISTORICO)
               MOVE HIST-SALARIO-BRUTO
                   TO TAB-HIS-BRUTO (WRK-QTD-HISTORICO)
               MOVE HIST-LIQUIDO TO TAB-HIS-LIQUIDO (WRK-QTD-HISTORICO)
               MOVE 'N' TO TAB-HIS-IMPRESSO (WRK-QTD-HISTORICO)
               PERFORM 2610-LE-HISTORICO
           END-IF.

       2630-DESCARTA-MAIS-ANTIGO.
           MOVE WRK-TAB-HIS (WRK-IDX-HIS + 1)
               TO WRK-TAB-HIS (WRK-IDX-HIS).

      *** CADA TIPO AINDA NAO IMPRESSO ABRE UM GRUPO COM TODOS OS ******
      *** SEUS REGISTROS EM ORDEM DE DATA ******************************
       2650-IMPRIME-GRUPO-TIPO.
           IF TAB-HIS-IMPRESSO (WRK-IDX-HIS) NOT = 'S'
               MOVE TAB-HIS-TIPO (WRK-IDX-HIS) TO WRK-TIPO-GRUPO
               MOVE "TIPO" TO WRK-CPO-ROTULO
               EVALUATE WRK-TIPO-GRUPO
                   WHEN SPACES
                       MOVE "FOLHA MENSAL" TO WRK-CPO-VALOR
                   WHEN "ADTO"
                       MOVE "ADIANTAMENTO" TO WRK-CPO-VALOR
                   WHEN "13/1"
                       MOVE "13o SALARIO - 1a PARCELA" TO WRK-CPO-VALOR
                   WHEN "13/2"
                       MOVE "13o SALARIO - 2a PARCELA" TO WRK-CPO-VALOR
                   WHEN "PLR"
                       MOVE "PARTICIPACAO NOS LUCROS" TO WRK-CPO-VALOR
                   WHEN OTHER
                       MOVE WRK-TIPO-GRUPO TO WRK-CPO-VALOR
               END-EVALUATE
               PERFORM 9020-EMITE-CAMPO
               MOVE WRK-CAB-HISTORICO TO LINHA-FICHA
               PERFORM 9000-EMITE-LINHA
               PERFORM 2660-IMPRIME-REGISTRO-TIPO
                   VARYING WRK-IDX-HIS-GRUPO FROM WRK-IDX-HIS BY 1
                   UNTIL WRK-IDX-HIS-GRUPO > WRK-QTD-HISTORICO
           END-IF.

       2660-IMPRIME-REGISTRO-TIPO.
           IF TAB-HIS-TIPO (WRK-IDX-HIS-GRUPO) = WRK-TIPO-GRUPO
               MOVE TAB-HIS-DATA (WRK-IDX-HIS-GRUPO)
                   TO WRK-DATA-EDICAO-NUM
               PERFORM 9100-EDITA-DATA
               MOVE WRK-DATA-EDITADA TO WRK-HSL-DATA
               MOVE TAB-HIS-BRUTO (WRK-IDX-HIS-GRUPO) TO WRK-HSL-BRUTO
               MOVE TAB-HIS-LIQUIDO (WRK-IDX-HIS-GRUPO)
                   TO WRK-HSL-LIQUIDO
               MOVE WRK-LINHA-HISTORICO TO LINHA-FICHA
               PERFORM 9000-EMITE-LINHA
               MOVE 'S' TO TAB-HIS-IMPRESSO (WRK-IDX-HIS-GRUPO)
           END-IF.

      *** IMAGENS DE MANUTENCAO DO MASTER (ANTES -> DEPOIS) ************
       2700-SECAO-MANUTENCOES.
           MOVE "MANUTENCOES DO CADASTRO" TO WRK-TIT-TEXTO.
           PERFORM 9010-EMITE-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.
           OPEN INPUT MANUTENCAO-ARQUIVO.
           IF WRK-STATUS-MANUTENCAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2710-LE-MANUTENCAO
               PERFORM 2720-LISTA-MANUTENCAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE MANUTENCAO-ARQUIVO
           END-IF.
           IF WRK-QTD-SECAO = ZEROS
               MOVE SPACES TO WRK-CPO-ROTULO
               MOVE "NENHUMA MANUTENCAO REGISTRADA" TO WRK-CPO-VALOR
               PERFORM 9020-EMITE-CAMPO
           END-IF.

       2710-LE-MANUTENCAO.
           READ MANUTENCAO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2720-LISTA-MANUTENCAO.
           IF MNT-ID = WRK-ID-BUSCA
               ADD 1 TO WRK-QTD-SECAO
               MOVE MNT-DATA TO WRK-DATA-EDICAO-NUM
               PERFORM 9100-EDITA-DATA
               MOVE WRK-DATA-EDITADA TO WRK-MNL-DATA
               MOVE MNT-HORA TO WRK-HORA-MANUT
               MOVE WRK-HMN-HH TO WRK-EDH-HH
               MOVE WRK-HMN-MM TO WRK-EDH-MM
               MOVE WRK-ED-HORA TO WRK-MNL-HORA
               MOVE MNT-OPERADOR TO WRK-MNL-OPERADOR
               MOVE MNT-APROVADOR TO WRK-MNL-APROVADOR
               MOVE MNT-COMPETENCIA TO WRK-MNL-COMPETENCIA
               MOVE MNT-EMPRESA-ANTES TO WRK-MNL-EMPRESA-ANTES
               MOVE MNT-EMPRESA-DEPOIS TO WRK-MNL-EMPRESA-DEPOIS
               MOVE WRK-LINHA-MANUT-1 TO LINHA-FICHA
               PERFORM 9000-EMITE-LINHA
               MOVE MNT-SALARIO-ANTES TO WRK-MNL-SAL-ANTES
               MOVE MNT-MOEDA-ANTES TO WRK-MNL-MOEDA-ANTES
               MOVE MNT-SALARIO-DEPOIS TO WRK-MNL-SAL-DEPOIS
               MOVE MNT-MOEDA-DEPOIS TO WRK-MNL-MOEDA-DEPOIS
               MOVE MNT-CC-ANTES TO WRK-MNL-CC-ANTES
               MOVE MNT-CC-DEPOIS TO WRK-MNL-CC-DEPOIS
               MOVE MNT-CARGO-ANTES TO WRK-MNL-CARGO-ANTES
               MOVE MNT-CARGO-DEPOIS TO WRK-MNL-CARGO-DEPOIS
               MOVE WRK-LINHA-MANUT-2 TO LINHA-FICHA
               PERFORM 9000-EMITE-LINHA
               MOVE MNT-BANCO-ANTES TO WRK-MNL-BANCO-ANTES
               MOVE MNT-AGENCIA-ANTES TO WRK-MNL-AGENCIA-ANTES
               MOVE MNT-CONTA-ANTES TO WRK-MSC-CONTA
               MOVE WRK-MSC-CONTA-FIM TO WRK-CMS-FINAL
               MOVE WRK-CONTA-MASCARADA TO WRK-MNL-CONTA-ANTES
               MOVE MNT-CONTA-DV-ANTES TO WRK-MNL-DV-ANTES
               MOVE MNT-BANCO-DEPOIS TO WRK-MNL-BANCO-DEPOIS
               MOVE MNT-AGENCIA-DEPOIS TO WRK-MNL-AGENCIA-DEPOIS
               MOVE MNT-CONTA-DEPOIS TO WRK-MSC-CONTA
               MOVE WRK-MSC-CONTA-FIM TO WRK-CMS-FINAL
               MOVE WRK-CONTA-MASCARADA TO WRK-MNL-CONTA-DEPOIS
               MOVE MNT-CONTA-DV-DEPOIS TO WRK-MNL-DV-DEPOIS
               MOVE MNT-TIPO-PAGTO-ANTES TO WRK-MNL-PAGTO-ANTES
               MOVE MNT-TIPO-PAGTO-DEPOIS TO WRK-MNL-PAGTO-DEPOIS
               MOVE WRK-LINHA-MANUT-3 TO LINHA-FICHA
               PERFORM 9000-EMITE-LINHA
           END-IF.
           PERFORM 2710-LE-MANUTENCAO.

      *** DESCRICOES NAS REFERENCIAS (AUSENTE = "NAO CADASTRADO") ******
       3000-DESCREVE-EMPRESA.
           MOVE "NAO CADASTRADA" TO WRK-EMPRESA-DESCRICAO.
           OPEN INPUT EMPRESA-ARQUIVO.
           IF WRK-STATUS-EMPRESA NOT = "35"
               MOVE 'N' TO WRK-FIM-REFERENCIA
               PERFORM 3010-LE-EMPRESA
               PERFORM 3020-CONFERE-EMPRESA
                   UNTIL WRK-FIM-REFERENCIA = 'S'
               CLOSE EMPRESA-ARQUIVO
           END-IF.

       3010-LE-EMPRESA.
           READ EMPRESA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

       3020-CONFERE-EMPRESA.
           IF EMS-CODIGO = WRK-EMPRESA-BUSCA
               MOVE EMS-RAZAO-SOCIAL TO WRK-EMPRESA-DESCRICAO
               MOVE 'S' TO WRK-FIM-REFERENCIA
           ELSE
               PERFORM 3010-LE-EMPRESA
           END-IF.

       3100-DESCREVE-DEPARTAMENTO.
           MOVE "NAO CADASTRADO" TO WRK-DEP-DESCRICAO.
           OPEN INPUT DEPARTAMENTO-ARQUIVO.
           IF WRK-STATUS-DEPARTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-REFERENCIA
               PERFORM 3110-LE-DEPARTAMENTO
               PERFORM 3120-CONFERE-DEPARTAMENTO
                   UNTIL WRK-FIM-REFERENCIA = 'S'
               CLOSE DEPARTAMENTO-ARQUIVO
           END-IF.

       3110-LE-DEPARTAMENTO.
           READ DEPARTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

       3120-CONFERE-DEPARTAMENTO.
           IF DEP-CODIGO = WRK-DEP-BUSCA
               MOVE DEP-DESCRICAO TO WRK-DEP-DESCRICAO
               MOVE 'S' TO WRK-FIM-REFERENCIA
           ELSE
               PERFORM 3110-LE-DEPARTAMENTO
           END-IF.

       3200-DESCREVE-CARGO.
           IF EMP-CARGO = SPACES
               MOVE "NAO ATRIBUIDO" TO WRK-CARGO-DESCRICAO
           ELSE
               MOVE "NAO CADASTRADO" TO WRK-CARGO-DESCRICAO
               OPEN INPUT CARGO-ARQUIVO
               IF WRK-STATUS-CARGO NOT = "35"
                   MOVE 'N' TO WRK-FIM-REFERENCIA
                   PERFORM 3210-LE-CARGO
                   PERFORM 3220-CONFERE-CARGO
                       UNTIL WRK-FIM-REFERENCIA = 'S'
                   CLOSE CARGO-ARQUIVO
               END-IF
           END-IF.

       3210-LE-CARGO.
           READ CARGO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

       3220-CONFERE-CARGO.
           IF CAR-CODIGO = EMP-CARGO
               MOVE CAR-TITULO TO WRK-CARGO-DESCRICAO
               MOVE 'S' TO WRK-FIM-REFERENCIA
           ELSE
               PERFORM 3210-LE-CARGO
           END-IF.

       3300-DESCREVE-CODIGO-DESCONTO.
           MOVE "NAO CADASTRADO" TO WRK-CDS-DESCRICAO.
           OPEN INPUT CODDESC-ARQUIVO.
           IF WRK-STATUS-CODDESC NOT = "35"
               MOVE 'N' TO WRK-FIM-REFERENCIA
               PERFORM 3310-LE-CODIGO-DESCONTO
               PERFORM 3320-CONFERE-CODIGO-DESCONTO
                   UNTIL WRK-FIM-REFERENCIA = 'S'
               CLOSE CODDESC-ARQUIVO
           END-IF.

       3310-LE-CODIGO-DESCONTO.
           READ CODDESC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-REFERENCIA
           END-READ.

       3320-CONFERE-CODIGO-DESCONTO.
           IF CDS-CODIGO = WRK-CDS-BUSCA
               MOVE CDS-DESCRICAO TO WRK-CDS-DESCRICAO
               MOVE 'S' TO WRK-FIM-REFERENCIA
           ELSE
               PERFORM 3310-LE-CODIGO-DESCONTO
           END-IF.

      *** CADA LINHA DA FICHA VAI PARA A TELA E PARA O RELATORIO *******
       9000-EMITE-LINHA.
           DISPLAY LINHA-FICHA.
           WRITE LINHA-FICHA.

       9010-EMITE-TITULO.
           MOVE WRK-LINHA-TITULO TO LINHA-FICHA.
           PERFORM 9000-EMITE-LINHA.

       9020-EMITE-CAMPO.
           MOVE WRK-LINHA-CAMPO TO LINHA-FICHA.
           PERFORM 9000-EMITE-LINHA.

      *** AAAAMMDD -> DD/MM/AAAA ***************************************
       9100-EDITA-DATA.
           MOVE WRK-DTE-DIA TO WRK-DTD-DIA.
           MOVE WRK-DTE-MES TO WRK-DTD-MES.
           MOVE WRK-DTE-ANO TO WRK-DTD-ANO.

      *** AAAAMM -> MM/AAAA ********************************************
       9110-EDITA-COMPETENCIA.
           MOVE WRK-CPE-MES TO WRK-CPD-MES.
           MOVE WRK-CPE-ANO TO WRK-CPD-ANO.
