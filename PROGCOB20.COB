      * EMPLOYEE-MASTER (CARREGADO EM TABELA ANTES DA EXPORTACAO) E
      * EMPRESA EM BRANCO E NORMALIZADA PARA 001, COMO NOS DEMAIS
      * PROGRAMAS
      *MODIFICACAO: EXPORTAR AS RUBRICAS DA FOLHA MENSAL DE CADA
      * EMPREGADO (RUBRICASAPL.DAT, GRAVADO PELA FOLHA) EM REGISTROS
      * 'R' COM NATUREZA, VALOR E INCIDENCIAS DE INSS/IRRF/FGTS, PARA
      * O FISCO CONFERIR AS BASES - O TRAILER PASSA A TRAZER A
      * QUANTIDADE DE RUBRICAS EXPORTADAS
      *MODIFICACAO: COMPETENCIA PELA VARIAVEL DE AMBIENTE
      * FOLHACOMPETENCIA (AAAAMM) PARA O JOB EVENTOS RODAR SEM OPERADOR
      * - AUSENTE CONTINUA PERGUNTANDO NO CONSOLE, INVALIDA RECUSA COM
      * RC 8. A PRIMEIRA EXPORTACAO DA COMPETENCIA FICA REGISTRADA
      * TAMBEM NO CONTROLE DE EXECUCAO (CONTROLEEXEC.DAT, CHAVE
      * PROGCOB20, EMPRESA 000 - A EXPORTACAO COBRE TODAS AS EMPRESAS),
      * PARA O CALENDARIO DE PROCESSAMENTO (PROGCOB45) DAR O EVENTO
      * COMO FEITO
      *MODIFICACAO: EXPORTAR SO A COMPETENCIA FECHADA (PROGCOB21 'P') EM
      * TODAS AS EMPRESAS DO CADASTRO (EMPRESAS.DAT, SEM O CADASTRO SO A
      * 001) - SENAO RECUSA COM RC 8 - E LER O RESUMO E AS RUBRICAS DA
      * FOLHA NOS ARQUIVADOS PELO FECHAMENTO (RESUMOFOLHA.DAT.AAAAMM E
      * RUBRICASAPL.DAT.AAAAMM), JA CONCILIADOS. SEM FOLHACOMPETENCIA A
      * EXPORTACAO E RECUSADA (RC 8) EM VEZ DE PERGUNTAR NO CONSOLE
      *MODIFICACAO: LIMITE DA TABELA DE EMPRESAS DO MASTER (300
      * EMPREGADOS) CONFERIDO NA CARGA - ESTOURO ABORTA COM RC 16 ANTES
      * DE ABRIR O ARQUIVO DE EVENTOS
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WRK-STATUS-EMPLOYEE.
      *** RESUMO E RUBRICAS ARQUIVADOS NO FECHAMENTO DA COMPETENCIA - **
      *** NOME MONTADO POR CAMPO ***************************************
           SELECT RESUMO-ARQUIVO ASSIGN TO WRK-NOME-ARQ-RESUMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT EVENTO-ARQUIVO ASSIGN TO "DATA/EVENTOS.DAT"
           SELECT EVENTOCTL-ARQUIVO ASSIGN TO "DATA/EVENTOSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EVENTOCTL.
           SELECT RUBAPL-ARQUIVO
               ASSIGN TO WRK-NOME-ARQ-RUBAPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUBAPL.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT CONTROLE-EXEC-ARQUIVO
               ASSIGN TO "DATA/CONTROLEEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE-EXEC.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
       DATA DIVISION.
       FILE SECTION.
       FD  ADMISSAO-ARQUIVO.
           02 ECT-DATA PIC 9(08).
           02 ECT-HORA PIC 9(08).
           02 ECT-QTD-EVENTOS PIC 9(06).
       FD  RUBAPL-ARQUIVO.
           COPY CBRUBAPL.
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
       FD  EMPRESA-ARQUIVO.
           COPY CBEMPRESA.
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-STATUS-ADMISSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-RESUMO PIC X(02) VALUE "00".
       77 WRK-STATUS-EVENTO PIC X(02) VALUE "00".
       77 WRK-STATUS-EVENTOCTL PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-STATUS-RUBAPL PIC X(02) VALUE "00".
       77 WRK-FIM-RUBAPL PIC X(01) VALUE 'N'.
       77 WRK-QTD-RUBRICAS PIC 9(06) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-RETORNO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ADMISSAO PIC X(01) VALUE 'N'.
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMP-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-ARQ-RESUMO PIC X(40) VALUE SPACES.
       77 WRK-NOME-ARQ-RUBAPL PIC X(40) VALUE SPACES.
      *** FECHAMENTO DA COMPETENCIA EM CADA EMPRESA DO CADASTRO ********
       77 WRK-FIM-EMPRESA PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-CORRENTE PIC X(03) VALUE SPACES.
       77 WRK-FIM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-CTL-EMPRESA-NORM PIC X(03) VALUE SPACES.
       77 WRK-EMPRESA-FECHADA PIC X(01) VALUE 'N'.
       77 WRK-QTD-ABERTAS PIC 9(03) VALUE ZEROS.
       77 WRK-JA-EXPORTADA PIC X(01) VALUE 'N'.
       77 WRK-FORCA-EXPORTACAO PIC X(01) VALUE 'N'.
       77 WRK-QTD-ADMISSOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EVENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REMUNERACAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-EMP-MASTER PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-EMP-MASTER PIC 9(03) VALUE 300.
       77 WRK-IDX-EMM-BUSCA PIC 9(03) VALUE ZEROS.
       77 WRK-EMM-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-EVENTO PIC X(03) VALUE SPACES.
           02 EVT-CENTRO-CUSTO PIC X(04).
           02 EVT-EMPRESA PIC X(03).
           02 FILLER PIC X(04) VALUE SPACES.
       01 WRK-REG-EVT-RUBRICA.
           02 EVR-TIPO PIC X(01) VALUE "R".
           02 EVR-EMP-ID PIC 9(06).
           02 EVR-COMPETENCIA PIC 9(06).
           02 EVR-RUBRICA PIC X(04).
           02 EVR-NATUREZA PIC X(01).
           02 EVR-VALOR PIC 9(09)V99.
           02 EVR-SINAL PIC X(01).
           02 EVR-INCIDE-INSS PIC X(01).
           02 EVR-INCIDE-IRRF PIC X(01).
           02 EVR-INCIDE-FGTS PIC X(01).
           02 EVR-CENTRO-CUSTO PIC X(04).
           02 EVR-EMPRESA PIC X(03).
           02 FILLER PIC X(20) VALUE SPACES.
       01 WRK-REG-EVT-TRAILER.
           02 EVT-TRL-TIPO PIC X(01) VALUE "T".
           02 EVT-TRL-QTD-ADM PIC 9(05).
           02 EVT-TRL-QTD-DSL PIC 9(05).
           02 EVT-TRL-QTD-REM PIC 9(05).
           02 EVT-TRL-TOTAL-REM PIC 9(11)V99.
           02 EVT-TRL-QTD-RUB PIC 9(06).
           02 FILLER PIC X(25) VALUE SPACES.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           PERFORM 0900-DEFINE-COMPETENCIA-AMBIENTE.
           IF WRK-RETORNO = ZEROS
               PERFORM 1000-VERIFICA-FECHAMENTO
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 1500-VERIFICA-CONTROLE-EXPORTACAO
           END-IF.
           IF WRK-RETORNO NOT = 8
               PERFORM 2500-CARREGA-EMPRESAS-MASTER
           END-IF.
           IF WRK-RETORNO NOT = 8 AND WRK-RETORNO NOT = 16
               OPEN OUTPUT EVENTO-ARQUIVO
               PERFORM 2000-GRAVA-HEADER
               PERFORM 3000-EXPORTA-ADMISSOES
               PERFORM 4000-EXPORTA-DESLIGAMENTOS
               PERFORM 5000-EXPORTA-REMUNERACOES
               PERFORM 5500-EXPORTA-RUBRICAS
               PERFORM 6000-GRAVA-TRAILER
               CLOSE EVENTO-ARQUIVO
               PERFORM 7000-MARCA-COMPETENCIA-EXPORTADA
                   WRK-QTD-DESLIGAMENTOS
               DISPLAY 'EVENTOS DE REMUNERACAO.: '
                   WRK-QTD-REMUNERACOES
               DISPLAY 'RUBRICAS EXPORTADAS....: ' WRK-QTD-RUBRICAS
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
           MOVE WRK-RETORNO TO RETURN-CODE.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** COMPETENCIA PELA VARIAVEL FOLHACOMPETENCIA (JOB EVENTOS) - ***
      *** AUSENTE OU INVALIDA RECUSA (RC 8) - A EXECUCAO NAO TEM *******
      *** OPERADOR PARA RESPONDER NO CONSOLE ***************************
       0900-DEFINE-COMPETENCIA-AMBIENTE.
           DISPLAY "FOLHACOMPETENCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           MOVE 'S' TO WRK-COMP-VALIDA.
           IF WRK-COMP-ENTRADA = SPACES OR WRK-COMP-ENTRADA NOT NUMERIC
               MOVE 'N' TO WRK-COMP-VALIDA
           ELSE
               MOVE WRK-COMP-ENTRADA (1:4) TO WRK-COMP-ANO
               MOVE WRK-COMP-ENTRADA (5:2) TO WRK-COMP-MES
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   MOVE 'N' TO WRK-COMP-VALIDA
               END-IF
           END-IF.
           IF WRK-COMP-VALIDA = 'S'
               MOVE WRK-COMP-ENTRADA TO WRK-COMPETENCIA
               DISPLAY 'COMPETENCIA A EXPORTAR: ' WRK-COMPETENCIA
               MOVE SPACES TO WRK-NOME-ARQ-RESUMO
               STRING "DATA/RESUMOFOLHA.DAT." DELIMITED BY SIZE
                   WRK-COMP-ENTRADA DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-RESUMO
               MOVE SPACES TO WRK-NOME-ARQ-RUBAPL
               STRING "DATA/RUBRICASAPL.DAT." DELIMITED BY SIZE
                   WRK-COMP-ENTRADA DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-RUBAPL
           ELSE
               DISPLAY 'FOLHACOMPETENCIA AUSENTE OU INVALIDA ('
                   WRK-COMP-ENTRADA
                   ') - AAAAMM, EXPORTACAO RECUSADA'
               MOVE 8 TO WRK-RETORNO
           END-IF.

      *** A COMPETENCIA TEM DE ESTAR FECHADA (PROGCOB21 'P') EM TODAS **
      *** AS EMPRESAS DO CADASTRO - SEM O CADASTRO O GRUPO SE RESUME ***
      *** A EMPRESA 001. SO O FECHAMENTO GARANTE A FOLHA PAGA, *********
      *** CONCILIADA E LIBERADA E O RESUMO ARQUIVADO; EMPRESA AINDA ****
      *** ABERTA RECUSA A EXPORTACAO (RC 8) ****************************
       1000-VERIFICA-FECHAMENTO.
           MOVE ZEROS TO WRK-QTD-ABERTAS.
           OPEN INPUT EMPRESA-ARQUIVO.
           IF WRK-STATUS-EMPRESA = "35"
               MOVE "001" TO WRK-EMPRESA-CORRENTE
               PERFORM 1100-CONFERE-FECHAMENTO-EMPRESA
           ELSE
               MOVE 'N' TO WRK-FIM-EMPRESA
               PERFORM 1010-LE-EMPRESA
               PERFORM 1020-TRATA-EMPRESA
                   UNTIL WRK-FIM-EMPRESA = 'S'
               CLOSE EMPRESA-ARQUIVO
           END-IF.
           IF WRK-QTD-ABERTAS > ZEROS
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                   ' AINDA ABERTA EM ' WRK-QTD-ABERTAS
                   ' EMPRESA(S) - EXPORTACAO RECUSADA'
               MOVE 8 TO WRK-RETORNO
           END-IF.

       1010-LE-EMPRESA.
           READ EMPRESA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-EMPRESA
           END-READ.

       1020-TRATA-EMPRESA.
           MOVE EMS-CODIGO TO WRK-EMPRESA-CORRENTE.
           PERFORM 1100-CONFERE-FECHAMENTO-EMPRESA.
           PERFORM 1010-LE-EMPRESA.

       1100-CONFERE-FECHAMENTO-EMPRESA.
           MOVE 'N' TO WRK-EMPRESA-FECHADA.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 1110-LE-CONTROLE
               PERFORM 1120-CONFERE-CONTROLE
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.
           IF WRK-EMPRESA-FECHADA NOT = 'S'
               DISPLAY 'EMPRESA ' WRK-EMPRESA-CORRENTE
                   ' SEM FECHAMENTO DA COMPETENCIA (PROGCOB21)'
               ADD 1 TO WRK-QTD-ABERTAS
           END-IF.

       1110-LE-CONTROLE.
           READ CONTROLE-EXEC-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

       1120-CONFERE-CONTROLE.
           IF CTL-EMPRESA = SPACES
               MOVE "001" TO WRK-CTL-EMPRESA-NORM
           ELSE
               MOVE CTL-EMPRESA TO WRK-CTL-EMPRESA-NORM
           END-IF.
           IF CTL-PROGRAMA = "PROGCOB21" AND CTL-STATUS = 'P'
               AND CTL-ANO = WRK-COMP-ANO AND CTL-MES = WRK-COMP-MES
               AND WRK-CTL-EMPRESA-NORM = WRK-EMPRESA-CORRENTE
               MOVE 'S' TO WRK-EMPRESA-FECHADA
           END-IF.
           PERFORM 1110-LE-CONTROLE.

      *** COMPETENCIA JA EXPORTADA E RECUSADA (RC 8) PARA O BUREAU *****
      *** NAO RECEBER EVENTO DUPLICADO - REGERACAO SO COM O COMANDO ****
           END-READ.

       2520-ARMAZENA-EMPRESA-MASTER.
           IF WRK-QTD-EMP-MASTER NOT < WRK-MAX-EMP-MASTER
               DISPLAY 'EMPLOYEE-MASTER COM MAIS DE '
                   WRK-MAX-EMP-MASTER ' EMPREGADOS'
               DISPLAY 'LIMITE DA TABELA DE EMPRESAS E DE '
                   WRK-MAX-EMP-MASTER ' - EXECUCAO ABORTADA'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               ADD 1 TO WRK-QTD-EMP-MASTER
               MOVE EMP-ID TO TAB-EMM-ID (WRK-QTD-EMP-MASTER)
               IF EMP-EMPRESA = SPACES
                   MOVE "001" TO TAB-EMM-EMPRESA (WRK-QTD-EMP-MASTER)
               ELSE
                   MOVE EMP-EMPRESA
                       TO TAB-EMM-EMPRESA (WRK-QTD-EMP-MASTER)
               END-IF
               PERFORM 2510-LE-EMPREGADO-MASTER
           END-IF.

      *** UM EVENTO DE ADMISSAO POR CONTRATACAO NA COMPETENCIA *********
       3000-EXPORTA-ADMISSOES.
           END-IF.
           PERFORM 5010-LE-RESUMO.

      *** UM REGISTRO POR RUBRICA DA FOLHA MENSAL DA COMPETENCIA, ******
      *** COM AS INCIDENCIAS QUE FORMARAM AS BASES *********************
       5500-EXPORTA-RUBRICAS.
           OPEN INPUT RUBAPL-ARQUIVO.
           IF WRK-STATUS-RUBAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-RUBAPL
               PERFORM 5510-LE-RUBRICA-APL
               PERFORM 5520-CONFERE-RUBRICA-APL
                   UNTIL WRK-FIM-RUBAPL = 'S'
               CLOSE RUBAPL-ARQUIVO
           END-IF.

       5510-LE-RUBRICA-APL.
           READ RUBAPL-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RUBAPL
           END-READ.

       5520-CONFERE-RUBRICA-APL.
           IF RAP-TIPO = SPACES
               AND RAP-COMPETENCIA = WRK-COMPETENCIA
               MOVE RAP-ID TO EVR-EMP-ID
               MOVE RAP-COMPETENCIA TO EVR-COMPETENCIA
               MOVE RAP-CODIGO TO EVR-RUBRICA
               MOVE RAP-NATUREZA TO EVR-NATUREZA
               IF RAP-VALOR < ZEROS
                   COMPUTE EVR-VALOR = RAP-VALOR * -1
                   MOVE "-" TO EVR-SINAL
               ELSE
                   MOVE RAP-VALOR TO EVR-VALOR
                   MOVE "+" TO EVR-SINAL
               END-IF
               MOVE RAP-INCIDE-INSS TO EVR-INCIDE-INSS
               MOVE RAP-INCIDE-IRRF TO EVR-INCIDE-IRRF
               MOVE RAP-INCIDE-FGTS TO EVR-INCIDE-FGTS
               MOVE RAP-CENTRO-CUSTO TO EVR-CENTRO-CUSTO
               IF RAP-EMPRESA = SPACES
                   MOVE "001" TO EVR-EMPRESA
               ELSE
                   MOVE RAP-EMPRESA TO EVR-EMPRESA
               END-IF
               WRITE LINHA-EVENTO FROM WRK-REG-EVT-RUBRICA
               ADD 1 TO WRK-QTD-RUBRICAS
               ADD 1 TO WRK-QTD-EVENTOS
           END-IF.
           PERFORM 5510-LE-RUBRICA-APL.

       6000-GRAVA-TRAILER.
           MOVE WRK-QTD-ADMISSOES TO EVT-TRL-QTD-ADM.
           MOVE WRK-QTD-DESLIGAMENTOS TO EVT-TRL-QTD-DSL.
           MOVE WRK-QTD-REMUNERACOES TO EVT-TRL-QTD-REM.
           MOVE WRK-TOTAL-REMUNERACAO TO EVT-TRL-TOTAL-REM.
           MOVE WRK-QTD-RUBRICAS TO EVT-TRL-QTD-RUB.
           WRITE LINHA-EVENTO FROM WRK-REG-EVT-TRAILER.

      *********** MARCA A COMPETENCIA COMO EXPORTADA NO CONTROLE ********
               MOVE WRK-QTD-EVENTOS TO ECT-QTD-EVENTOS
               WRITE EVENTOCTL-RECORD
               CLOSE EVENTOCTL-ARQUIVO
               PERFORM 7100-REGISTRA-CONTROLE-EXEC
           END-IF.

      *** ACRESCENTA AO CONTROLE DE EXECUCAO A EXPORTACAO DA ***********
      *** COMPETENCIA - CHAVE PROGCOB20, EMPRESA 000 (TODO O GRUPO) ****
       7100-REGISTRA-CONTROLE-EXEC.
           OPEN EXTEND CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC = "35"
               OPEN OUTPUT CONTROLE-EXEC-ARQUIVO
               CLOSE CONTROLE-EXEC-ARQUIVO
               OPEN EXTEND CONTROLE-EXEC-ARQUIVO
           END-IF.
           MOVE "PROGCOB20" TO CTL-PROGRAMA.
           MOVE WRK-COMPETENCIA (1:4) TO CTL-ANO.
           MOVE WRK-COMPETENCIA (5:2) TO CTL-MES.
           MOVE 'P' TO CTL-STATUS.
           MOVE WRK-OPERADOR TO CTL-OPERADOR.
           ACCEPT CTL-DATA FROM DATE YYYYMMDD.
           ACCEPT CTL-HORA FROM TIME.
           MOVE "000" TO CTL-EMPRESA.
           WRITE CONTROLE-EXEC-RECORD.
           CLOSE CONTROLE-EXEC-ARQUIVO.
