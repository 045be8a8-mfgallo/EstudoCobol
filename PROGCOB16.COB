      * POR ACRESCIMO) A CONCILIACAO MENSAL ENCERRADA SEM DIVERGENCIA,
      * PARA O FECHAMENTO DA COMPETENCIA (PROGCOB21) PODER EXIGIR A
      * CONCILIACAO FEITA ANTES DE ARQUIVAR
      *MODIFICACAO: NA FOLHA MENSAL A REMESSA LEVA TAMBEM OS CREDITOS DE
      * PENSAO ALIMENTICIA AOS BENEFICIARIOS (SEGMENTOS A PROPRIOS) -
      * AS ORDENS CREDITADAS NA COMPETENCIA (PENSAOAPL.DAT, SITUACAO
      * 'C', DA EMPRESA CONCILIADA) SOMAM-SE AO RESUMO NO VALOR E NA
      * QUANTIDADE ESPERADOS NA REMESSA
      *MODIFICACAO: CONCILIAR TAMBEM A PARTICIPACAO NOS LUCROS
      * (FOLHAEVENTO=PLR X REMESSAPLR.CNAB240 E RESUMOS 'PLR '),
      * EVENTO AVULSO QUE COBRE TODAS AS EMPRESAS DE UMA VEZ
      *MODIFICACAO: CONCILIAR TAMBEM A FOLHA COMPLEMENTAR
      * (FOLHAEVENTO=COMPLEMENTAR X REMESSACOMP<EMPRESA>.CNAB240 E
      * RESUMOS 'COMP' DA EMPRESA) - A REMESSA ACUMULA UM LOTE POR
      * EXECUCAO. SEM DIVERGENCIA REGISTRA PROGCB16C NO CONTROLE DE
      * EXECUCAO NA COMPETENCIA FOLHACOMPETENCIA (AUSENTE OU
      * INVALIDA, A DO DIA), PARA O FECHAMENTO EXIGIR A CONCILIACAO
      *MODIFICACAO: NA FOLHA MENSAL E NA COMPLEMENTAR A PARCELA DO
      * LIQUIDO DOS EXPATRIADOS PAGA NO EXTERIOR SAI NA INSTRUCAO DE
      * TRANSFERENCIA (TRANSFEXT<EMPRESA>.DAT / TRANSFEXTCOMP<EMPRESA>
      * .DAT) E NAO NA REMESSA - A CONCILIACAO CONFERE LIQUIDO DO
      * RESUMO = CREDITO NA REMESSA + TRANSFERENCIAS AO EXTERIOR, E O
      * EMPREGADO COM O LIQUIDO TODO NO EXTERIOR SAI DA QUANTIDADE
      * ESPERADA NA REMESSA
      *MODIFICACAO: CONCILIAR TAMBEM AS PARCELAS DO 13o
      * (FOLHAEVENTO=DECIMO1 / DECIMO2 X REMESSA13.CNAB240 E RESUMOS
      * '13/1' / '13/2'), EVENTO AVULSO QUE COBRE TODAS AS EMPRESAS DE
      * UMA VEZ, PARA O JOB DECIMO SEGURAR A REMESSA DIVERGENTE
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "DATA/CONCILIACAO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONCILIACAO.
           SELECT PENSAOAPL-ARQUIVO
               ASSIGN TO "DATA/PENSAOAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAOAPL.
           SELECT TRANSFEXT-ARQUIVO ASSIGN TO WRK-NOME-ARQ-TRANSFEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSFEXT.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "DATA/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
       01 LINHA-REMESSA PIC X(240).
       FD  CONCILIACAO-RELATORIO.
       01 LINHA-CONCILIACAO PIC X(80).
       FD  PENSAOAPL-ARQUIVO.
           COPY CBPENAPL.
       FD  TRANSFEXT-ARQUIVO.
           COPY CBTRFEXT.
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       FD  CONTROLE-EXEC-ARQUIVO.
           88 EVENTO-ADIANTAMENTO VALUE "ADIANTAMENTO".
           88 EVENTO-RESCISAO VALUE "RESCISAO".
           88 EVENTO-FERIAS VALUE "FERIAS".
           88 EVENTO-PLR VALUE "PLR".
           88 EVENTO-COMPLEMENTAR VALUE "COMPLEMENTAR".
           88 EVENTO-DECIMO-1 VALUE "DECIMO1".
           88 EVENTO-DECIMO-2 VALUE "DECIMO2".
       77 WRK-EVENTO-AVULSO PIC X(01) VALUE 'N'.
       77 WRK-NOME-ARQ-REMESSA PIC X(30)
           VALUE "DATA/REMESSA.CNAB240".
       77 WRK-TIPO-RESUMO-EVENTO PIC X(04) VALUE SPACES.
       77 WRK-EMPRESA-SELECIONADA PIC X(03) VALUE "001".
       77 WRK-PROGRAMA-CONTROLE PIC X(09) VALUE "PROGCOB16".
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-RESUMO PIC X(03) VALUE SPACES.
       77 WRK-STATUS-PENSAOAPL PIC X(02) VALUE "00".
       77 WRK-FIM-PENSAOAPL PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-PENSAOAPL PIC X(03) VALUE SPACES.
       77 WRK-QTD-PENSAO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PENSAO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-ESPERADA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ESPERADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-STATUS-TRANSFEXT PIC X(02) VALUE "00".
       77 WRK-NOME-ARQ-TRANSFEXT PIC X(30) VALUE SPACES.
       77 WRK-FIM-TRANSFEXT PIC X(01) VALUE 'N'.
       77 WRK-QTD-TRANSFEXT PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TRANSFEXT-INTEGRAL PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-TRANSFEXT PIC S9(13)V99 VALUE ZEROS.
      *** TIPOS DE REGISTRO DA REMESSA (MESMO LAYOUT DO PROGCOB04) *****
       01 WRK-REG-REMESSA-LIDA.
           02 REM-BANCO PIC 9(03).
           PERFORM 0100-INICIA-AUDITORIA.
           PERFORM 0200-DEFINE-EVENTO-EXECUCAO.
           PERFORM 1000-TOTALIZA-RESUMO.
           IF WRK-EVENTO-EXECUCAO = "MENSAL"
               PERFORM 1500-TOTALIZA-PENSOES
           END-IF.
           IF WRK-NOME-ARQ-TRANSFEXT NOT = SPACES
               PERFORM 1600-TOTALIZA-TRANSF-EXTERIOR
           END-IF.
           COMPUTE WRK-TOTAL-ESPERADO =
               WRK-TOTAL-LIQUIDO-RESUMO + WRK-TOTAL-PENSAO
               - WRK-TOTAL-TRANSFEXT.
           COMPUTE WRK-QTD-ESPERADA = WRK-QTD-RESUMO + WRK-QTD-PENSAO
               - WRK-QTD-TRANSFEXT-INTEGRAL.
           PERFORM 2000-LE-TRAILER-REMESSA.
           PERFORM 3000-COMPARA-E-IMPRIME.
           PERFORM 8000-GRAVA-AUDITORIA.
               MOVE "001" TO WRK-EMPRESA-SELECIONADA
           END-IF.
           MOVE SPACES TO WRK-NOME-ARQ-REMESSA.
           MOVE SPACES TO WRK-NOME-ARQ-TRANSFEXT.
           MOVE 'N' TO WRK-EVENTO-AVULSO.
           EVALUATE TRUE
               WHEN EVENTO-ADIANTAMENTO
                       TO WRK-NOME-ARQ-REMESSA
                   MOVE "FER" TO WRK-TIPO-RESUMO-EVENTO
                   MOVE 'S' TO WRK-EVENTO-AVULSO
               WHEN EVENTO-PLR
                   MOVE "DATA/REMESSAPLR.CNAB240"
                       TO WRK-NOME-ARQ-REMESSA
                   MOVE "PLR" TO WRK-TIPO-RESUMO-EVENTO
                   MOVE 'S' TO WRK-EVENTO-AVULSO
               WHEN EVENTO-DECIMO-1
                   MOVE "DATA/REMESSA13.CNAB240"
                       TO WRK-NOME-ARQ-REMESSA
                   MOVE "13/1" TO WRK-TIPO-RESUMO-EVENTO
                   MOVE 'S' TO WRK-EVENTO-AVULSO
               WHEN EVENTO-DECIMO-2
                   MOVE "DATA/REMESSA13.CNAB240"
                       TO WRK-NOME-ARQ-REMESSA
                   MOVE "13/2" TO WRK-TIPO-RESUMO-EVENTO
                   MOVE 'S' TO WRK-EVENTO-AVULSO
               WHEN EVENTO-COMPLEMENTAR
                   STRING "DATA/REMESSACOMP" DELIMITED BY SIZE
                       WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                       ".CNAB240" DELIMITED BY SIZE
                       INTO WRK-NOME-ARQ-REMESSA
                   MOVE "COMP" TO WRK-TIPO-RESUMO-EVENTO
                   MOVE "PROGCB16C" TO WRK-PROGRAMA-CONTROLE
                   STRING "DATA/TRANSFEXTCOMP" DELIMITED BY SIZE
                       WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO WRK-NOME-ARQ-TRANSFEXT
               WHEN OTHER
                   MOVE "MENSAL" TO WRK-EVENTO-EXECUCAO
                   STRING "DATA/REMESSA" DELIMITED BY SIZE
                       ".CNAB240" DELIMITED BY SIZE
                       INTO WRK-NOME-ARQ-REMESSA
                   MOVE SPACES TO WRK-TIPO-RESUMO-EVENTO
                   STRING "DATA/TRANSFEXT" DELIMITED BY SIZE
                       WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO WRK-NOME-ARQ-TRANSFEXT
           END-EVALUATE.
           DISPLAY "EVENTO CONCILIADO: " WRK-EVENTO-EXECUCAO
               " - EMPRESA " WRK-EMPRESA-SELECIONADA.
           END-IF.
           PERFORM 1010-LE-RESUMO.

      *** SOMA AS PENSOES CREDITADAS NA REMESSA MENSAL DA EMPRESA NA ***
      *** COMPETENCIA CORRENTE (SEM O ARQUIVO NAO HA PENSAO NA FOLHA) **
       1500-TOTALIZA-PENSOES.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN INPUT PENSAOAPL-ARQUIVO.
           IF WRK-STATUS-PENSAOAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-PENSAOAPL
               PERFORM 1510-LE-PENSAOAPL
               PERFORM 1520-ACUMULA-PENSAO
                   UNTIL WRK-FIM-PENSAOAPL = 'S'
               CLOSE PENSAOAPL-ARQUIVO
           END-IF.

       1510-LE-PENSAOAPL.
           READ PENSAOAPL-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-PENSAOAPL
           END-READ.

       1520-ACUMULA-PENSAO.
           IF PAP-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-PENSAOAPL
           ELSE
               MOVE PAP-EMPRESA TO WRK-EMPRESA-PENSAOAPL
           END-IF.
           IF PAP-CREDITADA
               AND PAP-ANO = WRK-ANO AND PAP-MES = WRK-MES
               AND WRK-EMPRESA-PENSAOAPL = WRK-EMPRESA-SELECIONADA
               ADD 1 TO WRK-QTD-PENSAO
               ADD PAP-VALOR TO WRK-TOTAL-PENSAO
           END-IF.
           PERFORM 1510-LE-PENSAOAPL.

      *** SOMA AS TRANSFERENCIAS AO EXTERIOR DA EMPRESA (VALOR NA *****
      *** MOEDA DO SALARIO, A MESMA DO LIQUIDO DO RESUMO) E CONTA OS ***
      *** EMPREGADOS SEM CREDITO NO BRASIL - SEM O ARQUIVO NAO HOUVE ***
      *** PARCELA NO EXTERIOR ******************************************
       1600-TOTALIZA-TRANSF-EXTERIOR.
           OPEN INPUT TRANSFEXT-ARQUIVO.
           IF WRK-STATUS-TRANSFEXT NOT = "35"
               MOVE 'N' TO WRK-FIM-TRANSFEXT
               PERFORM 1610-LE-TRANSF-EXTERIOR
               PERFORM 1620-ACUMULA-TRANSF-EXTERIOR
                   UNTIL WRK-FIM-TRANSFEXT = 'S'
               CLOSE TRANSFEXT-ARQUIVO
           END-IF.

       1610-LE-TRANSF-EXTERIOR.
           READ TRANSFEXT-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-TRANSFEXT
           END-READ.

       1620-ACUMULA-TRANSF-EXTERIOR.
           ADD 1 TO WRK-QTD-TRANSFEXT.
           ADD TRE-VALOR-SALARIO TO WRK-TOTAL-TRANSFEXT.
           IF TRE-SEM-CREDITO-NO-BRASIL
               ADD 1 TO WRK-QTD-TRANSFEXT-INTEGRAL
           END-IF.
           PERFORM 1610-LE-TRANSF-EXTERIOR.

      *** LE A REMESSA, CONTA OS SEGMENTOS A E GUARDA O TRAILER DE *****
      *** LOTE (TIPO 5) COM QUANTIDADE E VALOR TOTAL *******************
       2000-LE-TRAILER-REMESSA.
               TO WRK-CON-DESCRICAO.
           MOVE WRK-TOTAL-LIQUIDO-RESUMO TO WRK-CON-VALOR.
           WRITE LINHA-CONCILIACAO FROM WRK-LINHA-VALOR-CON.
           IF WRK-QTD-PENSAO > ZEROS
               MOVE "PENSOES ALIMENTICIAS CREDITADAS"
                   TO WRK-CON-DESCRICAO
               MOVE WRK-TOTAL-PENSAO TO WRK-CON-VALOR
               WRITE LINHA-CONCILIACAO FROM WRK-LINHA-VALOR-CON
           END-IF.
           IF WRK-QTD-TRANSFEXT > ZEROS
               MOVE "(-) TRANSFERENCIAS AO EXTERIOR"
                   TO WRK-CON-DESCRICAO
               MOVE WRK-TOTAL-TRANSFEXT TO WRK-CON-VALOR
               WRITE LINHA-CONCILIACAO FROM WRK-LINHA-VALOR-CON
               MOVE "CREDITO ESPERADO NA REMESSA"
                   TO WRK-CON-DESCRICAO
               MOVE WRK-TOTAL-ESPERADO TO WRK-CON-VALOR
               WRITE LINHA-CONCILIACAO FROM WRK-LINHA-VALOR-CON
           END-IF.
           MOVE "VALOR TOTAL DO TRAILER DA REMESSA"
               TO WRK-CON-DESCRICAO.
           MOVE WRK-TRAILER-VALOR TO WRK-CON-VALOR.
               TO WRK-CON-QTD-DESCRICAO.
           MOVE WRK-QTD-RESUMO TO WRK-CON-QTD.
           WRITE LINHA-CONCILIACAO FROM WRK-LINHA-QTD-CON.
           IF WRK-QTD-PENSAO > ZEROS
               MOVE "CREDITOS DE PENSAO ALIMENTICIA"
                   TO WRK-CON-QTD-DESCRICAO
               MOVE WRK-QTD-PENSAO TO WRK-CON-QTD
               WRITE LINHA-CONCILIACAO FROM WRK-LINHA-QTD-CON
           END-IF.
           IF WRK-QTD-TRANSFEXT > ZEROS
               MOVE "TRANSFERENCIAS AO EXTERIOR"
                   TO WRK-CON-QTD-DESCRICAO
               MOVE WRK-QTD-TRANSFEXT TO WRK-CON-QTD
               WRITE LINHA-CONCILIACAO FROM WRK-LINHA-QTD-CON
               MOVE "(-) LIQUIDO TODO NO EXTERIOR"
                   TO WRK-CON-QTD-DESCRICAO
               MOVE WRK-QTD-TRANSFEXT-INTEGRAL TO WRK-CON-QTD
               WRITE LINHA-CONCILIACAO FROM WRK-LINHA-QTD-CON
           END-IF.
           MOVE "DETALHES NO TRAILER DA REMESSA"
               TO WRK-CON-QTD-DESCRICAO.
           MOVE WRK-TRAILER-QTD TO WRK-CON-QTD.
           IF WRK-TRAILER-ENCONTRADO NOT = 'S'
               MOVE 'S' TO WRK-DIVERGENTE
           END-IF.
           IF WRK-TOTAL-ESPERADO NOT = WRK-TRAILER-VALOR
               MOVE 'S' TO WRK-DIVERGENTE
           END-IF.
           IF WRK-QTD-ESPERADA NOT = WRK-TRAILER-QTD
               MOVE 'S' TO WRK-DIVERGENTE
           END-IF.
           IF WRK-QTD-DETALHES-CONTADOS NOT = WRK-TRAILER-QTD
           CLOSE CONCILIACAO-RELATORIO.
           DISPLAY "CONCILIACAO FOLHA X REMESSA: " WRK-CON-RESULTADO.
           IF WRK-DIVERGENTE NOT = 'S'
               AND (WRK-EVENTO-EXECUCAO = "MENSAL"
                   OR EVENTO-COMPLEMENTAR)
               PERFORM 3500-REGISTRA-CONTROLE-EXEC
           END-IF.

      *** ACRESCENTA AO CONTROLE DE EXECUCAO O ENCERRAMENTO DA *********
      *** CONCILIACAO MENSAL SEM DIVERGENCIA - O FECHAMENTO DA *********
      *** COMPETENCIA EXIGE ESTE REGISTRO ANTES DE ARQUIVAR ************
      *** A COMPLEMENTAR REGISTRA PROGCB16C NA COMPETENCIA PAGA ********
       3500-REGISTRA-CONTROLE-EXEC.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND CONTROLE-EXEC-ARQUIVO.
               CLOSE CONTROLE-EXEC-ARQUIVO
               OPEN EXTEND CONTROLE-EXEC-ARQUIVO
           END-IF.
           MOVE WRK-PROGRAMA-CONTROLE TO CTL-PROGRAMA.
           MOVE WRK-ANO TO CTL-ANO.
           MOVE WRK-MES TO CTL-MES.
           IF EVENTO-COMPLEMENTAR
               PERFORM 3510-DEFINE-COMPETENCIA-COMPL
           END-IF.
           MOVE 'P' TO CTL-STATUS.
           MOVE WRK-OPERADOR TO CTL-OPERADOR.
           COMPUTE CTL-DATA =
           MOVE WRK-EMPRESA-SELECIONADA TO CTL-EMPRESA.
           WRITE CONTROLE-EXEC-RECORD.
           CLOSE CONTROLE-EXEC-ARQUIVO.

      *** COMPETENCIA DA FOLHA COMPLEMENTAR (FOLHACOMPETENCIA AAAAMM, **
      *** A MESMA DO PROGCOB04) - AUSENTE OU INVALIDA FICA A DO DIA ****
       3510-DEFINE-COMPETENCIA-COMPL.
           DISPLAY "FOLHACOMPETENCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           IF WRK-COMP-ENTRADA NUMERIC
               MOVE WRK-COMP-ENTRADA (1:4) TO WRK-COMP-ANO
               MOVE WRK-COMP-ENTRADA (5:2) TO WRK-COMP-MES
               IF WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
                   MOVE WRK-COMP-ANO TO CTL-ANO
                   MOVE WRK-COMP-MES TO CTL-MES
               END-IF
           END-IF.
