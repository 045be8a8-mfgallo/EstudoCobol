      * ULTIMA EMPRESA DO CADASTRO (EMPRESAS.DAT) AINDA ABERTA NA
      * COMPETENCIA - FECHAR A 001 NAO DESTROI MAIS OS REGISTROS DA
      * 002 NEM AS RESCISOES/FERIAS AINDA NAO EXPORTADAS
      *MODIFICACAO: ARQUIVAR E ESVAZIAR COM OS COMPARTILHADOS AS
      * RUBRICAS APURADAS NA FOLHA (RUBRICASAPL.DAT)
      *MODIFICACAO: ARQUIVAR E ESVAZIAR COM OS COMPARTILHADOS A
      * REMESSA E O REGISTRO DA PARTICIPACAO NOS LUCROS (REMESSAPLR E
      * PLR.PRT), QUE COBREM TODAS AS EMPRESAS
      *MODIFICACAO: ARQUIVAR E ESVAZIAR COM OS COMPARTILHADOS O
      * REGISTRO E O LOTE CONTABIL DA PROVISAO DE 13o E FERIAS
      * (PROVISAO.PRT E LANCPROVISAO.DAT) - O SALDO DA PROVISAO
      * (PROVISAO.DAT) E PERMANENTE E NAO E TOCADO
      *MODIFICACAO: ARQUIVAR E ESVAZIAR COM AS SAIDAS DA EMPRESA O
      * RELATORIO E A REMESSA DAS GUIAS DE RECOLHIMENTO DO INSS E DO
      * IRRF (GUIAS<EMPRESA>.PRT E REMESSATRIB<EMPRESA>.CNAB240)
      *MODIFICACAO: ARQUIVAR E ESVAZIAR COM OS COMPARTILHADOS O
      * RELATORIO DE OCORRENCIAS DA IMPORTACAO DO PONTO (PONTO.PRT)
      *MODIFICACAO: ARQUIVAR COM AS SAIDAS DA EMPRESA O REGISTRO, A
      * REMESSA E O CONTRACHEQUE DA FOLHA COMPLEMENTAR, E RECUSAR O
      * FECHAMENTO COM FOLHA COMPLEMENTAR INTERROMPIDA (PROGCB04C) OU
      * PAGA SEM CONCILIACAO POSTERIOR (PROGCB16C)
      *MODIFICACAO: ARQUIVAR E ESVAZIAR COM AS SAIDAS DA EMPRESA AS
      * INSTRUCOES DE TRANSFERENCIA AO EXTERIOR DOS EXPATRIADOS DA
      * FOLHA MENSAL E DA COMPLEMENTAR (TRANSFEXT<EMPRESA>.DAT E
      * TRANSFEXTCOMP<EMPRESA>.DAT)
      *MODIFICACAO: EMPRESAS.DAT MAIOR QUE A TABELA DE EMPRESAS ABORTA
      * COM RC 16 SEM FECHAR A COMPETENCIA (ANTES O EXCESSO ESTOURAVA
      * A TABELA E A ULTIMA EMPRESA ABERTA PODIA NAO SER RECONHECIDA)
      *MODIFICACAO: RECUSAR O FECHAMENTO DA COMPETENCIA CUJA REMESSA DA
      * FOLHA MENSAL NAO FOI LIBERADA PELO SUPERVISOR (PROGCOB46 'P'
      * POSTERIOR A ULTIMA FOLHA PAGA)
      *MODIFICACAO: ARQUIVAR COM AS SAIDAS DA EMPRESA O RELATORIO DA
      * LIBERACAO DA REMESSA PELO SUPERVISOR (LIBERACAO<EMPRESA>.PRT),
      * EVIDENCIA DO REGISTRO PROGCOB46 'P' NO CONTROLE DE EXECUCAO
      *********************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-FIM-EMPRESA PIC X(01) VALUE 'N'.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-EMPRESAS PIC 9(02) VALUE 10.
       77 WRK-IDX-EMS PIC 9(02) VALUE ZEROS.
       77 WRK-FECHA-COMPARTILHADOS PIC X(01) VALUE 'N'.
       01 WRK-TAB-EMPRESAS.
       77 WRK-CONCILIACAO-OK PIC X(01) VALUE 'N'.
       77 WRK-RETORNO-OK PIC X(01) VALUE 'N'.
       77 WRK-JA-FECHADA PIC X(01) VALUE 'N'.
       77 WRK-COMPL-STATUS PIC X(01) VALUE SPACES.
       77 WRK-COMPL-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-COMPL-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-CONC-COMPL-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-CONC-COMPL-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-COMPL-CONCILIADA PIC X(01) VALUE 'N'.
       77 WRK-FOLHA-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-FOLHA-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-LIB-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-LIB-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-REMESSA-LIBERADA PIC X(01) VALUE 'N'.
       77 WRK-NOME-ENTRADA PIC X(40) VALUE SPACES.
       77 WRK-NOME-SAIDA PIC X(40) VALUE SPACES.
       77 WRK-QTD-LINHAS-COPIADAS PIC 9(06) VALUE ZEROS.
           PERFORM 1000-DEFINE-COMPETENCIA.
           IF WRK-RETORNO = ZEROS
               PERFORM 0200-CARREGA-EMPRESAS
           END-IF.
           IF WRK-RETORNO = ZEROS
               PERFORM 2000-VERIFICA-PENDENCIAS
           END-IF.
           IF WRK-RETORNO = ZEROS
                   MOVE 'S' TO WRK-FIM-EMPRESA
           END-READ.

      *** CADASTRO MAIOR QUE A TABELA ABORTA (RC 16) - EMPRESA FORA ****
      *** DA TABELA DESCONTROLARIA O FECHAMENTO DOS COMPARTILHADOS *****
       0220-ARMAZENA-EMPRESA.
           IF WRK-QTD-EMPRESAS >= WRK-MAX-EMPRESAS
               DISPLAY 'EMPRESAS.DAT COM MAIS DE ' WRK-MAX-EMPRESAS
                   ' EMPRESAS - TABELA ESGOTADA, FECHAMENTO ABORTADO'
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-EMPRESA
           ELSE
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE EMS-CODIGO TO TAB-EMS-CODIGO (WRK-QTD-EMPRESAS)
               MOVE 'N' TO TAB-EMS-FECHADA (WRK-QTD-EMPRESAS)
               PERFORM 0210-LE-EMPRESA
           END-IF.

      *** COMPETENCIA A FECHAR PELA VARIAVEL DE AMBIENTE ****************
      *** FOLHACOMPETENCIA (AAAAMM), COMO OS DEMAIS PASSOS *************
                           WHEN "PROGCOB04"
                               IF CTL-STATUS = 'P'
                                   MOVE 'S' TO WRK-FOLHA-PAGA
                                   MOVE CTL-DATA TO WRK-FOLHA-DATA
                                   MOVE CTL-HORA TO WRK-FOLHA-HORA
                               ELSE
                                   MOVE 'N' TO WRK-FOLHA-PAGA
                               END-IF
                               IF CTL-STATUS = 'P'
                                   MOVE 'S' TO WRK-RETORNO-OK
                               END-IF
                           WHEN "PROGCOB46"
                               IF CTL-STATUS = 'P'
                                   MOVE CTL-DATA TO WRK-LIB-DATA
                                   MOVE CTL-HORA TO WRK-LIB-HORA
                               END-IF
                           WHEN "PROGCB04C"
                               MOVE CTL-STATUS TO WRK-COMPL-STATUS
                               MOVE CTL-DATA TO WRK-COMPL-DATA
                               MOVE CTL-HORA TO WRK-COMPL-HORA
                           WHEN "PROGCB16C"
                               IF CTL-STATUS = 'P'
                                   MOVE CTL-DATA TO WRK-CONC-COMPL-DATA
                                   MOVE CTL-HORA TO WRK-CONC-COMPL-HORA
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
                   'FECHAMENTO RECUSADO'
               MOVE 8 TO WRK-RETORNO
           END-IF.
      *** A REMESSA DA FOLHA MENSAL TEM DE TER SIDO LIBERADA PELO ******
      *** SUPERVISOR DEPOIS DA ULTIMA FOLHA PAGA (PROGCOB46) ***********
           MOVE 'N' TO WRK-REMESSA-LIBERADA.
           IF WRK-LIB-DATA > WRK-FOLHA-DATA
               MOVE 'S' TO WRK-REMESSA-LIBERADA
           END-IF.
           IF WRK-LIB-DATA = WRK-FOLHA-DATA
               AND WRK-LIB-DATA NOT = ZEROS
               AND WRK-LIB-HORA >= WRK-FOLHA-HORA
               MOVE 'S' TO WRK-REMESSA-LIBERADA
           END-IF.
           IF WRK-FOLHA-PAGA = 'S' AND WRK-REMESSA-LIBERADA NOT = 'S'
               DISPLAY 'REMESSA DA FOLHA SEM LIBERACAO DO SUPERVISOR '
                   '(PROGCOB46) - FECHAMENTO RECUSADO'
               MOVE 8 TO WRK-RETORNO
           END-IF.
      *** FOLHA COMPLEMENTAR NA COMPETENCIA: A ULTIMA EXECUCAO TEM DE **
      *** TER TERMINADO E SIDO CONCILIADA DEPOIS DE PAGA ***************
           IF WRK-COMPL-STATUS = 'E' OR WRK-COMPL-STATUS = 'A'
               DISPLAY 'FOLHA COMPLEMENTAR INTERROMPIDA (PROGCOB04) - '
                   'FECHAMENTO RECUSADO'
               MOVE 8 TO WRK-RETORNO
           END-IF.
           IF WRK-COMPL-STATUS = 'P'
               MOVE 'N' TO WRK-COMPL-CONCILIADA
               IF WRK-CONC-COMPL-DATA > WRK-COMPL-DATA
                   MOVE 'S' TO WRK-COMPL-CONCILIADA
               END-IF
               IF WRK-CONC-COMPL-DATA = WRK-COMPL-DATA
                   AND WRK-CONC-COMPL-HORA >= WRK-COMPL-HORA
                   MOVE 'S' TO WRK-COMPL-CONCILIADA
               END-IF
               IF WRK-COMPL-CONCILIADA NOT = 'S'
                   DISPLAY 'CONCILIACAO DA FOLHA COMPLEMENTAR PENDENTE '
                       '(PROGCOB16) - FECHAMENTO RECUSADO'
                   MOVE 8 TO WRK-RETORNO
               END-IF
           END-IF.
      *** OS ARQUIVOS COMPARTILHADOS SO SAO ARQUIVADOS QUANDO ESTE *****
      *** FOR O ULTIMO FECHAMENTO ABERTO DA COMPETENCIA NO CADASTRO ****
      *** DE EMPRESAS **************************************************
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3300-COPIA-ARQUIVO-CNAB.
      *** TRANSFERENCIAS AO EXTERIOR DOS EXPATRIADOS DA EMPRESA ********
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/TRANSFEXT" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
      *** AS SAIDAS DO ADIANTAMENTO DA EMPRESA TAMBEM SAO EVIDENCIA ****
      *** DA COMPETENCIA - A PROXIMA COMPETENCIA AS REGRAVA EM CIMA ****
           MOVE SPACES TO WRK-NOME-ENTRADA.
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
      *** GUIAS DE RECOLHIMENTO DO INSS E DO IRRF DA EMPRESA ***********
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/GUIAS" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/REMESSATRIB" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".CNAB240" DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3300-COPIA-ARQUIVO-CNAB.
      *** RELATORIO DA LIBERACAO DA REMESSA PELO SUPERVISOR ************
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/LIBERACAO" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
      *** SAIDAS DA FOLHA COMPLEMENTAR DA EMPRESA (REGISTRO, REMESSA ***
      *** E CONTRACHEQUE, ACUMULADOS NA COMPETENCIA) *******************
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/COMPLEMENTAR" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/REMESSACOMP" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".CNAB240" DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3300-COPIA-ARQUIVO-CNAB.
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/CONTRACHEQUECOMP" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE SPACES TO WRK-NOME-ENTRADA.
           STRING "DATA/TRANSFEXTCOMP" DELIMITED BY SIZE
               WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           IF WRK-FECHA-COMPARTILHADOS = 'S'
               PERFORM 3050-ARQUIVA-COMPARTILHADOS
           ELSE
           MOVE "DATA/DESCONTOSAPL.DAT" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE "DATA/RUBRICASAPL.DAT" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE "DATA/CONCILIACAO.PRT" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE "DATA/CENTROCUSTO.PRT" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE "DATA/PLR.PRT" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE "DATA/PROVISAO.PRT" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE "DATA/LANCPROVISAO.DAT" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
           MOVE "DATA/PONTO.PRT" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3200-COPIA-ARQUIVO-TEXTO.
      *** AS REMESSAS AVULSAS DE RESCISAO, FERIAS E PLR ACUMULAM *******
      *** EVENTOS DE TODAS AS EMPRESAS - SAO ARQUIVADAS COM O GRUPO ****
      *** COMPARTILHADO ************************************************
           MOVE "DATA/REMESSARES.CNAB240" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           MOVE "DATA/REMESSAFER.CNAB240" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3300-COPIA-ARQUIVO-CNAB.
           MOVE "DATA/REMESSAPLR.CNAB240" TO WRK-NOME-ENTRADA.
           PERFORM 3100-MONTA-NOME-SAIDA.
           PERFORM 3300-COPIA-ARQUIVO-CNAB.

      *** NOME ARQUIVADO = NOME ORIGINAL + "." + COMPETENCIA ***********
       3100-MONTA-NOME-SAIDA.
