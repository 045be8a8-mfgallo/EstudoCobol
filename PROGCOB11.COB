      * AVULSO SEM RETORNO NAO GERA DIVERGENCIA AQUI (O RETORNO DELE
      * PODE VIR EM OUTRO ARQUIVO) - A PENDENCIA DELE E COBRADA PELO
      * AGING DO PROGCOB27
      *MODIFICACAO: OS DETALHES DA REMESSA DA PARTICIPACAO NOS LUCROS
      * (REMESSAPLR) ENTRAM NA TABELA DE CASAMENTO COMO AS DEMAIS
      * REMESSAS AVULSAS
      *MODIFICACAO: O RELATORIO DE REJEITADOS MOSTRA O DESTINO DO
      * CREDITO MASCARADO (CONTA SO COM OS 4 ULTIMOS DIGITOS, CHAVE
      * PIX SO COM AS 3 PRIMEIRAS POSICOES) PARA A TESOURARIA
      * CONFERIR COM O EMPREGADO SEM EXPOR O DADO COMPLETO (LGPD)
      *MODIFICACAO: SEM TABELA DE CASAMENTO EM MEMORIA - OS DETALHES
      * DAS REMESSAS VAO PARA O ARQUIVO DE TRABALHO INDEXADO POR
      * FAVORECIDO + VALOR + SEQUENCIA DE CARGA (RETORNOTRAB.DAT), QUE O
      * RETORNO CASA POR CHAVE NA MESMA ORDEM DE ANTES. A REMESSA SEM
      * RETORNO E APONTADA RELENDO A REMESSA MENSAL NA ORDEM ORIGINAL.
      * FALHA NO ARQUIVO DE TRABALHO ABORTA A EXECUCAO (RC 16)
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CNAB-REREMESSA ASSIGN TO WRK-NOME-ARQ-REREMESSA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REREMESSA.
           SELECT REMESSA-TRABALHO ASSIGN TO "DATA/RETORNOTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTR-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT EMPRESA-ARQUIVO ASSIGN TO "DATA/EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
       FD  CNAB-REREMESSA
           RECORD CONTAINS 240 CHARACTERS.
       01 LINHA-REREMESSA PIC X(240).
      *** DETALHE DE REMESSA A CASAR - A SEQUENCIA DE CARGA MANTEM *****
      *** A ORDEM DAS REMESSAS ENTRE DETALHES DE MESMO FAVORECIDO E ****
      *** VALOR ********************************************************
       FD  REMESSA-TRABALHO.
       01 REMESSA-TRABALHO-RECORD.
           02 RTR-CHAVE.
               03 RTR-FAVORECIDO PIC 9(06).
               03 RTR-VALOR PIC S9(13)V99.
               03 RTR-SEQ PIC 9(06).
           02 RTR-CASADA PIC X(01).
       FD  REJEITADO-RELATORIO.
       01 LINHA-REJEITADO PIC X(90).
       FD  AUDITORIA-ARQUIVO.
       01 LINHA-AUDITORIA PIC X(50).
       FD  EMPRESA-ARQUIVO.
           VALUE "DATA/RETORNO001.CNAB240".
       77 WRK-NOME-ARQ-REREMESSA PIC X(30)
           VALUE "DATA/REREMESSA001.CNAB240".
       77 WRK-NOME-ARQ-REMESSA-EMP PIC X(30) VALUE SPACES.
       77 WRK-STATUS-REMESSA PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-RETORNO PIC X(02) VALUE "00".
       77 WRK-STATUS-REREMESSA PIC X(02) VALUE "00".
       77 WRK-STATUS-REJEITADO PIC X(02) VALUE "00".
       77 WRK-NOME-EMPRESA PIC X(30) VALUE "EMPRESA EXEMPLO LTDA".
       77 WRK-FIM-REMESSA PIC X(01) VALUE 'N'.
       77 WRK-FIM-RETORNO PIC X(01) VALUE 'N'.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-SEQ-REMESSA PIC 9(06) VALUE ZEROS.
       77 WRK-REM-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-QTD-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-RR-QTD-DETALHE PIC 9(06) VALUE ZEROS.
       77 WRK-RR-VALOR-TOTAL PIC S9(13)V99 VALUE ZEROS.
       77 WRK-RETORNO-RC PIC 9(02) VALUE ZEROS.
       01 WRK-DATA.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
      *** LEITURA DO DETALHE DA REMESSA (MESMO LAYOUT DO PROGCOB04) ****
       01 WRK-REG-REMESSA-LIDA.
           02 REM-BANCO PIC 9(03).
           02 FILLER PIC X(07) VALUE "ID".
           02 FILLER PIC X(31) VALUE "FAVORECIDO".
           02 FILLER PIC X(17) VALUE "VALOR".
           02 FILLER PIC X(12) VALUE "OCORRENCIA".
           02 FILLER PIC X(20) VALUE "DESTINO DO CREDITO".
       01 WRK-LINHA-REJEITADO.
           02 WRK-REJ-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-REJ-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(06) VALUE SPACES.
           02 WRK-REJ-OCORRENCIA PIC X(02).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-REJ-DESTINO PIC X(20).
       01 WRK-LINHA-DIVERGENCIA.
           02 WRK-DIV-ID PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-TOT-REJEITADOS PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "  DIVERGENTES:".
           02 WRK-TOT-DIVERGENTES PIC ZZZZ9.
       COPY CBMASCAR.
       COPY CBAUDIT.
       01 WRK-AUD-TIMESTAMP.
           02 WRK-AUD-DATA-INICIO PIC 9(08) VALUE ZEROS.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           PERFORM 0200-DEFINE-EMPRESA.
           PERFORM 1000-CARREGA-REMESSA.
           IF WRK-RETORNO-RC NOT = 16
               PERFORM 0500-PROCESSA-RETORNO
               CLOSE REMESSA-TRABALHO
           END-IF.
           IF WRK-RETORNO-RC <= 4
               PERFORM 3500-REGISTRA-CONTROLE-EXEC
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
           MOVE WRK-RETORNO-RC TO RETURN-CODE.
           GOBACK.

      *** CASA O RETORNO COM AS REMESSAS DO ARQUIVO DE TRABALHO ********
       0500-PROCESSA-RETORNO.
           OPEN INPUT CNAB-RETORNO.
           IF WRK-STATUS-RETORNO NOT = "00"
               DISPLAY "RETORNO.CNAB240 NAO PODE SER ABERTO - STATUS "
               PERFORM 2100-PROCESSA-RETORNO
                   UNTIL WRK-FIM-RETORNO = 'S'
               PERFORM 3000-CONFERE-SEM-RETORNO
               PERFORM 2690-GRAVA-REREMESSA-TRAILERS
               MOVE WRK-QTD-CONFIRMADOS TO WRK-TOT-CONFIRMADOS
               MOVE WRK-QTD-REJEITADOS TO WRK-TOT-REJEITADOS
                   MOVE 8 TO WRK-RETORNO-RC
               END-IF
           END-IF.

      *** ACRESCENTA AO CONTROLE DE EXECUCAO O PROCESSAMENTO DO ********
      *** RETORNO ENCERRADO SEM DIVERGENCIA - O FECHAMENTO DA **********

      *** CARREGA OS DETALHES (TIPO 3 / SEGMENTO A) DA REMESSA ********
      *** MENSAL DA EMPRESA E DAS REMESSAS AVULSAS DE RESCISAO E ******
      *** FERIAS NO ARQUIVO DE TRABALHO PARA O CASAMENTO COM O ********
      *** RETORNO - SEM ISSO A CONFIRMACAO DE UM CREDITO AVULSO *******
      *** VIRARIA "RETORNO SEM REMESSA" E NUNCA CHEGARIA A ************
      *** CONFIRMADOS.DAT **********************************************
       1000-CARREGA-REMESSA.
           MOVE ZEROS TO WRK-SEQ-REMESSA.
           OPEN OUTPUT REMESSA-TRABALHO.
           CLOSE REMESSA-TRABALHO.
           OPEN I-O REMESSA-TRABALHO.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY "RETORNOTRAB.DAT NAO PODE SER CRIADO - STATUS "
                   WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO-RC
           ELSE
               PERFORM 1002-CARREGA-REMESSAS
           END-IF.

       1002-CARREGA-REMESSAS.
           MOVE WRK-NOME-ARQ-REMESSA TO WRK-NOME-ARQ-REMESSA-EMP.
           OPEN INPUT CNAB-REMESSA.
           IF WRK-STATUS-REMESSA NOT = "00"
               DISPLAY "REMESSA.CNAB240 NAO PODE SER ABERTA - STATUS "
                   UNTIL WRK-FIM-REMESSA = 'S'
               CLOSE CNAB-REMESSA
           END-IF.
           MOVE "DATA/REMESSARES.CNAB240" TO WRK-NOME-ARQ-REMESSA.
           PERFORM 1005-CARREGA-REMESSA-AVULSA.
           MOVE "DATA/REMESSAFER.CNAB240" TO WRK-NOME-ARQ-REMESSA.
           PERFORM 1005-CARREGA-REMESSA-AVULSA.
           MOVE "DATA/REMESSAPLR.CNAB240" TO WRK-NOME-ARQ-REMESSA.
           PERFORM 1005-CARREGA-REMESSA-AVULSA.

      *** REMESSA AVULSA AUSENTE NAO E ERRO - AINDA NAO HOUVE O ********
      *** EVENTO *******************************************************
       1020-ARMAZENA-REMESSA.
           MOVE LINHA-REMESSA TO WRK-REG-REMESSA-LIDA.
           IF REM-TIPO-REGISTRO = 3 AND REM-SEGMENTO = "A"
               ADD 1 TO WRK-SEQ-REMESSA
               MOVE REM-CODIGO-FAVORECIDO TO RTR-FAVORECIDO
               MOVE REM-VALOR-PAGAMENTO TO RTR-VALOR
               MOVE WRK-SEQ-REMESSA TO RTR-SEQ
               MOVE 'N' TO RTR-CASADA
               WRITE REMESSA-TRABALHO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WRK-STATUS-TRABALHO NOT = "00"
                   DISPLAY "FALHA NA GRAVACAO DO RETORNOTRAB.DAT - "
                       "STATUS " WRK-STATUS-TRABALHO
                   MOVE 16 TO WRK-RETORNO-RC
                   MOVE 'S' TO WRK-FIM-REMESSA
               END-IF
           END-IF.
           PERFORM 1010-LE-REMESSA.

       2100-PROCESSA-RETORNO.
           MOVE LINHA-RETORNO TO WRK-REG-RETORNO.
           IF RET-TIPO-REGISTRO = 3 AND RET-SEGMENTO = "A"
               PERFORM 2150-BUSCA-REMESSA
               IF WRK-REM-ENCONTRADA = 'S'
                   MOVE 'S' TO RTR-CASADA
                   REWRITE REMESSA-TRABALHO-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF RET-OCORRENCIA = "00"
                       ADD 1 TO WRK-QTD-CONFIRMADOS
                       PERFORM 2250-GRAVA-CONFIRMADO
           END-IF.
           PERFORM 2000-LE-RETORNO.

      *** PRIMEIRO DETALHE AINDA NAO CASADO DO FAVORECIDO E VALOR, *****
      *** NA ORDEM DE CARGA DAS REMESSAS *******************************
       2150-BUSCA-REMESSA.
           MOVE 'N' TO WRK-REM-ENCONTRADA.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE RET-CODIGO-FAVORECIDO TO RTR-FAVORECIDO.
           MOVE RET-VALOR-PAGAMENTO TO RTR-VALOR.
           MOVE ZEROS TO RTR-SEQ.
           START REMESSA-TRABALHO KEY NOT < RTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           IF WRK-FIM-TRABALHO NOT = 'S'
               PERFORM 2160-LE-TRABALHO
               PERFORM 2170-CONFERE-TRABALHO
                   UNTIL WRK-FIM-TRABALHO = 'S'
                       OR WRK-REM-ENCONTRADA = 'S'
           END-IF.

       2160-LE-TRABALHO.
           READ REMESSA-TRABALHO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.
           IF WRK-FIM-TRABALHO NOT = 'S'
               IF RTR-FAVORECIDO NOT = RET-CODIGO-FAVORECIDO
                   OR RTR-VALOR NOT = RET-VALOR-PAGAMENTO
                   MOVE 'S' TO WRK-FIM-TRABALHO
               END-IF
           END-IF.

       2170-CONFERE-TRABALHO.
           IF RTR-CASADA = 'N'
               MOVE 'S' TO WRK-REM-ENCONTRADA
           ELSE
               PERFORM 2160-LE-TRABALHO
           END-IF.

      *********** GRAVA O PAGAMENTO REJEITADO NO RELATORIO **************
           MOVE RET-NOME-FAVORECIDO TO WRK-REJ-NOME.
           MOVE RET-VALOR-PAGAMENTO TO WRK-REJ-VALOR.
           MOVE RET-OCORRENCIA TO WRK-REJ-OCORRENCIA.
           PERFORM 2210-MASCARA-DESTINO.
           WRITE LINHA-REJEITADO FROM WRK-LINHA-REJEITADO.

      *** DESTINO DO CREDITO MASCARADO - CONTA SO COM OS 4 ULTIMOS *****
      *** DIGITOS, CHAVE PIX SO COM AS 3 PRIMEIRAS POSICOES ************
       2210-MASCARA-DESTINO.
           MOVE SPACES TO WRK-REJ-DESTINO.
           IF RET-FORMA-PAGAMENTO = 'P'
               MOVE RET-CHAVE-PIX TO WRK-MSC-CHAVE-PIX
               MOVE WRK-MSC-PIX-INICIO TO WRK-PMS-INICIO
               STRING "PIX " DELIMITED BY SIZE
                   WRK-PIX-MASCARADA DELIMITED BY SIZE
                   INTO WRK-REJ-DESTINO
           ELSE
               MOVE RET-CONTA-FAVORECIDO TO WRK-MSC-CONTA
               MOVE WRK-MSC-CONTA-FIM TO WRK-CMS-FINAL
               STRING RET-BANCO-FAVORECIDO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RET-AGENCIA-FAVORECIDO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-CONTA-MASCARADA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RET-CONTA-DV-FAVORECIDO DELIMITED BY SIZE
                   INTO WRK-REJ-DESTINO
           END-IF.

      *** GRAVA O PAGAMENTO CONFIRMADO PARA A BAIXA CONTABIL E O *******
      *** AGING (PROGCOB27) ********************************************
       2250-GRAVA-CONFIRMADO.
      *** RETORNO - O DETALHE AVULSO SEM RETORNO NAO E DIVERGENCIA *****
      *** AQUI (PODE VIR EM OUTRO RETORNO), A PENDENCIA DELE E *********
      *** COBRADA PELO AGING DO PROGCOB27 ******************************
      *** A REMESSA MENSAL E RELIDA NA ORDEM DA CARGA - A MESMA *******
      *** SEQUENCIA LOCALIZA O DETALHE NO ARQUIVO DE TRABALHO **********
       3000-CONFERE-SEM-RETORNO.
           MOVE ZEROS TO WRK-SEQ-REMESSA.
           MOVE WRK-NOME-ARQ-REMESSA-EMP TO WRK-NOME-ARQ-REMESSA.
           OPEN INPUT CNAB-REMESSA.
           IF WRK-STATUS-REMESSA = "00"
               MOVE 'N' TO WRK-FIM-REMESSA
               PERFORM 1010-LE-REMESSA
               PERFORM 3010-CONFERE-DETALHE
                   UNTIL WRK-FIM-REMESSA = 'S'
               CLOSE CNAB-REMESSA
           END-IF.

       3010-CONFERE-DETALHE.
           MOVE LINHA-REMESSA TO WRK-REG-REMESSA-LIDA.
           IF REM-TIPO-REGISTRO = 3 AND REM-SEGMENTO = "A"
               ADD 1 TO WRK-SEQ-REMESSA
               MOVE REM-CODIGO-FAVORECIDO TO RTR-FAVORECIDO
               MOVE REM-VALOR-PAGAMENTO TO RTR-VALOR
               MOVE WRK-SEQ-REMESSA TO RTR-SEQ
               READ REMESSA-TRABALHO
                   INVALID KEY
                       MOVE 'S' TO RTR-CASADA
               END-READ
               IF RTR-CASADA = 'N'
                   ADD 1 TO WRK-QTD-SEM-RETORNO
                   MOVE REM-CODIGO-FAVORECIDO TO WRK-DIV-ID
                   MOVE REM-NOME-FAVORECIDO TO WRK-DIV-NOME
                   MOVE "REMESSA SEM RETORNO DO BANCO"
                       TO WRK-DIV-MOTIVO
                   WRITE LINHA-REJEITADO FROM WRK-LINHA-DIVERGENCIA
               END-IF
           END-IF.
           PERFORM 1010-LE-REMESSA.

      *********** GRAVA REGISTROS 0/1 (HEADERS) DA RE-REMESSA ***********
       2680-GRAVA-REREMESSA-HEADERS.
