      * NA VESPERA DO PAGAMENTO
      *MODIFICACAO: GRAVAR TRILHA DE AUDITORIA (OPERADOR, INICIO E FIM
      * DA EXECUCAO) NO ARQUIVO COMPARTILHADO DE AUDITORIA
      *MODIFICACAO: LINHA DO BACKUP AMPLIADA PARA O CODIGO DO CARGO NO
      * MASTER - GERACOES ANTIGAS RECARREGAM COM O CARGO EM BRANCO
      *MODIFICACAO: SEM TABELA DE ADMISSOES - OS IDS ADMITIDOS VAO PARA
      * O ARQUIVO DE TRABALHO INDEXADO INTEGRTRAB.DAT, CONSULTADO POR
      * CHAVE NA VERIFICACAO. FALHA NELE ABORTA A VERIFICACAO (RC 16)
      *********************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ADMISSAO-ARQUIVO ASSIGN TO "DATA/ADMISSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ADMISSAO.
           SELECT ADMISSAO-TRABALHO ASSIGN TO "DATA/INTEGRTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-ID
               FILE STATUS IS WRK-STATUS-TRABALHO.
      *** A GERACAO DE BACKUP LEVA A DATA NO NOME - ASSIGN POR CAMPO ***
           SELECT BACKUP-ARQUIVO ASSIGN TO WRK-NOME-ARQ-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
           COPY CBEMPREG.
       FD  ADMISSAO-ARQUIVO.
           COPY CBADMISS.
      *** IDS COM ADMISSAO REGISTRADA **********************************
       FD  ADMISSAO-TRABALHO.
       01 ADMISSAO-TRABALHO-RECORD.
           02 ATR-ID PIC 9(06).
       FD  BACKUP-ARQUIVO.
       01 LINHA-BACKUP PIC X(106).
       FD  INTEGRIDADE-RELATORIO.
       01 LINHA-INTEGRIDADE PIC X(80).
       FD  AUDITORIA-ARQUIVO.
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EMPLOYEE PIC X(02) VALUE "00".
       77 WRK-STATUS-ADMISSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-BACKUP PIC X(02) VALUE "00".
       77 WRK-STATUS-INTEGRIDADE PIC X(02) VALUE "00".
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77 WRK-NOME-ARQ-BACKUP PIC X(40) VALUE SPACES.
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DESCARGA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ERROS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AVISOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CARREGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-ID-ANTERIOR PIC 9(06) VALUE ZEROS.
       77 WRK-ADM-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-BKP-DATA-ENTRADA PIC X(08) VALUE SPACES.
       77 WRK-BKP-DATA-VALIDA PIC X(01) VALUE 'N'.
           02 WRK-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-MES PIC 9(02) VALUE ZEROS.
           02 WRK-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-CAB-INTEGRIDADE.
           02 FILLER PIC X(44)
               VALUE "VERIFICACAO DE INTEGRIDADE DO MASTER".
               PERFORM 5000-RECARGA-DO-BACKUP
           ELSE
               PERFORM 1000-CARREGA-ADMISSOES
               IF WRK-RETORNO NOT = 16
                   PERFORM 2000-DESCARGA-E-VERIFICACAO
                   CLOSE ADMISSAO-TRABALHO
               END-IF
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
           MOVE WRK-RETORNO TO RETURN-CODE.
           WRITE LINHA-AUDITORIA FROM WRK-REG-AUDITORIA.
           CLOSE AUDITORIA-ARQUIVO.

      *** IDS DE ADMISSOES.DAT NO ARQUIVO DE TRABALHO POR ID ***********
       1000-CARREGA-ADMISSOES.
           OPEN OUTPUT ADMISSAO-TRABALHO.
           CLOSE ADMISSAO-TRABALHO.
           OPEN I-O ADMISSAO-TRABALHO.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY 'INTEGRTRAB.DAT NAO PODE SER CRIADO - STATUS '
                   WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           ELSE
               PERFORM 1005-LE-ARQUIVO-ADMISSOES
           END-IF.

       1005-LE-ARQUIVO-ADMISSOES.
           OPEN INPUT ADMISSAO-ARQUIVO.
           IF WRK-STATUS-ADMISSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ADMISSAO
           END-READ.

       1020-ARMAZENA-ADMISSAO.
           MOVE ADM-ID TO ATR-ID.
           WRITE ADMISSAO-TRABALHO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 1010-LE-ADMISSAO.

      *** DESCARGA SEQUENCIAL DO MASTER PARA A GERACAO DATADA DE *******
               ADD 1 TO WRK-QTD-ERROS
           END-IF.
           MOVE EMP-ID TO WRK-ID-ANTERIOR.
           PERFORM 2150-BUSCA-ADMISSAO.
           IF WRK-ADM-ENCONTRADA NOT = 'S'
               MOVE "SEM ADMISSAO REGISTRADA" TO WRK-OCO-MOTIVO
               PERFORM 2900-GRAVA-OCORRENCIA
           PERFORM 2010-LE-EMPREGADO.

       2150-BUSCA-ADMISSAO.
           MOVE EMP-ID TO ATR-ID.
           READ ADMISSAO-TRABALHO
               INVALID KEY
                   MOVE 'N' TO WRK-ADM-ENCONTRADA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ADM-ENCONTRADA
           END-READ.

       2900-GRAVA-OCORRENCIA.
           MOVE EMP-ID TO WRK-OCO-ID.
