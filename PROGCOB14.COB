      *MODIFICACAO: HISTORICO DE SALARIOS PASSOU A SER INDEXADO POR
      * EMPREGADO + ANO/MES/DIA + TIPO (CARGA UNICA PELO PROGCOB22) -
      * A LEITURA SEGUE SEQUENCIAL, AGORA EM ORDEM DE CHAVE
      *MODIFICACAO: A PARTICIPACAO NOS LUCROS (LANCAMENTOS 'PLR ' DO
      * HISTORICO, GRAVADOS PELO PROGCOB35) SAI DOS RENDIMENTOS
      * TRIBUTAVEIS E VAI PARA A SECAO PROPRIA DE RENDIMENTOS SUJEITOS
      * A TRIBUTACAO EXCLUSIVA, COM O IRRF EXCLUSIVO RETIDO (BRUTO
      * MENOS LIQUIDO DA PLR), TAMBEM TOTALIZADA NO RESUMO DO RH
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-TOTAL-BRUTO-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO-GERAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-RETENCAO-GERAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RETENCAO-PLR PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PLR-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-RETENCAO-PLR-GERAL PIC S9(11)V99 VALUE ZEROS.
       01 WRK-TAB-INFORMES.
           02 WRK-TAB-INFORME OCCURS 300 TIMES.
               03 TAB-INF-ID PIC 9(06).
               03 TAB-INF-MESES PIC 9(03).
               03 TAB-INF-BRUTO PIC 9(09)V99.
               03 TAB-INF-LIQUIDO PIC S9(09)V99.
               03 TAB-INF-PLR-BRUTO PIC 9(09)V99.
               03 TAB-INF-PLR-LIQUIDO PIC S9(09)V99.
       01 WRK-CAB-INFORME-1.
           02 FILLER PIC X(10) VALUE SPACES.
           02 WRK-INF-EMPRESA PIC X(30).
           02 FILLER PIC X(34)
               VALUE "MESES COM PAGAMENTO NO ANO".
           02 WRK-INF-MESES PIC ZZ9.
       01 WRK-CAB-EXCLUSIVA.
           02 FILLER PIC X(44)
               VALUE "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA".
       01 WRK-LINHA-TRACO.
           02 FILLER PIC X(50) VALUE ALL "-".
       01 WRK-CAB-RESUMO-RH.
               IF HIST-TIPO = SPACES
                   ADD 1 TO TAB-INF-MESES (WRK-IDX-EMP)
               END-IF
      *** A PLR TEM TRIBUTACAO EXCLUSIVA - FICA FORA DOS TOTAIS DOS ***
      *** RENDIMENTOS TRIBUTAVEIS ************************************
               IF HIST-TIPO = "PLR"
                   ADD HIST-SALARIO-BRUTO
                       TO TAB-INF-PLR-BRUTO (WRK-IDX-EMP)
                   ADD HIST-LIQUIDO
                       TO TAB-INF-PLR-LIQUIDO (WRK-IDX-EMP)
               ELSE
                   ADD HIST-SALARIO-BRUTO
                       TO TAB-INF-BRUTO (WRK-IDX-EMP)
                   ADD HIST-LIQUIDO TO TAB-INF-LIQUIDO (WRK-IDX-EMP)
               END-IF
           END-IF.
           PERFORM 2000-LE-HISTORICO.

           MOVE ZEROS TO TAB-INF-MESES (WRK-IDX-EMP).
           MOVE ZEROS TO TAB-INF-BRUTO (WRK-IDX-EMP).
           MOVE ZEROS TO TAB-INF-LIQUIDO (WRK-IDX-EMP).
           MOVE ZEROS TO TAB-INF-PLR-BRUTO (WRK-IDX-EMP).
           MOVE ZEROS TO TAB-INF-PLR-LIQUIDO (WRK-IDX-EMP).

       2250-ACHA-POSICAO.
           IF TAB-INF-ID (WRK-IDX-BUSCA) > HIST-ID
           ADD TAB-INF-LIQUIDO (WRK-IDX-EMP)
               TO WRK-TOTAL-LIQUIDO-GERAL.
           ADD WRK-RETENCAO TO WRK-TOTAL-RETENCAO-GERAL.
           IF TAB-INF-PLR-BRUTO (WRK-IDX-EMP) > ZEROS
               PERFORM 3150-IMPRIME-TRIBUTACAO-EXCLUSIVA
           END-IF.

      *** SECAO DE TRIBUTACAO EXCLUSIVA - A PLR NAO TEM OUTRO **********
      *** DESCONTO, O IRRF EXCLUSIVO SAI PELA DIFERENCA ****************
       3150-IMPRIME-TRIBUTACAO-EXCLUSIVA.
           WRITE LINHA-INFORME FROM WRK-CAB-EXCLUSIVA.
           MOVE "PARTICIPACAO NOS LUCROS (PLR)" TO WRK-INF-DESCRICAO.
           MOVE TAB-INF-PLR-BRUTO (WRK-IDX-EMP) TO WRK-INF-VALOR.
           WRITE LINHA-INFORME FROM WRK-LINHA-VALOR-INF.
           COMPUTE WRK-RETENCAO-PLR = TAB-INF-PLR-BRUTO (WRK-IDX-EMP)
               - TAB-INF-PLR-LIQUIDO (WRK-IDX-EMP).
           MOVE "IRRF EXCLUSIVO RETIDO NA PLR" TO WRK-INF-DESCRICAO.
           MOVE WRK-RETENCAO-PLR TO WRK-INF-VALOR.
           WRITE LINHA-INFORME FROM WRK-LINHA-VALOR-INF.
           ADD TAB-INF-PLR-BRUTO (WRK-IDX-EMP) TO WRK-TOTAL-PLR-GERAL.
           ADD WRK-RETENCAO-PLR TO WRK-TOTAL-RETENCAO-PLR-GERAL.

      *** BUSCA O NOME E A EMPRESA DO EMPREGADO PELA CHAVE DO MASTER ***
       3200-BUSCA-NOME-EMPREGADO.
               TO WRK-INF-DESCRICAO.
           MOVE WRK-TOTAL-LIQUIDO-GERAL TO WRK-INF-VALOR.
           WRITE LINHA-INFORME FROM WRK-LINHA-VALOR-INF.
           IF WRK-TOTAL-PLR-GERAL > ZEROS
               MOVE "TOTAL GERAL DE PLR (EXCLUSIVA)"
                   TO WRK-INF-DESCRICAO
               MOVE WRK-TOTAL-PLR-GERAL TO WRK-INF-VALOR
               WRITE LINHA-INFORME FROM WRK-LINHA-VALOR-INF
               MOVE "TOTAL GERAL IRRF EXCLUSIVO DA PLR"
                   TO WRK-INF-DESCRICAO
               MOVE WRK-TOTAL-RETENCAO-PLR-GERAL TO WRK-INF-VALOR
               WRITE LINHA-INFORME FROM WRK-LINHA-VALOR-INF
           END-IF.
