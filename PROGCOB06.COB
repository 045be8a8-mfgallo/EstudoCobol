      * OPCOES DO OPERADOR FOI ALARGADO PARA OS DIGITOS 1 A 9, A
      * MANUTENCAO DE OPERADORES PASSOU PARA A OPCAO 10 E A SAIDA
      * PARA A 99 (OPCAO AGORA COM DOIS DIGITOS)
      *MODIFICACAO: INCLUIDA A OPCAO 15 DE MANUTENCAO DOS EMPRESTIMOS
      * CONSIGNADOS (PROGCOB29). AS NOVAS OPCOES DE DOIS DIGITOS SAO
      * CONFERIDAS CONTRA O PERFIL PELO ULTIMO DIGITO, QUE E O DA
      * FAMILIA DA FUNCAO (15 = MANUTENCAO DE EMPREGADO, DIGITO 5) -
      * A RELACAO DAS OPCOES VALIDAS FICA NO 3050-VALIDA-OPCAO
      *MODIFICACAO: INCLUIDA A OPCAO 25 DE MANUTENCAO DAS ORDENS DE
      * PENSAO ALIMENTICIA (PROGCOB31), NA FAMILIA DA MANUTENCAO DE
      * EMPREGADO (DIGITO 5)
      *MODIFICACAO: INCLUIDA A OPCAO 35 DE MANUTENCAO DOS AFASTAMENTOS
      * (PROGCOB33), NA FAMILIA DA MANUTENCAO DE EMPREGADO (DIGITO 5)
      *MODIFICACAO: INCLUIDA A OPCAO 13 DE DISTRIBUICAO DA PARTICIPACAO
      * NOS LUCROS (PROGCOB35), NA FAMILIA DA FOLHA DE PAGAMENTO
      * (DIGITO 3)
      *MODIFICACAO: INCLUIDA A OPCAO 45 DE CONSULTA DA FICHA DO EMPREGADO
      * (PROGCOB38), NA FAMILIA DA MANUTENCAO DE EMPREGADO (DIGITO 5)
      *MODIFICACAO: INCLUIDA A OPCAO 55 DE ALTERACOES PROGRAMADAS DO
      * MASTER (PROGCOB41), NA FAMILIA DA MANUTENCAO DE EMPREGADO
      * (DIGITO 5)
      *********************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-SEM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-OPCAO-PERMITIDA PIC X(01) VALUE 'N'.
       77 WRK-OPCAO-TESTE PIC X(01) VALUE SPACES.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-IDX-OPC PIC 9(02) VALUE ZEROS.
       77 WRK-MNT-ID PIC X(08) VALUE SPACES.
       77 WRK-MNT-OPCOES PIC X(09) VALUE SPACES.
           PERFORM 2000-VERIFICA-OPCAO.
           IF WRK-OPCAO-PERMITIDA = 'S'
               DISPLAY '3 - FOLHA DE PAGAMENTO (PROGCOB04)'
               DISPLAY '13 - PARTICIPACAO NOS LUCROS - PLR (PROGCOB35)'
           END-IF.
           MOVE '4' TO WRK-OPCAO-TESTE.
           PERFORM 2000-VERIFICA-OPCAO.
           PERFORM 2000-VERIFICA-OPCAO.
           IF WRK-OPCAO-PERMITIDA = 'S'
               DISPLAY '5 - MANUTENCAO DE EMPREGADO (PROGCOB07)'
               DISPLAY '15 - EMPRESTIMOS CONSIGNADOS (PROGCOB29)'
               DISPLAY '25 - PENSAO ALIMENTICIA (PROGCOB31)'
               DISPLAY '35 - AFASTAMENTOS (PROGCOB33)'
               DISPLAY '45 - FICHA DO EMPREGADO - CONSULTA (PROGCOB38)'
               DISPLAY '55 - ALTERACOES PROGRAMADAS (PROGCOB41)'
           END-IF.
           MOVE '6' TO WRK-OPCAO-TESTE.
           PERFORM 2000-VERIFICA-OPCAO.

      *** EXECUTA A OPCAO ESCOLHIDA, NEGANDO E REGISTRANDO NA **********
      *** AUDITORIA A SELECAO FORA DO PERFIL - AS OPCOES DE PROGRAMA ***
      *** (1 A 9 E AS DE DOIS DIGITOS DO 3050) SAO CONFERIDAS PELO *****
      *** ULTIMO DIGITO CONTRA O PERFIL ********************************
       3000-EXECUTA-OPCAO.
           IF WRK-OPCAO = 99
               DISPLAY 'ENCERRANDO...'
                       PERFORM 4000-NEGA-OPCAO
                   END-IF
               ELSE
                   PERFORM 3050-VALIDA-OPCAO
                   IF WRK-OPCAO-VALIDA NOT = 'S'
                       DISPLAY 'OPCAO INVALIDA'
                   ELSE
                       MOVE WRK-OPCAO-DIG2 TO WRK-OPCAO-TESTE
               END-IF
           END-IF.

      *** RELACAO DAS OPCOES DE PROGRAMA EXISTENTES NO MENU ************
       3050-VALIDA-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1 THRU 9
               WHEN 13
               WHEN 15
               WHEN 25
               WHEN 35
               WHEN 45
               WHEN 55
                   MOVE 'S' TO WRK-OPCAO-VALIDA
               WHEN OTHER
                   MOVE 'N' TO WRK-OPCAO-VALIDA
           END-EVALUATE.

       3100-CHAMA-PROGRAMA.
           EVALUATE WRK-OPCAO
               WHEN 1
               WHEN 9
                   CALL 'PROGCOB24'
                   CANCEL 'PROGCOB24'
               WHEN 13
                   CALL 'PROGCOB35'
                   CANCEL 'PROGCOB35'
               WHEN 15
                   CALL 'PROGCOB29'
                   CANCEL 'PROGCOB29'
               WHEN 25
                   CALL 'PROGCOB31'
                   CANCEL 'PROGCOB31'
               WHEN 35
                   CALL 'PROGCOB33'
                   CANCEL 'PROGCOB33'
               WHEN 45
                   CALL 'PROGCOB38'
                   CANCEL 'PROGCOB38'
               WHEN 55
                   CALL 'PROGCOB41'
                   CANCEL 'PROGCOB41'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
