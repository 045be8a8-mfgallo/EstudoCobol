      *MODIFICACAO: INCLUIDOS O TIPO DE PAGAMENTO (CREDITO EM CONTA OU
      * PIX, EM BRANCO ASSUME CONTA) E A CHAVE PIX - O EMPREGADO SEM
      * DADOS BANCARIOS PODE SER PAGO POR PIX NA REMESSA CNAB240
      *MODIFICACAO: INCLUIDO O CODIGO DO CARGO (REFERENCIA DE CARGOS E
      * FAIXAS SALARIAIS) - EM BRANCO = EMPREGADO SEM CARGO ATRIBUIDO
      *********************************************************************
       01 EMPLOYEE-RECORD.
           02 EMP-ID PIC 9(06).
               88 EMP-PAGTO-CONTA VALUE "C" SPACE.
               88 EMP-PAGTO-PIX VALUE "P".
           02 EMP-CHAVE-PIX PIC X(32).
           02 EMP-CARGO PIC X(04).
