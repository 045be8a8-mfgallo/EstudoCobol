      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE CONTA NO EXTERIOR DO EXPATRIADO
      * (CONTASEXTERIOR.DAT, UM REGISTRO POR EMPREGADO) - BENEFICIARIO,
      * IBAN E/OU SWIFT/BIC DO BANCO NO PAIS DE ORIGEM, MOEDA DA CONTA
      * E A PARCELA DO LIQUIDO PAGA NO EXTERIOR: 'P' PERCENTUAL DO
      * LIQUIDO (2 DECIMAIS) OU 'V' VALOR FIXO NA MOEDA DO SALARIO. O
      * RESTANTE DO LIQUIDO SEGUE NA REMESSA CNAB240. LIDO PELA FOLHA
      * (PROGCOB04)
      *********************************************************************
       01 WRK-REG-CONTA-EXTERIOR.
           02 CEX-EMP-ID PIC 9(06).
           02 CEX-BENEFICIARIO PIC X(35).
           02 CEX-IBAN PIC X(34).
           02 CEX-SWIFT PIC X(11).
           02 CEX-MOEDA PIC X(03).
           02 CEX-TIPO-PARCELA PIC X(01).
               88 CEX-PARCELA-PERCENTUAL VALUE "P".
               88 CEX-PARCELA-VALOR VALUE "V".
           02 CEX-VALOR-PARCELA PIC 9(07)V99.
