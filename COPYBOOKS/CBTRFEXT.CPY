      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DA INSTRUCAO DE TRANSFERENCIA AO EXTERIOR
      * (TRANSFEXT<EMPRESA>.DAT NA FOLHA MENSAL, TRANSFEXTCOMP<EMPRESA>
      * .DAT NA COMPLEMENTAR) ENVIADA A MESA DE CAMBIO DO BANCO - UM
      * REGISTRO POR EXPATRIADO COM PARCELA NO EXTERIOR: VALOR NA MOEDA
      * DO SALARIO (O QUE SAIU DO LIQUIDO), EQUIVALENTE EM BRL E VALOR
      * NA MOEDA DA CONTA, PELAS TAXAS DO CAMBIO.DAT DA EXECUCAO.
      * TRE-INTEGRAL 'S' = LIQUIDO TODO NO EXTERIOR (EMPREGADO FORA DA
      * REMESSA CNAB240). GRAVADO PELA FOLHA (PROGCOB04) E CONCILIADO
      * PELO PROGCOB16
      *********************************************************************
       01 WRK-REG-TRANSF-EXTERIOR.
           02 TRE-EMP-ID PIC 9(06).
           02 TRE-NOME PIC X(20).
           02 TRE-BENEFICIARIO PIC X(35).
           02 TRE-IBAN PIC X(34).
           02 TRE-SWIFT PIC X(11).
           02 TRE-MOEDA-CONTA PIC X(03).
           02 TRE-VALOR-CONTA PIC 9(09)V99.
           02 TRE-MOEDA-SALARIO PIC X(03).
           02 TRE-VALOR-SALARIO PIC 9(07)V99.
           02 TRE-VALOR-BRL PIC 9(09)V99.
           02 TRE-TAXA-SALARIO PIC 9(04)V9999.
           02 TRE-TAXA-CONTA PIC 9(04)V9999.
           02 TRE-DATA-PAGAMENTO PIC 9(08).
           02 TRE-ANO PIC 9(04).
           02 TRE-MES PIC 9(02).
           02 TRE-EMPRESA PIC X(03).
           02 TRE-INTEGRAL PIC X(01).
               88 TRE-SEM-CREDITO-NO-BRASIL VALUE "S".
