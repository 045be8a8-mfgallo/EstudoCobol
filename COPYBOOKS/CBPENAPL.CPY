      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE PENSAO ALIMENTICIA APURADA PELA
      * FOLHA MENSAL (PENSAOAPL.DAT, UM REGISTRO POR ORDEM EM VIGOR NA
      * COMPETENCIA) - BASE E VALOR DESCONTADOS DO EMPREGADO E OS
      * DADOS DO CREDITO AO BENEFICIARIO. SITUACAO 'C' CREDITO INCLUIDO
      * NA REMESSA CNAB240 DA FOLHA (SEGMENTO A PROPRIO), 'S' SEM DADOS
      * DE CREDITO (DESCONTADO, MAS FORA DA REMESSA - A TESOURARIA
      * PAGA POR FORA). E A ENTRADA DA CONCILIACAO DA REMESSA
      * (PROGCOB16) E DO DEMONSTRATIVO MENSAL POR ORDEM (PROGCOB32).
      * REGENERADO POR EMPRESA PELA FOLHA MENSAL, COMO AS PARCELAS DE
      * CONSIGNADO
      *********************************************************************
       01 WRK-REG-PENSAO-APL.
           02 PAP-EMP-ID PIC 9(06).
           02 PAP-NOME PIC X(20).
           02 PAP-ORDEM PIC X(15).
           02 PAP-BENEF-NOME PIC X(30).
           02 PAP-REGRA PIC X(01).
           02 PAP-PERCENTUAL PIC 9(03)V99.
           02 PAP-BASE PIC 9(07)V99.
           02 PAP-VALOR PIC 9(07)V99.
           02 PAP-ANO PIC 9(04).
           02 PAP-MES PIC 9(02).
           02 PAP-SITUACAO PIC X(01).
               88 PAP-CREDITADA VALUE "C".
               88 PAP-SEM-CREDITO VALUE "S".
           02 PAP-FORMA-PAGAMENTO PIC X(01).
           02 PAP-BANCO PIC 9(03).
           02 PAP-AGENCIA PIC 9(04).
           02 PAP-CONTA PIC 9(08).
           02 PAP-CONTA-DV PIC X(01).
           02 PAP-CHAVE-PIX PIC X(32).
           02 PAP-DATA-PAGAMENTO PIC 9(08).
           02 PAP-EMPRESA PIC X(03).
           02 FILLER PIC X(08).
