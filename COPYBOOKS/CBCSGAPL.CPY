      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE PARCELA DE CONSIGNADO APURADA
      * PELA FOLHA MENSAL (CONSIGAPL.DAT, UM REGISTRO POR CONTRATO EM
      * VIGOR NA COMPETENCIA) - SITUACAO 'D' PARCELA DESCONTADA, 'N'
      * NAO DESCONTADA POR LIQUIDO INSUFICIENTE, 'R' CONTRATO NOVO
      * RECUSADO POR ULTRAPASSAR A MARGEM CONSIGNAVEL. E A ENTRADA DO
      * REPASSE AOS BANCOS E DO RELATORIO DE PARCELAS NAO DESCONTADAS
      * (PROGCOB30). REGENERADO POR EMPRESA PELA FOLHA MENSAL, COMO
      * OS DESCONTOS APLICADOS
      *********************************************************************
       01 WRK-REG-CONSIG-APL.
           02 CAP-EMP-ID PIC 9(06).
           02 CAP-NOME PIC X(20).
           02 CAP-BANCO PIC 9(03).
           02 CAP-CONTRATO PIC X(15).
           02 CAP-VALOR-PARCELA PIC 9(06)V99.
           02 CAP-ANO PIC 9(04).
           02 CAP-MES PIC 9(02).
           02 CAP-SITUACAO PIC X(01).
               88 CAP-DESCONTADA VALUE "D".
               88 CAP-NAO-DESCONTADA VALUE "N".
               88 CAP-RECUSADA VALUE "R".
           02 CAP-EMPRESA PIC X(03).
           02 FILLER PIC X(08).
