      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE VALE-REFEICAO E VALE-TRANSPORTE
      * DO EMPREGADO (BENEFICIOS.DAT) - UM REGISTRO POR EMPREGADO, TIPO
      * DE VALE E FORNECEDOR, COM O VALOR DIARIO CREDITADO POR DIA UTIL
      * TRABALHADO. O CODIGO DO FORNECEDOR COMPOE O NOME DO ARQUIVO DE
      * PEDIDO (PEDIDOVALE<FORNECEDOR>.DAT). LIDO PELO PEDIDO MENSAL
      * DE VALES (PROGCOB43)
      *********************************************************************
       01 WRK-REG-BENEFICIO.
           02 BEN-EMP-ID PIC 9(06).
           02 BEN-TIPO PIC X(02).
               88 BEN-VALE-REFEICAO VALUE "VR".
               88 BEN-VALE-TRANSPORTE VALUE "VT".
           02 BEN-FORNECEDOR PIC X(04).
           02 BEN-VALOR-DIA PIC 9(04)V99.
