      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DA RUBRICA APURADA PELA FOLHA MENSAL
      * (RUBRICASAPL.DAT, UM REGISTRO POR RUBRICA OCORRIDA NO
      * EMPREGADO), COM A NATUREZA, AS INCIDENCIAS E A CONTA CONTABIL
      * VIGENTES NO CALCULO. GRUPO 'B' COMPOE O BRUTO (PROVENTOS E
      * FALTAS/AFASTAMENTOS), 'L' DESCONTO VARIAVEL NO LIQUIDO, 'A'
      * AJUSTE RETROATIVO (COM SINAL) E 'R' RETENCOES E CONSIGNACOES
      * (INSS, IRRF, DESCONTOS RECORRENTES, CONSIGNADO, PENSAO E
      * ADIANTAMENTO QUITADO). E A ENTRADA DA EXPORTACAO CONTABIL POR
      * RUBRICA (PROGCOB13) E DO EVENTO DE REMUNERACAO DISCRIMINADO
      * (PROGCOB20). REGENERADO POR EMPRESA PELA FOLHA MENSAL, COMO OS
      * DESCONTOS APLICADOS
      *********************************************************************
       01 WRK-REG-RUBRICA-APL.
           02 RAP-ID PIC 9(06).
           02 RAP-CODIGO PIC X(04).
           02 RAP-NATUREZA PIC X(01).
           02 RAP-GRUPO PIC X(01).
               88 RAP-COMPOE-BRUTO VALUE "B".
               88 RAP-DESCONTO-LIQUIDO VALUE "L".
               88 RAP-AJUSTE VALUE "A".
               88 RAP-RETENCAO VALUE "R".
           02 RAP-VALOR PIC S9(07)V99.
           02 RAP-INCIDE-INSS PIC X(01).
           02 RAP-INCIDE-IRRF PIC X(01).
           02 RAP-INCIDE-FGTS PIC X(01).
           02 RAP-CONTA PIC X(08).
           02 RAP-CENTRO-CUSTO PIC X(04).
           02 RAP-EMPRESA PIC X(03).
           02 RAP-TIPO PIC X(04).
           02 RAP-COMPETENCIA PIC 9(06).
           02 FILLER PIC X(11).
