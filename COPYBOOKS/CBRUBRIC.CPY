      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DO CATALOGO DE RUBRICAS (CODIGO,
      * DESCRICAO, NATUREZA PROVENTO OU DESCONTO, INCIDENCIA DE INSS,
      * IRRF E FGTS E CONTA CONTABIL), NO MESMO MOLDE DA REFERENCIA DE
      * DEPARTAMENTOS. A FOLHA MONTA AS BASES DE INSS, IRRF E FGTS
      * PELAS INCIDENCIAS DAS RUBRICAS OCORRIDAS NO MES; O
      * CONTRACHEQUE, A EXPORTACAO CONTABIL E O EVENTO DE REMUNERACAO
      * DISCRIMINAM OS VALORES POR RUBRICA. AS RUBRICAS 0001 A 0099
      * SAO AS CALCULADAS PELA PROPRIA FOLHA; OS DESCONTOS RECORRENTES,
      * O CONSIGNADO E A PENSAO USAM O PROPRIO CODIGO DE DESCONTO
      *********************************************************************
       01 WRK-REG-RUBRICA.
           02 RUB-CODIGO PIC X(04).
           02 RUB-DESCRICAO PIC X(30).
           02 RUB-NATUREZA PIC X(01).
               88 RUB-PROVENTO VALUE "P".
               88 RUB-DESCONTO VALUE "D".
           02 RUB-INCIDE-INSS PIC X(01).
           02 RUB-INCIDE-IRRF PIC X(01).
           02 RUB-INCIDE-FGTS PIC X(01).
           02 RUB-CONTA PIC X(08).
