      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO LANCAMENTO MENSAL DE RUBRICA VARIAVEL
      * (RUBRICASMES.DAT) - GRATIFICACAO, BONUS, AJUDA DE CUSTO OU
      * DESCONTO AVULSO DO EMPREGADO NA COMPETENCIA. O CODIGO TEM DE
      * ESTAR NO CATALOGO DE RUBRICAS (E NAO PODE SER RUBRICA
      * CALCULADA PELA FOLHA); A NATUREZA E AS INCIDENCIAS VEM DO
      * CATALOGO
      *********************************************************************
       01 WRK-REG-RUBRICA-MES.
           02 RMV-ID PIC 9(06).
           02 RMV-COMPETENCIA PIC 9(06).
           02 RMV-CODIGO PIC X(04).
           02 RMV-VALOR PIC 9(07)V99.
