      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE RATEIO DO EMPREGADO POR CENTRO
      * DE CUSTO (RATEIOS.DAT, UM REGISTRO POR EMPREGADO, COMPETENCIA
      * DE INICIO E CENTRO). OS REGISTROS DE MESMO EMPREGADO E MESMA
      * COMPETENCIA DE INICIO FORMAM UM RATEIO, CUJOS PERCENTUAIS (DUAS
      * DECIMAIS) SOMAM 100. VALE O RATEIO DE MAIOR COMPETENCIA DE
      * INICIO ATE A COMPETENCIA APURADA - UM NOVO RATEIO COM 100 NO
      * CENTRO DO MASTER ENCERRA A DIVISAO. EMPREGADO SEM RATEIO FICA
      * TODO NO CENTRO DO MASTER (EMP-CENTRO-CUSTO), QUE E TAMBEM O
      * CENTRO PRINCIPAL QUE RECEBE A SOBRA DE ARREDONDAMENTO
      *********************************************************************
       01 WRK-REG-RATEIO.
           02 RAT-EMP-ID PIC 9(06).
           02 RAT-COMP-INICIO PIC 9(06).
           02 RAT-CENTRO-CUSTO PIC X(04).
           02 RAT-PERCENTUAL PIC 9(03)V99.
           02 FILLER PIC X(09).
