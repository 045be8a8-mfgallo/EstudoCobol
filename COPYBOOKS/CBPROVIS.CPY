      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DO SALDO DE PROVISAO DE 13o SALARIO
      * E DE FERIAS (PROVISAO.DAT, INDEXADO POR EMPREGADO), MANTIDO
      * PELA APURACAO MENSAL DA PROVISAO (PROGCOB36). CADA REGISTRO
      * GUARDA A COMPETENCIA DA ULTIMA APURACAO E, POR COMPONENTE, O
      * SALDO ANTERIOR, A CONSTITUICAO DO MES (COM SINAL - NEGATIVA E
      * REVERSAO DE EXCESSO), A BAIXA POR PAGAMENTO (13o PAGO, FERIAS
      * PAGAS OU RESCISAO) E O SALDO AO FIM DA COMPETENCIA:
      *   SALDO = ANTERIOR + CONSTITUICAO - BAIXA
      * COMPONENTES: 1 = 13o SALARIO, 2 = ENCARGOS PATRONAIS SOBRE O
      * 13o, 3 = FGTS SOBRE O 13o, 4 = FERIAS + 1/3, 5 = ENCARGOS
      * PATRONAIS SOBRE FERIAS, 6 = FGTS SOBRE FERIAS
      *********************************************************************
       01 WRK-REG-PROVISAO.
           02 PRV-ID PIC 9(06).
           02 PRV-COMPETENCIA PIC 9(06).
           02 PRV-CENTRO-CUSTO PIC X(04).
           02 PRV-EMPRESA PIC X(03).
           02 PRV-AVOS-13 PIC 9(02).
           02 PRV-SALDO-DIAS-FERIAS PIC S9(04)V9.
           02 PRV-COMPONENTE OCCURS 6 TIMES.
               03 PRV-ANTERIOR PIC S9(07)V99.
               03 PRV-CONSTITUICAO PIC S9(07)V99.
               03 PRV-BAIXA PIC S9(07)V99.
               03 PRV-SALDO PIC S9(07)V99.
           02 FILLER PIC X(10).
