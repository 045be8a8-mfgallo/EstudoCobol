      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE REFERENCIA DE CARGOS (CODIGO DO
      * CARGO, TITULO, FAIXA SALARIAL MINIMA E MAXIMA EM BRL E
      * CATEGORIA SINDICAL), COMPARTILHADO ENTRE A ADMISSAO, A
      * MANUTENCAO DO MASTER, O DISSIDIO E O RELATORIO DE EMPREGADOS
      * FORA DA FAIXA SALARIAL DO CARGO
      *********************************************************************
       01 WRK-REG-CARGO.
           02 CAR-CODIGO PIC X(04).
           02 CAR-TITULO PIC X(30).
           02 CAR-SALARIO-MIN PIC 9(06)V99.
           02 CAR-SALARIO-MAX PIC 9(06)V99.
           02 CAR-CATEGORIA PIC X(10).
