      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DA IMAGEM ANTES/DEPOIS DAS MANUTENCOES DO
      * EMPLOYEE-MASTER (MANUTENCOES.DAT), COMPARTILHADO ENTRE A
      * MANUTENCAO INDIVIDUAL (PROGCOB07), O DISSIDIO (PROGCOB19) E A
      * ADMISSAO (PROGCOB02). MNT-COMPETENCIA E A VIGENCIA DO
      * DISSIDIO (EM BRANCO NAS DEMAIS MANUTENCOES); MNT-APROVADOR E O
      * SUPERVISOR QUE AUTORIZOU SALARIO FORA DA FAIXA SALARIAL DO
      * CARGO (EM BRANCO QUANDO NAO HOUVE AUTORIZACAO). AS ALTERACOES
      * PROGRAMADAS (PROGCOB42) GRAVAM A MESMA IMAGEM COM O OPERADOR
      * QUE AS REGISTROU E A COMPETENCIA EM QUE FORAM APLICADAS EM
      * MNT-COMPETENCIA. MNT-EMPRESA-ANTES/DEPOIS E A EMPRESA DO GRUPO
      * (IGUAIS QUANDO NAO HOUVE TRANSFERENCIA)
      *********************************************************************
       01 WRK-REG-MANUTENCAO.
           02 MNT-ID PIC 9(06).
           02 MNT-OPERADOR PIC X(08).
           02 MNT-DATA PIC 9(08).
           02 MNT-HORA PIC 9(08).
           02 MNT-SALARIO-ANTES PIC 9(06)V99.
           02 MNT-MOEDA-ANTES PIC X(03).
           02 MNT-CC-ANTES PIC X(04).
           02 MNT-SALARIO-DEPOIS PIC 9(06)V99.
           02 MNT-MOEDA-DEPOIS PIC X(03).
           02 MNT-CC-DEPOIS PIC X(04).
           02 MNT-BANCO-ANTES PIC 9(03).
           02 MNT-AGENCIA-ANTES PIC 9(04).
           02 MNT-CONTA-ANTES PIC 9(08).
           02 MNT-CONTA-DV-ANTES PIC X(01).
           02 MNT-BANCO-DEPOIS PIC 9(03).
           02 MNT-AGENCIA-DEPOIS PIC 9(04).
           02 MNT-CONTA-DEPOIS PIC 9(08).
           02 MNT-CONTA-DV-DEPOIS PIC X(01).
           02 MNT-TIPO-PAGTO-ANTES PIC X(01).
           02 MNT-TIPO-PAGTO-DEPOIS PIC X(01).
           02 MNT-COMPETENCIA PIC X(06).
           02 MNT-CARGO-ANTES PIC X(04).
           02 MNT-CARGO-DEPOIS PIC X(04).
           02 MNT-APROVADOR PIC X(08).
           02 MNT-EMPRESA-ANTES PIC X(03).
           02 MNT-EMPRESA-DEPOIS PIC X(03).
           02 FILLER PIC X(04).
