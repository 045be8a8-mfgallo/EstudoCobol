      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE AFASTAMENTO DO EMPREGADO
      * (AFASTAMENTOS.DAT, UM REGISTRO POR AFASTAMENTO) - TIPO, DATA
      * DE INICIO E DATA DE RETORNO (PRIMEIRO DIA DE VOLTA AO
      * TRABALHO, PREVISTA OU EFETIVA; ZEROS = SEM PREVISAO). MANTIDO
      * PELO PROGCOB33. NO AUXILIO-DOENCA E NO ACIDENTE DE TRABALHO A
      * EMPRESA PAGA OS 15 PRIMEIROS DIAS E O RESTANTE E DO INSS; A
      * LICENCA-MATERNIDADE E INTEIRA DO INSS. OS DIAS SAO CONTADOS NA
      * BASE COMERCIAL DE 30 DIAS, COMO AS FALTAS DA FOLHA MENSAL
      *********************************************************************
       01 WRK-REG-AFASTAMENTO.
           02 AFA-EMP-ID PIC 9(06).
           02 AFA-TIPO PIC X(01).
               88 AFA-DOENCA VALUE "D".
               88 AFA-ACIDENTE VALUE "A".
               88 AFA-MATERNIDADE VALUE "M".
           02 AFA-DATA-INICIO PIC 9(08).
           02 AFA-DATA-RETORNO PIC 9(08).
           02 AFA-RETORNO-SITUACAO PIC X(01).
               88 AFA-RETORNO-PREVISTO VALUE "P" SPACE.
               88 AFA-RETORNO-EFETIVO VALUE "E".
           02 FILLER PIC X(16).
