      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO ARQUIVO DE ADMISSAO EM LOTE ENVIADO PELO RH
      * (ADMISSOESLOTE.DAT) - UM REGISTRO E POR EMPREGADO, COM OS
      * MESMOS CAMPOS DIGITADOS NA ADMISSAO PELO CONSOLE, SEGUIDO DOS
      * REGISTROS D DOS SEUS DEPENDENTES. O APROVADOR SO E INFORMADO
      * QUANDO O SALARIO ESTA FORA DA FAIXA DO CARGO. LIDO PELO
      * PROGCOB02 NO MODO LOTE (ADMISSAOMODO=LOTE)
      *********************************************************************
       01 REG-ADMISSAO-LOTE.
           02 LOT-TIPO-REGISTRO PIC X(01).
               88 LOT-REG-EMPREGADO VALUE "E".
               88 LOT-REG-DEPENDENTE VALUE "D".
           02 LOT-DADOS PIC X(130).
           02 LOT-DADOS-EMPREGADO REDEFINES LOT-DADOS.
               03 LOT-NOME PIC X(40).
               03 LOT-ID PIC X(06).
               03 LOT-SALARIO PIC X(08).
               03 LOT-DEPARTAMENTO PIC X(04).
               03 LOT-EMPRESA PIC X(03).
               03 LOT-CARGO PIC X(04).
               03 LOT-DATA-ADMISSAO PIC X(08).
               03 LOT-TIPO-PAGAMENTO PIC X(01).
               03 LOT-CHAVE-PIX PIC X(32).
               03 LOT-BANCO PIC X(03).
               03 LOT-AGENCIA PIC X(04).
               03 LOT-CONTA PIC X(08).
               03 LOT-CONTA-DV PIC X(01).
               03 LOT-APROVADOR PIC X(08).
           02 LOT-DADOS-DEPENDENTE REDEFINES LOT-DADOS.
               03 LOT-DPD-EMP-ID PIC X(06).
               03 LOT-DPD-NOME PIC X(20).
               03 LOT-DPD-NASCIMENTO PIC X(08).
               03 LOT-DPD-PARENTESCO PIC X(01).
               03 FILLER PIC X(95).
