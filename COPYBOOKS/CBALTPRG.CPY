      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DA ALTERACAO PROGRAMADA DO EMPLOYEE-MASTER
      * (ALTPROGRAMADAS.DAT) - MUDANCA COMBINADA COM ANTECEDENCIA
      * (PROMOCAO, TRANSFERENCIA DE CENTRO OU DE EMPRESA, TROCA DE
      * BANCO OU DE TIPO DE PAGAMENTO) REGISTRADA JA COM A DATA EM QUE
      * PASSA A VALER. APG-NUMERO IDENTIFICA A ALTERACAO NO ARQUIVO
      * (CONSULTA E CANCELAMENTO PELO PROGCOB41). CAMPO NOVO ZERADO OU
      * EM BRANCO = MANTER O VALOR DO MASTER; BANCO INFORMADO TRAZ
      * AGENCIA, CONTA E DV JUNTOS; TIPO P TRAZ A CHAVE PIX.
      * A ALTERACAO E APLICADA PELO PROGCOB42 NA COMPETENCIA CUJO
      * PRIMEIRO DIA E IGUAL OU POSTERIOR A DATA EFETIVA.
      * SITUACAO: P = PENDENTE, A = APLICADA, C = CANCELADA,
      * R = RECUSADA NA APLICACAO (EMPREGADO DESLIGADO OU FORA DO
      * MASTER). APG-DATA-SITUACAO E APG-OPERADOR-SITUACAO REGISTRAM
      * QUEM E QUANDO APLICOU, CANCELOU OU RECUSOU
      *MODIFICACAO: FILLER FINAL AMPLIADO PARA O REGISTRO FECHAR NOS
      * 144 BYTES DA LINHA DE ALTPROGRAMADAS.DAT (PROGCOB41/PROGCOB42)
      *********************************************************************
       01 WRK-REG-ALTERACAO-PROG.
           02 APG-NUMERO PIC 9(06).
           02 APG-ID PIC 9(06).
           02 APG-DATA-EFETIVA PIC 9(08).
           02 APG-SITUACAO PIC X(01).
               88 APG-PENDENTE VALUE "P".
               88 APG-APLICADA VALUE "A".
               88 APG-CANCELADA VALUE "C".
               88 APG-RECUSADA VALUE "R".
           02 APG-SALARIO PIC 9(06)V99.
           02 APG-CENTRO-CUSTO PIC X(04).
           02 APG-EMPRESA PIC X(03).
           02 APG-BANCO PIC 9(03).
           02 APG-AGENCIA PIC 9(04).
           02 APG-CONTA PIC 9(08).
           02 APG-CONTA-DV PIC X(01).
           02 APG-TIPO-PAGAMENTO PIC X(01).
           02 APG-CHAVE-PIX PIC X(32).
           02 APG-OPERADOR PIC X(08).
           02 APG-DATA-REGISTRO PIC 9(08).
           02 APG-APROVADOR PIC X(08).
           02 APG-DATA-SITUACAO PIC 9(08).
           02 APG-OPERADOR-SITUACAO PIC X(08).
           02 FILLER PIC X(19).
