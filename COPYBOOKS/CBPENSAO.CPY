      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE ORDEM JUDICIAL DE PENSAO
      * ALIMENTICIA (PENSOES.DAT, UM REGISTRO POR ORDEM) - EMPREGADO,
      * NUMERO DO PROCESSO/OFICIO, BENEFICIARIO E OS DADOS DO CREDITO
      * (CONTA OU PIX, MESMA CONVENCAO DO CADASTRO DE EMPREGADOS),
      * REGRA DE CALCULO ('L' PERCENTUAL DO LIQUIDO, 'B' PERCENTUAL
      * DO BRUTO, 'F' VALOR FIXO) E PERIODO DE VIGENCIA (DATA FINAL
      * ZERADA = SEM PRAZO). MANTIDO PELO PROGCOB31
      *********************************************************************
       01 WRK-REG-PENSAO.
           02 PEN-EMP-ID PIC 9(06).
           02 PEN-ORDEM PIC X(15).
           02 PEN-BENEF-NOME PIC X(30).
           02 PEN-TIPO-PAGAMENTO PIC X(01).
               88 PEN-PAGTO-CONTA VALUE "C" SPACE.
               88 PEN-PAGTO-PIX VALUE "P".
           02 PEN-BANCO PIC 9(03).
           02 PEN-AGENCIA PIC 9(04).
           02 PEN-CONTA PIC 9(08).
           02 PEN-CONTA-DV PIC X(01).
           02 PEN-CHAVE-PIX PIC X(32).
           02 PEN-REGRA PIC X(01).
               88 PEN-REGRA-LIQUIDO VALUE "L".
               88 PEN-REGRA-BRUTO VALUE "B".
               88 PEN-REGRA-FIXO VALUE "F".
           02 PEN-PERCENTUAL PIC 9(03)V99.
           02 PEN-VALOR-FIXO PIC 9(06)V99.
           02 PEN-DATA-INICIO PIC 9(08).
           02 PEN-DATA-FIM PIC 9(08).
