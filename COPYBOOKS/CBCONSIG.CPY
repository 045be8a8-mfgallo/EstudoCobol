      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DE CONTRATO DE EMPRESTIMO
      * CONSIGNADO (CONSIGNADOS.DAT, UM REGISTRO POR CONTRATO) - BANCO
      * CREDOR, NUMERO DO CONTRATO, VALOR DA PARCELA E COMPETENCIAS
      * DA PRIMEIRA E DA ULTIMA PARCELA. A QUANTIDADE DE PARCELAS
      * PAGAS E A ULTIMA COMPETENCIA PAGA SAO ATUALIZADAS PELO REPASSE
      * AOS BANCOS (PROGCOB30) APOS A FOLHA OFICIAL - A COMPETENCIA
      * PAGA EVITA CONTAR A MESMA PARCELA DUAS VEZES NA REEXECUCAO.
      * O CONTRATO ENCERRADO ('E') NAO E MAIS DESCONTADO, NEM O
      * RECUSADO ('R') NA PRIMEIRA COMPETENCIA POR ULTRAPASSAR A
      * MARGEM CONSIGNAVEL (MARCADO PELO REPASSE)
      *********************************************************************
       01 WRK-REG-CONSIGNADO.
           02 CSG-EMP-ID PIC 9(06).
           02 CSG-BANCO PIC 9(03).
           02 CSG-CONTRATO PIC X(15).
           02 CSG-VALOR-PARCELA PIC 9(06)V99.
           02 CSG-COMP-INICIO PIC 9(06).
           02 CSG-COMP-FIM PIC 9(06).
           02 CSG-PARCELAS-PAGAS PIC 9(03).
           02 CSG-ULT-COMP-PAGA PIC 9(06).
           02 CSG-SITUACAO PIC X(01).
               88 CSG-ATIVO VALUE "A" SPACE.
               88 CSG-ENCERRADO VALUE "E".
               88 CSG-RECUSADO VALUE "R".
