      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DA TABELA EXCLUSIVA DE IRRF SOBRE
      * A PARTICIPACAO NOS LUCROS OU RESULTADOS (PLR) - TABELA ANUAL
      * PROPRIA, COM LIMITES ACUMULADOS NO ANO-CALENDARIO, ALIQUOTA E
      * PARCELA A DEDUZIR POR FAIXA (A PRIMEIRA FAIXA E ISENTA). UM
      * REGISTRO POR VERSAO DA TABELA, COM DATA DE INICIO DE VIGENCIA,
      * NA MESMA MECANICA DA TABELA DE TAXAS DA FOLHA (TABTAXAS.DAT)
      *********************************************************************
       01 WRK-REG-TAXAS-PLR.
           02 TPL-VIGENCIA PIC 9(08).
           02 TPL-FAIXA1 PIC 9(07)V99.
           02 TPL-FAIXA2 PIC 9(07)V99.
           02 TPL-FAIXA3 PIC 9(07)V99.
           02 TPL-FAIXA4 PIC 9(07)V99.
           02 TPL-ALIQ2 PIC 9(01)V999.
           02 TPL-ALIQ3 PIC 9(01)V999.
           02 TPL-ALIQ4 PIC 9(01)V999.
           02 TPL-ALIQ5 PIC 9(01)V999.
           02 TPL-DEDUCAO2 PIC 9(05)V99.
           02 TPL-DEDUCAO3 PIC 9(05)V99.
           02 TPL-DEDUCAO4 PIC 9(05)V99.
           02 TPL-DEDUCAO5 PIC 9(05)V99.
