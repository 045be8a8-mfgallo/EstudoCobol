      *MODIFICACAO: INCLUIDA A TABELA DE FERIADOS (CARREGADA DE
      * FERIADOS.DAT POR CADA PROGRAMA) E O INDICADOR DE DIA FERIADO,
      * PARA A CONTAGEM DE DIAS UTEIS E O ROLAMENTO DA DATA DE CREDITO
      *MODIFICACAO: INCLUIDO O TAMANHO DA TABELA DE FERIADOS
      * (WRK-CAL-MAX-FERIADOS), PARA O PROGRAMA QUE A CARREGA RECUSAR O
      * ARQUIVO MAIOR QUE ELA EM VEZ DE PERDER FERIADOS
      *********************************************************************
       01 WRK-CALENDARIO.
           02 WRK-CAL-DIA-SEMANA-NUM PIC 9(01) VALUE ZEROS.
           02 WRK-CAL-PERIODO-FISCAL PIC 9(02) VALUE ZEROS.
           02 WRK-CAL-DATA-JULIANA PIC 9(03) VALUE ZEROS.
           02 WRK-CAL-QTD-FERIADOS PIC 9(02) VALUE ZEROS.
           02 WRK-CAL-MAX-FERIADOS PIC 9(02) VALUE 60.
           02 WRK-CAL-DIA-FERIADO PIC X(01) VALUE 'N'.
               88 CAL-FERIADO VALUE "S".
           02 WRK-CAL-TAB-FERIADOS.
