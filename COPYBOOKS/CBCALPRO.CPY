      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO DO CALENDARIO DE PROCESSAMENTO DA
      * FOLHA, UM ARQUIVO POR EMPRESA (CALENDARIO<EMPRESA>.DAT) - CADA
      * LINHA E UM EVENTO DE PAGAMENTO OU DE ROTINA COM A COMPETENCIA
      * A QUE SE REFERE (AAAAMM) E O DIA UTIL PREVISTO PARA A EXECUCAO
      * (AAAAMMDD). EVENTOS: ADIANTAMENTO, MENSAL (FOLHA DO MES),
      * DECIMO1 E DECIMO2 (PARCELAS DO 13o), EXPORTACAO (EVENTOS AO
      * FISCO) E FECHAMENTO (FECHAMENTO DA COMPETENCIA). O 13o E A
      * EXPORTACAO COBREM TODAS AS EMPRESAS DE UMA VEZ
      *********************************************************************
       01 WRK-REG-CALENDARIO-PROC.
           02 CLP-EVENTO PIC X(12).
               88 CLP-ADIANTAMENTO VALUE "ADIANTAMENTO".
               88 CLP-MENSAL VALUE "MENSAL".
               88 CLP-DECIMO-1 VALUE "DECIMO1".
               88 CLP-DECIMO-2 VALUE "DECIMO2".
               88 CLP-EXPORTACAO VALUE "EXPORTACAO".
               88 CLP-FECHAMENTO VALUE "FECHAMENTO".
           02 CLP-COMPETENCIA PIC 9(06).
           02 CLP-COMPETENCIA-PARTES REDEFINES CLP-COMPETENCIA.
               03 CLP-COMP-ANO PIC 9(04).
               03 CLP-COMP-MES PIC 9(02).
           02 CLP-DATA-PREVISTA PIC 9(08).
           02 CLP-DATA-PARTES REDEFINES CLP-DATA-PREVISTA.
               03 CLP-PREV-ANO PIC 9(04).
               03 CLP-PREV-MES PIC 9(02).
               03 CLP-PREV-DIA PIC 9(02).
