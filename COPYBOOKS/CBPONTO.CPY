      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: LAYOUT DO REGISTRO EXPORTADO PELO RELOGIO DE PONTO
      * (PONTO.DAT) - UMA MARCACAO POR EMPREGADO POR DIA, COM O
      * HORARIO DE ENTRADA E DE SAIDA EM HHMM. MARCACAO NAO REGISTRADA
      * PELO RELOGIO VEM EM BRANCO. LIDO PELA IMPORTACAO DO PONTO
      * (PROGCOB39), QUE GERA AS HORAS EXTRAS E AS FALTAS DA FOLHA
      *********************************************************************
       01 WRK-REG-PONTO.
           02 PNT-EMP-ID PIC 9(06).
           02 PNT-DATA PIC 9(08).
           02 PNT-ENTRADA PIC X(04).
           02 PNT-SAIDA PIC X(04).
