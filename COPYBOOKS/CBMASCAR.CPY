      *********************************************************************
      *AREA DE REMARKS
      *OBJETIVO: AREAS DE MASCARAMENTO DOS DADOS BANCARIOS NOS
      * RELATORIOS QUE NAO PRECISAM DO NUMERO COMPLETO (LGPD) - A
      * CONTA SAI SO COM OS 4 ULTIMOS DIGITOS (****5678) E A CHAVE PIX
      * SO COM AS 3 PRIMEIRAS POSICOES (123*************). O PROGRAMA
      * MOVE A CONTA PARA WRK-MSC-CONTA E WRK-MSC-CONTA-FIM PARA
      * WRK-CMS-FINAL, OU A CHAVE PARA WRK-MSC-CHAVE-PIX E
      * WRK-MSC-PIX-INICIO PARA WRK-PMS-INICIO, E IMPRIME
      * WRK-CONTA-MASCARADA OU WRK-PIX-MASCARADA
      *********************************************************************
       01 WRK-MASCARA-CONTA.
           02 WRK-MSC-CONTA PIC 9(08) VALUE ZEROS.
           02 WRK-MSC-CONTA-R REDEFINES WRK-MSC-CONTA.
               03 WRK-MSC-CONTA-INICIO PIC X(04).
               03 WRK-MSC-CONTA-FIM PIC X(04).
       01 WRK-CONTA-MASCARADA.
           02 FILLER PIC X(04) VALUE "****".
           02 WRK-CMS-FINAL PIC X(04) VALUE SPACES.
       01 WRK-MASCARA-PIX.
           02 WRK-MSC-CHAVE-PIX PIC X(32) VALUE SPACES.
           02 WRK-MSC-CHAVE-PIX-R REDEFINES WRK-MSC-CHAVE-PIX.
               03 WRK-MSC-PIX-INICIO PIC X(03).
               03 FILLER PIC X(29).
       01 WRK-PIX-MASCARADA.
           02 WRK-PMS-INICIO PIC X(03) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "*************".
