      * A FOLHA MENSAL OS REGENERA PRESERVANDO AS DEMAIS EMPRESAS E
      * OS EVENTOS AVULSOS, COMO JA FAZIA COM O RESUMO, EM VEZ DE
      * TRUNCA-LOS
      *MODIFICACAO: DESCONTAR AS PARCELAS DOS EMPRESTIMOS CONSIGNADOS
      * (CONSIGNADOS.DAT, MANTIDO PELO PROGCOB29) NO CALCULO DOS
      * DESCONTOS - A PARCELA SO E DESCONTADA SE O LIQUIDO A COBRE
      * (SENAO FICA NAO DESCONTADA) E O CONTRATO NOVO NA COMPETENCIA
      * QUE ULTRAPASSA A MARGEM CONSIGNAVEL DE 35% DO LIQUIDO E
      * RECUSADO. AS PARCELAS SAEM NO REGISTRO E NO CONTRACHEQUE, O
      * TOTAL ENTRA NOS DESCONTOS DO RESUMO E NOS DESCONTOS APLICADOS
      * (CODIGO CSG) E CADA PARCELA APURADA VAI PARA CONSIGAPL.DAT,
      * ENTRADA DO REPASSE AOS BANCOS (PROGCOB30)
      *MODIFICACAO: DESCONTAR A PENSAO ALIMENTICIA DAS ORDENS JUDICIAIS
      * EM VIGOR (PENSOES.DAT, MANTIDO PELO PROGCOB31) - PERCENTUAL DO
      * LIQUIDO, PERCENTUAL DO BRUTO OU VALOR FIXO, ABATIDA DA BASE DO
      * IRRF. O CREDITO DE CADA BENEFICIARIO SAI NA MESMA REMESSA
      * CNAB240 EM SEGMENTO A PROPRIO (FAVORECIDO = ID DO EMPREGADO),
      * O TOTAL ENTRA NOS DESCONTOS DO RESUMO E NOS DESCONTOS
      * APLICADOS (CODIGO PEN) E CADA ORDEM APURADA VAI PARA
      * PENSAOAPL.DAT, ENTRADA DA CONCILIACAO DA REMESSA (PROGCOB16) E
      * DO DEMONSTRATIVO MENSAL POR ORDEM (PROGCOB32)
      *MODIFICACAO: PAGAR SO OS DIAS A CARGO DA EMPRESA DE QUEM ESTA
      * AFASTADO (AFASTAMENTOS.DAT, MANTIDO PELO PROGCOB33) - OS DIAS
      * DO INSS NA COMPETENCIA (DOENCA E ACIDENTE APOS OS 15 PRIMEIROS
      * DIAS, MATERNIDADE DESDE O INICIO) SAO ABATIDOS DO SALARIO NA
      * BASE COMERCIAL DE 30 DIAS, COMO AS FALTAS, E SAEM NO REGISTRO
      * E NO CONTRACHEQUE. NO ACIDENTE DE TRABALHO E NA MATERNIDADE O
      * FGTS CONTINUA DEPOSITADO SOBRE O SALARIO DOS DIAS AFASTADOS
      *MODIFICACAO: CADA LINHA DE PAGAMENTO E DE DESCONTO PASSOU A SER
      * UMA RUBRICA DO CATALOGO (RUBRICAS.DAT) - AS BASES DE INSS,
      * IRRF E FGTS SAO MONTADAS PELAS INCIDENCIAS DAS RUBRICAS
      * OCORRIDAS NO EMPREGADO, EM VEZ DE FIXAS NO CALCULO. RUBRICAS
      * VARIAVEIS DA COMPETENCIA (RUBRICASMES.DAT - GRATIFICACAO,
      * BONUS, AJUDA DE CUSTO, DESCONTO AVULSO) ENTRAM NO BRUTO OU NO
      * LIQUIDO CONFORME A NATUREZA. O CONTRACHEQUE SAI DISCRIMINADO
      * POR CODIGO DE RUBRICA E CADA RUBRICA APURADA VAI PARA
      * RUBRICASAPL.DAT, ENTRADA DA EXPORTACAO CONTABIL (PROGCOB13) E
      * DO EVENTO DE REMUNERACAO (PROGCOB20). CATALOGO AUSENTE OU SEM
      * AS RUBRICAS CALCULADAS PELA FOLHA ABORTA A EXECUCAO (RC 16)
      *MODIFICACAO: FOLHA COMPLEMENTAR (FOLHAEVENTO=COMPLEMENTAR) DE
      * COMPETENCIA JA PAGA E AINDA ABERTA (FOLHACOMPETENCIA=AAAAMM),
      * SO PARA OS EMPREGADOS DE COMPLEMENTAR.DAT - O CALCULO MENSAL E
      * REFEITO E SO A DIFERENCA SOBRE O JA PAGO (BRUTO DO HISTORICO,
      * INSS, IRRF E ENCARGOS DO RESUMO, FGTS DOS DEPOSITOS) SAI EM
      * REGISTRO, CONTRACHEQUE E REMESSA PROPRIOS, COM TIPO COMP NO
      * RESUMO, NO FGTS E NO HISTORICO. CADA EXECUCAO ACRESCENTA UM
      * LOTE A REMESSA COMPLEMENTAR, COMO NA RESCISAO
      *MODIFICACAO: PAGAMENTO DIVIDIDO DOS EXPATRIADOS - QUEM TEM CONTA
      * NO EXTERIOR (CONTASEXTERIOR.DAT) RECEBE NA REMESSA CNAB240 SO A
      * PARCELA NO BRASIL; A PARCELA NO EXTERIOR (PERCENTUAL DO LIQUIDO
      * OU VALOR FIXO NA MOEDA DO SALARIO, ESTE SO NA FOLHA MENSAL) VAI
      * PARA A INSTRUCAO DE TRANSFERENCIA DA MESA DE CAMBIO
      * (TRANSFEXT<EMPRESA>.DAT / TRANSFEXTCOMP<EMPRESA>.DAT),
      * CONVERTIDA PARA A MOEDA DA CONTA PELAS TAXAS DO CAMBIO.DAT DA
      * EXECUCAO. REGISTRO E CONTRACHEQUE MOSTRAM AS DUAS PARCELAS. O
      * ADIANTAMENTO CONTINUA TODO NO BRASIL. MOEDA DA CONTA SEM TAXA
      * DO DIA ABORTA A EXECUCAO (RC 16), COMO A MOEDA DO SALARIO
      *MODIFICACAO: FIM DAS TABELAS EM MEMORIA COM TETO FIXO - AJUSTES,
      * HORAS EXTRAS, FALTAS, ADMISSOES, DEPENDENTES, ADIANTAMENTOS,
      * DESCONTOS RECORRENTES, CONSIGNADOS, PENSOES, CONTAS NO
      * EXTERIOR, AFASTAMENTOS, RUBRICAS DO MES E EMPREGADOS DA
      * COMPLEMENTAR VAO PARA O ARQUIVO INDEXADO DE TRABALHO
      * FOLHATRAB.DAT (CHAVE TIPO + ID + SEQUENCIA), LIDO POR CHAVE NO
      * CALCULO DE CADA EMPREGADO. AS LINHAS PRESERVADAS DE RESUMO,
      * FGTS, DESCONTOS, CONSIGNADOS, PENSOES E RUBRICAS E O CONTROLE
      * DE EXECUCAO SAO REGRAVADOS PELO ARQUIVO TEMPORARIO FOLHA.TMP,
      * SEM TABELA. OS LIMITES QUE FICAM (POR EMPREGADO E NAS TABELAS DE
      * REFERENCIA) SAO CONFERIDOS ANTES DE QUALQUER SAIDA E ABORTAM A
      * EXECUCAO (RC 16) COM MENSAGEM, EM VEZ DE PERDER REGISTROS
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "DATA/DESCONTOSAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCAPL.
           SELECT CONSIGNADO-ARQUIVO
               ASSIGN TO "DATA/CONSIGNADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGNADO.
           SELECT CONSIGAPL-ARQUIVO
               ASSIGN TO "DATA/CONSIGAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGAPL.
           SELECT PENSAO-ARQUIVO
               ASSIGN TO "DATA/PENSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAO.
           SELECT CONTAEXT-ARQUIVO
               ASSIGN TO "DATA/CONTASEXTERIOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAEXT.
      *** A INSTRUCAO DE TRANSFERENCIA AO EXTERIOR LEVA O EVENTO E O ***
      *** CODIGO DA EMPRESA NO NOME, COMO A REMESSA ********************
           SELECT TRANSFEXT-ARQUIVO
               ASSIGN TO WRK-NOME-ARQ-TRANSFEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSFEXT.
           SELECT PENSAOAPL-ARQUIVO
               ASSIGN TO "DATA/PENSAOAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAOAPL.
           SELECT AFASTAMENTO-ARQUIVO
               ASSIGN TO "DATA/AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFASTAMENTO.
           SELECT RUBRICA-ARQUIVO
               ASSIGN TO "DATA/RUBRICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUBRICA.
           SELECT RUBMES-ARQUIVO
               ASSIGN TO "DATA/RUBRICASMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUBMES.
           SELECT RUBAPL-ARQUIVO
               ASSIGN TO "DATA/RUBRICASAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUBAPL.
           SELECT SIMULACAO-RELATORIO ASSIGN TO "DATA/SIMULACAO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SIMULACAO.
               ASSIGN TO "DATA/CONTROLEEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE-EXEC.
           SELECT COMPLEMENTAR-ARQUIVO
               ASSIGN TO "DATA/COMPLEMENTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMPLEMENTAR.
      *** ARQUIVO DE TRABALHO DA EXECUCAO - OS MOVIMENTOS DO MES POR ***
      *** TIPO E EMPREGADO, LIDOS POR CHAVE NO CALCULO *****************
           SELECT FOLHA-TRABALHO ASSIGN TO "DATA/FOLHATRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTR-CHAVE
               FILE STATUS IS WRK-STATUS-TRABALHO.
      *** TEMPORARIO DA REGRAVACAO DAS LINHAS PRESERVADAS E DO *********
      *** CONTROLE DE EXECUCAO *****************************************
           SELECT TEXTO-TRABALHO ASSIGN TO "DATA/FOLHA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TEXTO-TRAB.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           02 DAP-CODIGO PIC X(03).
           02 DAP-VALOR PIC 9(07)V99.
           02 DAP-EMPRESA PIC X(03).
       FD  CONSIGNADO-ARQUIVO.
           COPY CBCONSIG.
       FD  CONSIGAPL-ARQUIVO.
           COPY CBCSGAPL.
       FD  PENSAO-ARQUIVO.
           COPY CBPENSAO.
       FD  CONTAEXT-ARQUIVO.
           COPY CBCTAEXT.
       FD  TRANSFEXT-ARQUIVO.
           COPY CBTRFEXT.
       FD  PENSAOAPL-ARQUIVO.
           COPY CBPENAPL.
       FD  AFASTAMENTO-ARQUIVO.
           COPY CBAFAST.
       FD  RUBRICA-ARQUIVO.
           COPY CBRUBRIC.
       FD  RUBMES-ARQUIVO.
           COPY CBRUBMOV.
       FD  RUBAPL-ARQUIVO.
       01 LINHA-RUBAPL PIC X(60).
       FD  SIMULACAO-RELATORIO.
       01 LINHA-SIMULACAO-REL PIC X(100).
       FD  CONTROLE-EXEC-ARQUIVO.
           02 CTL-DATA PIC 9(08).
           02 CTL-HORA PIC 9(08).
           02 CTL-EMPRESA PIC X(03).
       FD  COMPLEMENTAR-ARQUIVO.
       01 COMPLEMENTAR-RECORD.
           02 CPL-ID PIC 9(06).
           02 CPL-MOTIVO PIC X(30).
      *** CHAVE: TIPO DO MOVIMENTO, ID DO EMPREGADO E SEQUENCIA DE *****
      *** LEITURA (ZERO NOS TIPOS ACUMULADOS POR EMPREGADO) - UM *******
      *** LEIAUTE DE DADOS POR TIPO, NA MESMA ORDEM DA AREA DO *********
      *** EMPREGADO QUE O RECEBE ***************************************
       FD  FOLHA-TRABALHO.
       01 FOLHA-TRABALHO-RECORD.
           02 FTR-CHAVE.
               03 FTR-TIPO PIC X(02).
               03 FTR-ID PIC 9(06).
               03 FTR-SEQ PIC 9(08).
           02 FTR-DADOS PIC X(200).
       01 FTR-AJUSTE.
           02 FILLER PIC X(16).
           02 FTR-AJ-VALOR PIC S9(06)V99.
       01 FTR-HORAEXTRA.
           02 FILLER PIC X(16).
           02 FTR-HE-HORAS PIC 9(03)V99.
       01 FTR-FALTA.
           02 FILLER PIC X(16).
           02 FTR-FAL-DIAS PIC 9(02)V9.
           02 FTR-FAL-JUSTIFICADA PIC X(01).
       01 FTR-ADMISSAO.
           02 FILLER PIC X(16).
           02 FTR-ADM-ANO PIC 9(04).
           02 FTR-ADM-MES PIC 9(02).
           02 FTR-ADM-DIA PIC 9(02).
       01 FTR-DEPENDENTE.
           02 FILLER PIC X(16).
           02 FTR-DPD-QTD PIC 9(02).
       01 FTR-ADIANTAMENTO.
           02 FILLER PIC X(16).
           02 FTR-ADT-VALOR PIC 9(06)V99.
       01 FTR-COMPLEMENTAR.
           02 FILLER PIC X(16).
           02 FTR-CPL-DADOS.
               03 FTR-CPL-MOTIVO PIC X(30).
               03 FTR-CPL-BRUTO-MENSAL PIC 9(07)V99.
               03 FTR-CPL-BRUTO-COMPL PIC 9(07)V99.
               03 FTR-CPL-INSS PIC 9(07)V99.
               03 FTR-CPL-IRRF PIC 9(07)V99.
               03 FTR-CPL-ENCARGOS PIC 9(07)V99.
               03 FTR-CPL-FGTS-BASE PIC 9(09)V99.
               03 FTR-CPL-FGTS PIC 9(09)V99.
       01 FTR-CONTA-EXT.
           02 FILLER PIC X(16).
           02 FTR-CEX-DADOS.
               03 FTR-CEX-BENEFICIARIO PIC X(35).
               03 FTR-CEX-IBAN PIC X(34).
               03 FTR-CEX-SWIFT PIC X(11).
               03 FTR-CEX-MOEDA PIC X(03).
               03 FTR-CEX-TIPO-PARCELA PIC X(01).
               03 FTR-CEX-VALOR-PARCELA PIC 9(07)V99.
       01 FTR-AFASTAMENTO.
           02 FILLER PIC X(16).
           02 FTR-AFA-DADOS.
               03 FTR-AFA-ID PIC 9(06).
               03 FTR-AFA-TIPO PIC X(01).
               03 FTR-AFA-INSS-INICIO PIC 9(07).
               03 FTR-AFA-INSS-FIM PIC 9(07).
       01 FTR-RUBMES.
           02 FILLER PIC X(16).
           02 FTR-RMV-DADOS.
               03 FTR-RMV-ID PIC 9(06).
               03 FTR-RMV-CODIGO PIC X(04).
               03 FTR-RMV-VALOR PIC 9(07)V99.
       01 FTR-DESCREC.
           02 FILLER PIC X(16).
           02 FTR-DRC-DADOS.
               03 FTR-DRC-ID PIC 9(06).
               03 FTR-DRC-CODIGO PIC X(03).
               03 FTR-DRC-TIPO PIC X(01).
               03 FTR-DRC-VALOR PIC 9(06)V99.
               03 FTR-DRC-COMP-INICIO PIC 9(06).
               03 FTR-DRC-COMP-FIM PIC 9(06).
       01 FTR-CONSIGNADO.
           02 FILLER PIC X(16).
           02 FTR-CSG-DADOS.
               03 FTR-CSG-ID PIC 9(06).
               03 FTR-CSG-BANCO PIC 9(03).
               03 FTR-CSG-CONTRATO PIC X(15).
               03 FTR-CSG-VALOR PIC 9(06)V99.
               03 FTR-CSG-COMP-INICIO PIC 9(06).
               03 FTR-CSG-COMP-FIM PIC 9(06).
       01 FTR-PENSAO.
           02 FILLER PIC X(16).
           02 FTR-PEN-DADOS.
               03 FTR-PEN-ID PIC 9(06).
               03 FTR-PEN-ORDEM PIC X(15).
               03 FTR-PEN-BENEF-NOME PIC X(30).
               03 FTR-PEN-TIPO-PAGAMENTO PIC X(01).
               03 FTR-PEN-BANCO PIC 9(03).
               03 FTR-PEN-AGENCIA PIC 9(04).
               03 FTR-PEN-CONTA PIC 9(08).
               03 FTR-PEN-CONTA-DV PIC X(01).
               03 FTR-PEN-CHAVE-PIX PIC X(32).
               03 FTR-PEN-REGRA PIC X(01).
               03 FTR-PEN-PERCENTUAL PIC 9(03)V99.
               03 FTR-PEN-VALOR-FIXO PIC 9(06)V99.
               03 FTR-PEN-DATA-INICIO PIC 9(08).
               03 FTR-PEN-DATA-FIM PIC 9(08).
       FD  TEXTO-TRABALHO.
       01 LINHA-TEXTO-TRAB PIC X(170).
       WORKING-STORAGE SECTION.
       77 WRK-ID PIC 9(06) VALUE ZEROS.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-SALARIO PIC 9(06)V99 VALUES ZEROS.
       77 WRK-SALARIO-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE "00".
       77 WRK-STATUS-TEXTO-TRAB PIC X(02) VALUE "00".
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
       77 WRK-FIM-TEXTO-TRAB PIC X(01) VALUE 'N'.
       77 WRK-TRABALHO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-SEQ-TRABALHO PIC 9(08) VALUE ZEROS.
       77 WRK-TRB-TIPO PIC X(02) VALUE SPACES.
       77 WRK-TRB-ID PIC 9(06) VALUE ZEROS.
       77 WRK-TRB-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-TRB-QTD PIC 9(06) VALUE ZEROS.
       77 WRK-TRB-LIMITE PIC 9(03) VALUE ZEROS.
       77 WRK-TRB-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-NOME-EMPRESA PIC X(30) VALUE "EMPRESA EXEMPLO LTDA".
       77 WRK-MAX-LINHAS PIC 9(02) VALUE 20.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-TESTE PIC X(20) VALUE SPACES.
       77 WRK-STATUS-AJUSTE PIC X(02) VALUE "00".
       77 WRK-FIM-AJUSTE PIC X(01) VALUE 'N'.
       77 WRK-AJUSTE-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-AJUSTE-VALOR PIC S9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-AJUSTADO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-MOEDA PIC X(03) VALUE "BRL".
       77 WRK-MOEDA-SIMBOLO PIC X(03) VALUE SPACES.
       77 WRK-LIQ-ED-BRL PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 WRK-AUD-HORA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-STATUS-HORAEXTRA PIC X(02) VALUE "00".
       77 WRK-FIM-HORAEXTRA PIC X(01) VALUE 'N'.
       77 WRK-HORAEXTRA-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-HORAS-EXTRAS PIC 9(03)V99 VALUE ZEROS.
       77 WRK-HORAS-SEMANA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CENTRO-CUSTO PIC X(04) VALUE SPACES.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-STATUS-CONTRACHEQUE PIC X(02) VALUE "00".
       77 WRK-STATUS-ADMISSAO PIC X(02) VALUE "00".
       77 WRK-FIM-ADMISSAO PIC X(01) VALUE 'N'.
       77 WRK-ADM-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-PRORATA PIC X(01) VALUE 'N'.
       77 WRK-ADM-ANO-EMP PIC 9(04) VALUE ZEROS.
           88 MODO-SIMULACAO VALUE "SIMULACAO".
       77 WRK-EVENTO-EXECUCAO PIC X(12) VALUE "MENSAL".
           88 EVENTO-ADIANTAMENTO VALUE "ADIANTAMENTO".
           88 EVENTO-COMPLEMENTAR VALUE "COMPLEMENTAR".
       77 WRK-NOME-ARQ-RELATORIO PIC X(30)
           VALUE "DATA/PAYROLL.PRT".
       77 WRK-NOME-ARQ-REMESSA PIC X(30)
       77 WRK-CTL-CHAVE-PROGRAMA PIC X(09) VALUE "PROGCOB04".
       77 WRK-TIPO-RESUMO-EVENTO PIC X(04) VALUE SPACES.
       77 WRK-FIM-RESUMO-ANT PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-RESUMO PIC X(03) VALUE SPACES.
       77 WRK-NOME-ARQ-CONTRACHEQUE PIC X(30)
           VALUE "DATA/CONTRACHEQUE001.PRT".
       77 WRK-FIM-FGTS-ANT PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-FGTS PIC X(03) VALUE SPACES.
       77 WRK-ORIGEM-FGTS PIC X(04) VALUE SPACES.
       77 WRK-FIM-DESCAPL-ANT PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-DESCAPL PIC X(03) VALUE SPACES.
       77 WRK-STATUS-EMPRESA PIC X(02) VALUE "00".
       77 WRK-FIM-EMPRESA PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-SELECIONADA PIC X(03) VALUE "001".
       77 WRK-ADIANT-PCT PIC 9(02) VALUE 40.
       77 WRK-VALOR-ADIANTAMENTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FIM-HIST-ADTO PIC X(01) VALUE 'N'.
       77 WRK-ADTO-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-ADTO-PAGO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-STATUS-COMPLEMENTAR PIC X(02) VALUE "00".
       77 WRK-FIM-COMPLEMENTAR PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST-CPL PIC X(01) VALUE 'N'.
       77 WRK-COMP-ENTRADA PIC X(06) VALUE SPACES.
       77 WRK-COMP-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-CPL-QUOC PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CPL PIC 9(06) VALUE ZEROS.
       77 WRK-CPL-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-CPL-ID-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-CPL-SEM-DIFERENCA PIC X(01) VALUE 'N'.
       77 WRK-CPL-FOLHA-PAGA PIC X(01) VALUE 'N'.
       77 WRK-CPL-FECHADA PIC X(01) VALUE 'N'.
       77 WRK-CPL-POSTERIOR PIC X(01) VALUE 'N'.
       77 WRK-CPL-COMP-CTL PIC 9(06) VALUE ZEROS.
       77 WRK-CPL-DIF-BRUTO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CPL-DIF-INSS PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CPL-DIF-IRRF PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CPL-DIF-ENCARGOS PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CPL-DIF-FGTS PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CPL-DIF-BASE-FGTS PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CPL-DIF-LIQUIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CPL-HIST-BRUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CPL-HIST-LIQUIDO PIC S9(06)V99 VALUE ZEROS.
       01 WRK-DATA-EXECUCAO.
           02 WRK-EXE-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-EXE-MES PIC 9(02) VALUE ZEROS.
           02 WRK-EXE-DIA PIC 9(02) VALUE ZEROS.
      *** JA PAGO NA COMPETENCIA AO EMPREGADO DA COMPLEMENTAR **********
       01 WRK-CPL-EMPREGADO.
           02 WRK-CPL-MOTIVO PIC X(30).
           02 WRK-CPL-BRUTO-MENSAL PIC 9(07)V99.
           02 WRK-CPL-BRUTO-COMPL PIC 9(07)V99.
           02 WRK-CPL-INSS PIC 9(07)V99.
           02 WRK-CPL-IRRF PIC 9(07)V99.
           02 WRK-CPL-ENCARGOS PIC 9(07)V99.
           02 WRK-CPL-FGTS-BASE PIC 9(09)V99.
           02 WRK-CPL-FGTS PIC 9(09)V99.
       77 WRK-STATUS-CONTROLE-EXEC PIC X(02) VALUE "00".
       77 WRK-STATUS-SIMULACAO PIC X(02) VALUE "00".
       77 WRK-LINHA-IMPRESSAO PIC X(100) VALUE SPACES.
       77 WRK-FIM-CONTROLE PIC X(01) VALUE 'N'.
       77 WRK-CTL-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-CTL-MARCADA PIC X(01) VALUE 'N'.
       77 WRK-FORCA-EXECUCAO PIC X(01) VALUE 'N'.
       77 WRK-RETOMA-EXECUCAO PIC X(01) VALUE 'N'.
       77 WRK-CTL-STATUS-ATUAL PIC X(01) VALUE SPACE.
       77 WRK-CTL-STATUS-NOVO PIC X(01) VALUE SPACE.
       77 WRK-CTL-DATA-NOVA PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-HORA-NOVA PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-REGRAVADO PIC X(01) VALUE 'N'.
       77 WRK-CTL-MESMA-CHAVE PIC X(01) VALUE 'N'.
       01 WRK-REG-CONTROLE.
           02 WRK-RCT-PROGRAMA PIC X(09).
           02 WRK-RCT-ANO PIC 9(04).
           02 WRK-RCT-MES PIC 9(02).
           02 WRK-RCT-STATUS PIC X(01).
           02 WRK-RCT-OPERADOR PIC X(08).
           02 WRK-RCT-DATA PIC 9(08).
           02 WRK-RCT-HORA PIC 9(08).
           02 WRK-RCT-EMPRESA PIC X(03).
       77 WRK-STATUS-TAXAS PIC X(02) VALUE "00".
       77 WRK-FIM-TAXAS PIC X(01) VALUE 'N'.
       77 WRK-TAX-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-TAX-DEDUCAO-DEP PIC 9(05)V99 VALUE ZEROS.
       77 WRK-STATUS-DEPENDENTE PIC X(02) VALUE "00".
       77 WRK-FIM-DEPENDENTE PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEPENDENTES-EMP PIC 9(02) VALUE ZEROS.
       77 WRK-DEDUCAO-DEPENDENTES PIC 9(07)V99 VALUE ZEROS.
       77 WRK-STATUS-DESCREC PIC X(02) VALUE "00".
       77 WRK-FIM-DESCREC PIC X(01) VALUE 'N'.
       77 WRK-FIM-CODDESC PIC X(01) VALUE 'N'.
       77 WRK-QTD-DESCREC PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-DESCREC-EMP PIC 9(03) VALUE 10.
       77 WRK-QTD-CODDESC PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-CODDESC PIC 9(02) VALUE 20.
       77 WRK-IDX-DRC PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CDS PIC 9(02) VALUE ZEROS.
       77 WRK-CDS-ENCONTRADO PIC X(01) VALUE 'N'.
       77 WRK-DESC-REC-VALOR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-REC-TOTAL PIC 9(07)V99 VALUE ZEROS.
       01 WRK-TAB-DESCREC.
           02 WRK-TAB-DESCONTO-REC OCCURS 10 TIMES.
               03 TAB-DRC-ID PIC 9(06).
               03 TAB-DRC-CODIGO PIC X(03).
               03 TAB-DRC-TIPO PIC X(01).
               03 TAB-DE-CODIGO PIC X(03).
               03 TAB-DE-DESCRICAO PIC X(22).
               03 TAB-DE-VALOR PIC 9(06)V99.
       77 WRK-STATUS-CONSIGNADO PIC X(02) VALUE "00".
       77 WRK-STATUS-CONSIGAPL PIC X(02) VALUE "00".
       77 WRK-FIM-CONSIGNADO PIC X(01) VALUE 'N'.
       77 WRK-QTD-CONSIGNADOS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-CONSIG-EMP PIC 9(03) VALUE 10.
       77 WRK-IDX-CSG PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CSG-EMP PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CE PIC 9(02) VALUE ZEROS.
       77 WRK-CONSIG-TOTAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CONSIG-MARGEM PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CONSIG-COMPROMETIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CONSIG-PCT-MARGEM PIC 9(01)V99 VALUE 0,35.
       77 WRK-FIM-CONSIGAPL-ANT PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-CONSIGAPL PIC X(03) VALUE SPACES.
       01 WRK-TAB-CONSIGNADOS.
           02 WRK-TAB-CONSIGNADO OCCURS 10 TIMES.
               03 TAB-CSG-ID PIC 9(06).
               03 TAB-CSG-BANCO PIC 9(03).
               03 TAB-CSG-CONTRATO PIC X(15).
               03 TAB-CSG-VALOR PIC 9(06)V99.
               03 TAB-CSG-COMP-INICIO PIC 9(06).
               03 TAB-CSG-COMP-FIM PIC 9(06).
       01 WRK-TAB-CSG-EMP.
           02 WRK-TAB-CSG-EMPREGADO OCCURS 10 TIMES.
               03 TAB-CE-BANCO PIC 9(03).
               03 TAB-CE-CONTRATO PIC X(15).
               03 TAB-CE-VALOR PIC 9(06)V99.
               03 TAB-CE-SITUACAO PIC X(01).
       77 WRK-STATUS-PENSAO PIC X(02) VALUE "00".
       77 WRK-STATUS-PENSAOAPL PIC X(02) VALUE "00".
       77 WRK-FIM-PENSAO PIC X(01) VALUE 'N'.
       77 WRK-QTD-PENSOES PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-PENSOES-EMP PIC 9(03) VALUE 5.
       77 WRK-IDX-PEN PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PEN-EMP PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PE PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PEN-ORDEM PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-REF-PENSAO PIC 9(08) VALUE ZEROS.
       77 WRK-PENSAO-TOTAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PENSAO-DISPONIVEL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PENSAO-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIM-PENSAOAPL-ANT PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-PENSAOAPL PIC X(03) VALUE SPACES.
       01 WRK-TAB-PENSOES.
           02 WRK-TAB-PENSAO OCCURS 5 TIMES.
               03 TAB-PEN-ID PIC 9(06).
               03 TAB-PEN-ORDEM PIC X(15).
               03 TAB-PEN-BENEF-NOME PIC X(30).
               03 TAB-PEN-TIPO-PAGAMENTO PIC X(01).
               03 TAB-PEN-BANCO PIC 9(03).
               03 TAB-PEN-AGENCIA PIC 9(04).
               03 TAB-PEN-CONTA PIC 9(08).
               03 TAB-PEN-CONTA-DV PIC X(01).
               03 TAB-PEN-CHAVE-PIX PIC X(32).
               03 TAB-PEN-REGRA PIC X(01).
               03 TAB-PEN-PERCENTUAL PIC 9(03)V99.
               03 TAB-PEN-VALOR-FIXO PIC 9(06)V99.
               03 TAB-PEN-DATA-INICIO PIC 9(08).
               03 TAB-PEN-DATA-FIM PIC 9(08).
       01 WRK-TAB-PEN-EMP.
           02 WRK-TAB-PEN-EMPREGADO OCCURS 5 TIMES.
               03 TAB-PE-IDX PIC 9(03).
               03 TAB-PE-BASE PIC 9(07)V99.
               03 TAB-PE-VALOR PIC 9(07)V99.
               03 TAB-PE-SITUACAO PIC X(01).
       77 WRK-STATUS-CONTAEXT PIC X(02) VALUE "00".
       77 WRK-STATUS-TRANSFEXT PIC X(02) VALUE "00".
       77 WRK-NOME-ARQ-TRANSFEXT PIC X(30)
           VALUE "DATA/TRANSFEXT001.DAT".
       77 WRK-FIM-CONTAEXT PIC X(01) VALUE 'N'.
       77 WRK-CEX-ID-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-CEX-ENCONTRADA PIC X(01) VALUE 'N'.
       01 WRK-CONTA-EXT.
           02 WRK-CEX-BENEFICIARIO PIC X(35).
           02 WRK-CEX-IBAN PIC X(34).
           02 WRK-CEX-SWIFT PIC X(11).
           02 WRK-CEX-MOEDA PIC X(03).
           02 WRK-CEX-TIPO-PARCELA PIC X(01).
           02 WRK-CEX-VALOR-PARCELA PIC 9(07)V99.
       77 WRK-TEM-PARCELA-EXT PIC X(01) VALUE 'N'.
       77 WRK-PARCELA-INTEGRAL PIC X(01) VALUE 'N'.
       77 WRK-PARCELA-DOMESTICA PIC S9(07)V99 VALUE ZEROS.
       77 WRK-PARCELA-EXTERIOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARCELA-BRL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PARCELA-MOEDA-CONTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAXA-SALARIO-EXT PIC 9(04)V9999 VALUE ZEROS.
       77 WRK-TAXA-CONTA-EXT PIC 9(04)V9999 VALUE ZEROS.
       77 WRK-STATUS-AFASTAMENTO PIC X(02) VALUE "00".
       77 WRK-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
       77 WRK-QTD-AFASTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-AFAST-EMP PIC 9(03) VALUE 10.
       77 WRK-IDX-AFA PIC 9(03) VALUE ZEROS.
       77 WRK-AFA-MES-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-MES-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-DE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-ATE PIC 9(07) VALUE ZEROS.
       77 WRK-AFA-DIAS-INSS PIC 9(02) VALUE ZEROS.
       77 WRK-AFA-DIAS-FGTS PIC 9(02) VALUE ZEROS.
       77 WRK-DESC-AFASTAMENTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AFA-BASE-FGTS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FGTS-BASE PIC 9(07)V99 VALUE ZEROS.
       01 WRK-AFA-DATA-CONV.
           02 WRK-AFA-CONV-ANO PIC 9(04).
           02 WRK-AFA-CONV-MES PIC 9(02).
           02 WRK-AFA-CONV-DIA PIC 9(02).
       01 WRK-TAB-AFASTAMENTOS.
           02 WRK-TAB-AFASTAMENTO OCCURS 10 TIMES.
               03 TAB-AFA-ID PIC 9(06).
               03 TAB-AFA-TIPO PIC X(01).
               03 TAB-AFA-INSS-INICIO PIC 9(07).
               03 TAB-AFA-INSS-FIM PIC 9(07).
       77 WRK-STATUS-RUBRICA PIC X(02) VALUE "00".
       77 WRK-STATUS-RUBMES PIC X(02) VALUE "00".
       77 WRK-STATUS-RUBAPL PIC X(02) VALUE "00".
       77 WRK-FIM-RUBRICA PIC X(01) VALUE 'N'.
       77 WRK-FIM-RUBMES PIC X(01) VALUE 'N'.
       77 WRK-QTD-RUBRICAS PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-RUBRICAS PIC 9(03) VALUE 100.
       77 WRK-IDX-RUB PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RUB-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-RUB-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-RUB-COD-BUSCA PIC X(04) VALUE SPACES.
       77 WRK-IDX-RUB-SIS PIC 9(02) VALUE ZEROS.
       77 WRK-RUB-SISTEMA-OK PIC X(01) VALUE 'S'.
       77 WRK-RUB-PEN-IRRF PIC X(01) VALUE 'S'.
       77 WRK-QTD-RUBMES PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-RUBMES-EMP PIC 9(03) VALUE 25.
       77 WRK-IDX-RMV PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RUB-EMP PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-RE PIC 9(02) VALUE ZEROS.
       77 WRK-RUB-VALOR-INC PIC S9(07)V99 VALUE ZEROS.
       77 WRK-RUB-GRUPO-INC PIC X(01) VALUE SPACES.
       77 WRK-RUB-DESC-INC PIC X(30) VALUE SPACES.
       77 WRK-RUB-VARIAVEL-INC PIC X(01) VALUE 'N'.
       77 WRK-RUB-PROVENTO-VAR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RUB-DESC-VARIAVEL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RUB-ACUM-INSS PIC S9(08)V99 VALUE ZEROS.
       77 WRK-RUB-ACUM-IRRF PIC S9(08)V99 VALUE ZEROS.
       77 WRK-RUB-ACUM-FGTS PIC S9(08)V99 VALUE ZEROS.
       77 WRK-RUB-ABS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-INSS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-IRRF-RUB PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIM-RUBAPL-ANT PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA-RUBAPL PIC X(03) VALUE SPACES.
      *** RUBRICAS CALCULADAS PELA PROPRIA FOLHA - TEM DE CONSTAR DO ***
      *** CATALOGO PARA A FOLHA SABER AS INCIDENCIAS E A CONTA *********
       01 WRK-TAB-RUB-SISTEMA-INIC.
           02 FILLER PIC X(04) VALUE "0001".
           02 FILLER PIC X(04) VALUE "0002".
           02 FILLER PIC X(04) VALUE "0010".
           02 FILLER PIC X(04) VALUE "0020".
           02 FILLER PIC X(04) VALUE "0021".
           02 FILLER PIC X(04) VALUE "0030".
           02 FILLER PIC X(04) VALUE "0031".
           02 FILLER PIC X(04) VALUE "0040".
           02 FILLER PIC X(04) VALUE "0050".
           02 FILLER PIC X(04) VALUE "0090".
           02 FILLER PIC X(04) VALUE "0091".
       01 WRK-TAB-RUB-SISTEMA REDEFINES WRK-TAB-RUB-SISTEMA-INIC.
           02 WRK-RUB-SISTEMA-COD PIC X(04) OCCURS 11 TIMES.
       01 WRK-TAB-RUBRICAS.
           02 WRK-TAB-RUBRICA OCCURS 100 TIMES.
               03 TAB-RUB-CODIGO PIC X(04).
               03 TAB-RUB-DESCRICAO PIC X(30).
               03 TAB-RUB-NATUREZA PIC X(01).
               03 TAB-RUB-INCIDE-INSS PIC X(01).
               03 TAB-RUB-INCIDE-IRRF PIC X(01).
               03 TAB-RUB-INCIDE-FGTS PIC X(01).
               03 TAB-RUB-CONTA PIC X(08).
       01 WRK-TAB-RUBMES.
           02 WRK-TAB-RUBRICA-MES OCCURS 25 TIMES.
               03 TAB-RMV-ID PIC 9(06).
               03 TAB-RMV-CODIGO PIC X(04).
               03 TAB-RMV-VALOR PIC 9(07)V99.
      *** RUBRICAS OCORRIDAS NO EMPREGADO EM PROCESSAMENTO, NA ORDEM ***
      *** DO CONTRACHEQUE - GRUPO B (COMPOE O BRUTO), L (DESCONTO ******
      *** VARIAVEL NO LIQUIDO), A (AJUSTE RETROATIVO) E R (RETENCOES ***
      *** E CONSIGNACOES) **********************************************
       01 WRK-TAB-RUB-EMP.
           02 WRK-TAB-RUB-EMPREGADO OCCURS 60 TIMES.
               03 TAB-RE-CODIGO PIC X(04).
               03 TAB-RE-DESCRICAO PIC X(30).
               03 TAB-RE-NATUREZA PIC X(01).
               03 TAB-RE-GRUPO PIC X(01).
               03 TAB-RE-VALOR PIC S9(07)V99.
               03 TAB-RE-INCIDE-INSS PIC X(01).
               03 TAB-RE-INCIDE-IRRF PIC X(01).
               03 TAB-RE-INCIDE-FGTS PIC X(01).
               03 TAB-RE-CONTA PIC X(08).
               03 TAB-RE-VARIAVEL PIC X(01).
       COPY CBRUBAPL.
       77 WRK-STATUS-CAMBIO PIC X(02) VALUE "00".
       77 WRK-FIM-CAMBIO PIC X(01) VALUE 'N'.
       77 WRK-QTD-CAMBIOS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-CAMBIOS PIC 9(02) VALUE 10.
       77 WRK-IDX-CAM PIC 9(02) VALUE ZEROS.
       77 WRK-TAXA-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-MOEDA-BUSCA PIC X(03) VALUE SPACES.
               03 TAB-CAM-MOEDA PIC X(03).
               03 TAB-CAM-DATA PIC 9(08).
               03 TAB-CAM-TAXA PIC 9(04)V9999.
       77 WRK-BANCO-EMP PIC 9(03) VALUE ZEROS.
       77 WRK-AGENCIA-EMP PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-EMP PIC 9(08) VALUE ZEROS.
           02 FGT-EMPRESA PIC X(03).
           02 FGT-ORIGEM PIC X(04).
           02 FILLER PIC X(06) VALUE SPACES.
       77 WRK-STATUS-FALTA PIC X(02) VALUE "00".
       77 WRK-FIM-FALTA PIC X(01) VALUE 'N'.
       77 WRK-FALTA-ENCONTRADA PIC X(01) VALUE 'N'.
       77 WRK-FALTA-DIAS PIC 9(02)V9 VALUE ZEROS.
       77 WRK-FALTA-JUSTIFICADA PIC X(01) VALUE 'N'.
       77 WRK-VALOR-DIA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESC-FALTAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-DSR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-STATUS-FERIADO PIC X(02) VALUE "00".
       77 WRK-FIM-FERIADO PIC X(01) VALUE 'N'.
       77 WRK-IDX-FER PIC 9(02) VALUE ZEROS.
           02 WRK-FAL-DESC-ED PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(06) VALUE " DSR ".
           02 WRK-FAL-DSR-ED PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-AFASTAMENTO.
           02 FILLER PIC X(19) VALUE "* AFASTAMENTO INSS ".
           02 WRK-AFA-DIAS-ED PIC Z9.
           02 FILLER PIC X(12) VALUE " DIAS DESC ".
           02 WRK-AFA-DESC-ED PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-ADTO.
           02 FILLER PIC X(25)
               VALUE "* ADIANTAMENTO QUITADO ".
           02 WRK-DRC-DESC-ED PIC X(22).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-DRC-VALOR-ED PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-RUBRICA.
           02 FILLER PIC X(10) VALUE "* RUBRICA ".
           02 WRK-RUB-COD-ED PIC X(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-RUB-DESC-ED PIC X(22).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-RUB-VALOR-ED PIC ZZZ.ZZ9,99.
           02 WRK-RUB-SINAL-ED PIC X(01).
       01 WRK-LINHA-CONSIGNADO.
           02 FILLER PIC X(13) VALUE "* CONSIGNADO ".
           02 WRK-CSG-BANCO-ED PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CSG-CONTRATO-ED PIC X(15).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CSG-VALOR-ED PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CSG-SITUACAO-ED PIC X(26).
       01 WRK-LINHA-PENSAO.
           02 FILLER PIC X(09) VALUE "* PENSAO ".
           02 WRK-PEN-ORDEM-ED PIC X(15).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PEN-BENEF-ED PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PEN-VALOR-ED PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PEN-SITUACAO-ED PIC X(20).
       01 WRK-LINHA-PARCELAS.
           02 FILLER PIC X(17) VALUE "* PARCELA BRASIL ".
           02 WRK-PAR-DOMESTICA-ED PIC X(16).
           02 FILLER PIC X(10) VALUE " EXTERIOR ".
           02 WRK-PAR-EXTERIOR-ED PIC X(16).
           02 FILLER PIC X(02) VALUE " (".
           02 WRK-PAR-MOEDA-CONTA-ED PIC X(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-PAR-VALOR-CONTA-ED PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE ")".
       01 WRK-LINHA-TOTAL-FGTS.
           02 FILLER PIC X(24) VALUE "TOTAL FGTS A RECOLHER".
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CHEQ-TIT-TEXTO PIC X(20).
       01 WRK-CHEQ-ITEM.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WRK-CHEQ-ITEM-COD PIC X(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CHEQ-ITEM-DESC PIC X(30).
           02 WRK-CHEQ-ITEM-VALOR PIC X(16).
           02 WRK-CHEQ-ITEM-SINAL PIC X(01).
       01 WRK-CHEQ-CSG-DESC.
           02 FILLER PIC X(17) VALUE "CONSIGNADO BANCO ".
           02 WRK-CHEQ-CSG-BANCO PIC 9(03).
       01 WRK-CHEQ-PEN-DESC.
           02 FILLER PIC X(15) VALUE "PENSAO ALIMENT ".
           02 WRK-CHEQ-PEN-ORDEM PIC X(07).
       01 WRK-CHEQ-DEPENDENTES.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(35) VALUE "DEPENDENTES (IRRF)".
           02 WRK-CHEQ-DEP-QTD PIC Z9.
       01 WRK-CHEQ-LIQUIDO.
           02 FILLER PIC X(24)
               VALUE "LIQUIDO A RECEBER ====> ".
           02 WRK-CHEQ-LIQ-VALOR PIC X(16).
       01 WRK-CHEQ-PARCELA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(35) VALUE "PARCELA CREDITADA NO BRASIL".
           02 WRK-CHEQ-PAR-VALOR PIC X(16).
       01 WRK-CHEQ-PARCELA-EXT.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(35) VALUE "PARCELA REMETIDA AO EXTERIOR".
           02 WRK-CHEQ-PAR-EXT-VALOR PIC X(16).
           02 FILLER PIC X(02) VALUE " (".
           02 WRK-CHEQ-PAR-MOEDA PIC X(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WRK-CHEQ-PAR-CONTA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE ")".
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0100-INICIA-AUDITORIA.
           PERFORM 0160-DEFINE-EVENTO-EXECUCAO.
           PERFORM 0170-DEFINE-EMPRESA.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           MOVE WRK-DATA TO WRK-DATA-EXECUCAO.
           IF EVENTO-COMPLEMENTAR AND WRK-RETORNO NOT = 16
               PERFORM 0180-DEFINE-COMPETENCIA-COMPL
           END-IF.
           COMPUTE WRK-COMPETENCIA = (WRK-ANO * 100) + WRK-MES.
           MOVE WRK-NOME-EMPRESA TO WRK-CAB-EMPRESA.
           IF WRK-RETORNO NOT = 16
               PERFORM 1050-ABRE-TRABALHO
           END-IF.
           IF EVENTO-COMPLEMENTAR AND WRK-RETORNO NOT = 16
               PERFORM 0270-CONFERE-COMPETENCIA-COMPL
           END-IF.
           IF EVENTO-COMPLEMENTAR AND WRK-RETORNO NOT = 16
               PERFORM 1100-CARREGA-COMPLEMENTARES
           END-IF.
           IF WRK-RETORNO NOT = 16 AND NOT MODO-SIMULACAO
               PERFORM 0200-VERIFICA-CONTROLE-EXEC
           END-IF.
           IF WRK-RETORNO = 16
               PERFORM 1090-FECHA-TRABALHO
               MOVE WRK-RETORNO TO RETURN-CODE
               GOBACK
           END-IF.
               PERFORM 1650-CARREGA-DEPENDENTES
               PERFORM 1690-CARREGA-DESCONTOS-REC
               PERFORM 1695-CARREGA-CODIGOS-DESC
               PERFORM 1900-CARREGA-CONSIGNADOS
               PERFORM 1950-CARREGA-PENSOES
               PERFORM 1930-CARREGA-CONTAS-EXTERIOR
               PERFORM 1980-CARREGA-AFASTAMENTOS
               IF NOT EVENTO-ADIANTAMENTO
                   PERFORM 1850-CARREGA-ADIANTAMENTOS
               END-IF
               PERFORM 0400-CARREGA-FERIADOS
               PERFORM 0450-CALCULA-DATA-PAGAMENTO
               PERFORM 1800-CARREGA-TABELA-TAXAS
               IF WRK-RETORNO NOT = 16
                   PERFORM 1500-CARREGA-RUBRICAS
               END-IF
               IF WRK-RETORNO NOT = 16
                   PERFORM 1700-CARREGA-CAMBIO
                   PERFORM 1750-VALIDA-CAMBIO
           IF WRK-RETORNO = 16 AND WRK-CTL-MARCADA = 'S'
               PERFORM 0260-MARCA-CONTROLE-ABORTADO
           END-IF.
           PERFORM 1090-FECHA-TRABALHO.
           MOVE WRK-RETORNO TO RETURN-CODE.
           GOBACK.

      *** A SIMULACAO IMPRIME EM ARQUIVO PROPRIO - NAO TOCA NO ********
      *** REGISTRO OFICIAL (NEM NUM PARCIAL DEIXADO POR EXECUCAO *******
      *** INTERROMPIDA COM CHECKPOINT PENDENTE) ************************
      *** A FOLHA COMPLEMENTAR ACRESCENTA CADA EXECUCAO AO REGISTRO, **
      *** A REMESSA, AO RESUMO, AO CONTRACHEQUE E AO FGTS, SEM *********
      *** REGENERAR - O QUE JA FOI PAGO NAS EXECUCOES ANTERIORES *******
      *** CONTINUA VALENDO E SO A NOVA DIFERENCA E ACRESCENTADA ********
           IF MODO-SIMULACAO
               OPEN OUTPUT SIMULACAO-RELATORIO
           ELSE
               IF WRK-CHECKPOINT-ID = ZEROS AND NOT EVENTO-COMPLEMENTAR
                   OPEN OUTPUT FOLHA-RELATORIO
               ELSE
                   OPEN EXTEND FOLHA-RELATORIO
                   IF WRK-STATUS-FOLHA = "35"
                       OPEN OUTPUT FOLHA-RELATORIO
                   END-IF
               END-IF
           END-IF.
           IF NOT MODO-SIMULACAO
               IF WRK-CHECKPOINT-ID = ZEROS AND NOT EVENTO-COMPLEMENTAR
                   OPEN OUTPUT CNAB-REMESSA
      *** O RESUMO NAO E TRUNCADO - E REGRAVADO PRESERVANDO OS ********
      *** REGISTROS DOS DEMAIS EVENTOS E EMPRESAS, E A EXECUCAO *******
                   OPEN EXTEND RESUMO-ARQUIVO
               ELSE
                   OPEN EXTEND CNAB-REMESSA
                   IF WRK-STATUS-CNAB = "35"
                       OPEN OUTPUT CNAB-REMESSA
                   END-IF
                   OPEN EXTEND RESUMO-ARQUIVO
                   IF WRK-STATUS-RESUMO = "35"
                       OPEN OUTPUT RESUMO-ARQUIVO
                   END-IF
               END-IF
      *** CONTRACHEQUE, FGTS E DESCONTOS APLICADOS SO EXISTEM NA ******
      *** FOLHA MENSAL - O ADIANTAMENTO NAO TOCA NESSES ARQUIVOS. *****
      *** DESCONTOS APLICADOS SAO COMPARTILHADOS E REGENERADOS ********
      *** PRESERVANDO AS DEMAIS EMPRESAS E OS EVENTOS AVULSOS, ********
      *** COMO O RESUMO ***********************************************
      *** A COMPLEMENTAR NAO REPETE DESCONTOS, CONSIGNADOS, PENSOES ****
      *** NEM RUBRICAS APLICADAS - FICAM OS DA FOLHA MENSAL ************
      *** A TRANSFERENCIA AO EXTERIOR SEGUE O CONTRACHEQUE (POR ********
      *** EMPRESA, ACUMULADA NA COMPLEMENTAR) **************************
               IF NOT EVENTO-ADIANTAMENTO
                   IF WRK-CHECKPOINT-ID = ZEROS
                       AND NOT EVENTO-COMPLEMENTAR
                       OPEN OUTPUT CONTRACHEQUE-ARQUIVO
                       OPEN OUTPUT TRANSFEXT-ARQUIVO
                       PERFORM 0640-REGENERA-FGTS
                       OPEN EXTEND FGTS-ARQUIVO
                       PERFORM 0680-REGENERA-DESCAPL
                       OPEN EXTEND DESCAPL-ARQUIVO
                       PERFORM 0700-REGENERA-CONSIGAPL
                       OPEN EXTEND CONSIGAPL-ARQUIVO
                       PERFORM 0720-REGENERA-PENSAOAPL
                       OPEN EXTEND PENSAOAPL-ARQUIVO
                       PERFORM 0740-REGENERA-RUBAPL
                       OPEN EXTEND RUBAPL-ARQUIVO
                   ELSE
                       OPEN EXTEND CONTRACHEQUE-ARQUIVO
                       IF WRK-STATUS-CONTRACHEQUE = "35"
                           OPEN OUTPUT CONTRACHEQUE-ARQUIVO
                       END-IF
                       OPEN EXTEND TRANSFEXT-ARQUIVO
                       IF WRK-STATUS-TRANSFEXT = "35"
                           OPEN OUTPUT TRANSFEXT-ARQUIVO
                       END-IF
                       OPEN EXTEND FGTS-ARQUIVO
                       IF WRK-STATUS-FGTS = "35"
                           OPEN OUTPUT FGTS-ARQUIVO
                       END-IF
                       IF NOT EVENTO-COMPLEMENTAR
                           OPEN EXTEND DESCAPL-ARQUIVO
                           OPEN EXTEND CONSIGAPL-ARQUIVO
                           OPEN EXTEND PENSAOAPL-ARQUIVO
                           OPEN EXTEND RUBAPL-ARQUIVO
                       END-IF
                   END-IF
               END-IF
               OPEN I-O HISTORICO-SALARIO
               CLOSE RESUMO-ARQUIVO
               IF NOT EVENTO-ADIANTAMENTO
                   CLOSE CONTRACHEQUE-ARQUIVO
                   CLOSE TRANSFEXT-ARQUIVO
                   CLOSE FGTS-ARQUIVO
                   IF NOT EVENTO-COMPLEMENTAR
                       CLOSE DESCAPL-ARQUIVO
                       CLOSE CONSIGAPL-ARQUIVO
                       CLOSE PENSAOAPL-ARQUIVO
                       CLOSE RUBAPL-ARQUIVO
                   END-IF
               END-IF
               CLOSE HISTORICO-SALARIO
               PERFORM 0250-ENCERRA-CONTROLE-EXEC
           END-IF.

      *** ABRE O TEMPORARIO FOLHA.TMP PARA DEVOLVER AS LINHAS **********
      *** PRESERVADAS AO ARQUIVO DE ORIGEM *****************************
       0580-ABRE-TEXTO-TRABALHO.
           OPEN INPUT TEXTO-TRABALHO.
           MOVE 'N' TO WRK-FIM-TEXTO-TRAB.
           PERFORM 0585-LE-TEXTO-TRABALHO.

       0585-LE-TEXTO-TRABALHO.
           READ TEXTO-TRABALHO
               AT END
                   MOVE 'S' TO WRK-FIM-TEXTO-TRAB
           END-READ.

      *** REGRAVA O RESUMO PRESERVANDO OS REGISTROS CUJO TIPO OU *******
      *** EMPRESA NAO SAO OS DA EXECUCAO CORRENTE (ADIANTAMENTOS, ******
      *** RESCISOES, FERIAS E OUTRAS EMPRESAS JA GRAVADOS NA ***********
      *** COMPETENCIA), NO MESMO MOLDE DA REGRAVACAO DO CONTROLE DE ****
      *** EXECUCAO - SO OS REGISTROS DO PROPRIO EVENTO/EMPRESA SAO *****
      *** REGERADOS. OS PRESERVADOS PASSAM PELO TEMPORARIO FOLHA.TMP ***
       0600-REGENERA-RESUMO.
           OPEN OUTPUT TEXTO-TRABALHO.
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO NOT = "35"
               MOVE 'N' TO WRK-FIM-RESUMO-ANT
                   UNTIL WRK-FIM-RESUMO-ANT = 'S'
               CLOSE RESUMO-ARQUIVO
           END-IF.
           CLOSE TEXTO-TRABALHO.
           OPEN OUTPUT RESUMO-ARQUIVO.
           PERFORM 0580-ABRE-TEXTO-TRABALHO.
           PERFORM 0630-GRAVA-RESUMO-PRESERVADO
               UNTIL WRK-FIM-TEXTO-TRAB = 'S'.
           CLOSE TEXTO-TRABALHO.
           CLOSE RESUMO-ARQUIVO.

       0610-LE-RESUMO-ANTERIOR.
           END-IF.
           IF RESUMO-TIPO NOT = WRK-TIPO-RESUMO-EVENTO
               OR WRK-EMPRESA-RESUMO NOT = WRK-EMPRESA-SELECIONADA
               WRITE LINHA-TEXTO-TRAB FROM LINHA-RESUMO
           END-IF.
           PERFORM 0610-LE-RESUMO-ANTERIOR.

       0630-GRAVA-RESUMO-PRESERVADO.
           WRITE LINHA-RESUMO FROM LINHA-TEXTO-TRAB.
           PERFORM 0585-LE-TEXTO-TRABALHO.

      *** REGRAVA O ARQUIVO DE FGTS PRESERVANDO OS DEPOSITOS DAS *******
      *** DEMAIS EMPRESAS E DOS EVENTOS AVULSOS (13o E FERIAS) - SO ****
      *** OS DEPOSITOS MENSAIS DA PROPRIA EMPRESA SAO REGERADOS ********
       0640-REGENERA-FGTS.
           OPEN OUTPUT TEXTO-TRABALHO.
           OPEN INPUT FGTS-ARQUIVO.
           IF WRK-STATUS-FGTS NOT = "35"
               MOVE 'N' TO WRK-FIM-FGTS-ANT
                   UNTIL WRK-FIM-FGTS-ANT = 'S'
               CLOSE FGTS-ARQUIVO
           END-IF.
           CLOSE TEXTO-TRABALHO.
           OPEN OUTPUT FGTS-ARQUIVO.
           PERFORM 0580-ABRE-TEXTO-TRABALHO.
           PERFORM 0670-GRAVA-FGTS-PRESERVADO
               UNTIL WRK-FIM-TEXTO-TRAB = 'S'.
           CLOSE TEXTO-TRABALHO.
           CLOSE FGTS-ARQUIVO.

       0650-LE-FGTS-ANTERIOR.
           END-IF.
           IF WRK-ORIGEM-FGTS NOT = "MENS"
               OR WRK-EMPRESA-FGTS NOT = WRK-EMPRESA-SELECIONADA
               WRITE LINHA-TEXTO-TRAB FROM LINHA-FGTS
           END-IF.
           PERFORM 0650-LE-FGTS-ANTERIOR.

       0670-GRAVA-FGTS-PRESERVADO.
           WRITE LINHA-FGTS FROM LINHA-TEXTO-TRAB.
           PERFORM 0585-LE-TEXTO-TRABALHO.

      *** REGRAVA OS DESCONTOS APLICADOS PRESERVANDO OS REGISTROS ******
      *** DAS DEMAIS EMPRESAS (SO A FOLHA MENSAL OS GRAVA) *************
       0680-REGENERA-DESCAPL.
           OPEN OUTPUT TEXTO-TRABALHO.
           OPEN INPUT DESCAPL-ARQUIVO.
           IF WRK-STATUS-DESCAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-DESCAPL-ANT
                   UNTIL WRK-FIM-DESCAPL-ANT = 'S'
               CLOSE DESCAPL-ARQUIVO
           END-IF.
           CLOSE TEXTO-TRABALHO.
           OPEN OUTPUT DESCAPL-ARQUIVO.
           PERFORM 0580-ABRE-TEXTO-TRABALHO.
           PERFORM 0695-GRAVA-DESCAPL-PRESERVADO
               UNTIL WRK-FIM-TEXTO-TRAB = 'S'.
           CLOSE TEXTO-TRABALHO.
           CLOSE DESCAPL-ARQUIVO.

       0685-LE-DESCAPL-ANTERIOR.
               MOVE DAP-EMPRESA TO WRK-EMPRESA-DESCAPL
           END-IF.
           IF WRK-EMPRESA-DESCAPL NOT = WRK-EMPRESA-SELECIONADA
               WRITE LINHA-TEXTO-TRAB FROM DESCAPL-RECORD
           END-IF.
           PERFORM 0685-LE-DESCAPL-ANTERIOR.

       0695-GRAVA-DESCAPL-PRESERVADO.
           MOVE LINHA-TEXTO-TRAB TO DESCAPL-RECORD.
           WRITE DESCAPL-RECORD.
           PERFORM 0585-LE-TEXTO-TRABALHO.

      *** REGRAVA AS PARCELAS DE CONSIGNADO APURADAS PRESERVANDO AS ****
      *** DAS DEMAIS EMPRESAS, COMO OS DESCONTOS APLICADOS *************
       0700-REGENERA-CONSIGAPL.
           OPEN OUTPUT TEXTO-TRABALHO.
           OPEN INPUT CONSIGAPL-ARQUIVO.
           IF WRK-STATUS-CONSIGAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-CONSIGAPL-ANT
               PERFORM 0705-LE-CONSIGAPL-ANTERIOR
               PERFORM 0710-PRESERVA-CONSIGAPL
                   UNTIL WRK-FIM-CONSIGAPL-ANT = 'S'
               CLOSE CONSIGAPL-ARQUIVO
           END-IF.
           CLOSE TEXTO-TRABALHO.
           OPEN OUTPUT CONSIGAPL-ARQUIVO.
           PERFORM 0580-ABRE-TEXTO-TRABALHO.
           PERFORM 0715-GRAVA-CONSIGAPL-PRESERVADO
               UNTIL WRK-FIM-TEXTO-TRAB = 'S'.
           CLOSE TEXTO-TRABALHO.
           CLOSE CONSIGAPL-ARQUIVO.

       0705-LE-CONSIGAPL-ANTERIOR.
           READ CONSIGAPL-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGAPL-ANT
           END-READ.

       0710-PRESERVA-CONSIGAPL.
           IF CAP-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-CONSIGAPL
           ELSE
               MOVE CAP-EMPRESA TO WRK-EMPRESA-CONSIGAPL
           END-IF.
           IF WRK-EMPRESA-CONSIGAPL NOT = WRK-EMPRESA-SELECIONADA
               WRITE LINHA-TEXTO-TRAB FROM WRK-REG-CONSIG-APL
           END-IF.
           PERFORM 0705-LE-CONSIGAPL-ANTERIOR.

       0715-GRAVA-CONSIGAPL-PRESERVADO.
           MOVE LINHA-TEXTO-TRAB TO WRK-REG-CONSIG-APL.
           WRITE WRK-REG-CONSIG-APL.
           PERFORM 0585-LE-TEXTO-TRABALHO.

      *** REGRAVA AS PENSOES APURADAS PRESERVANDO AS DEMAIS EMPRESAS ***
       0720-REGENERA-PENSAOAPL.
           OPEN OUTPUT TEXTO-TRABALHO.
           OPEN INPUT PENSAOAPL-ARQUIVO.
           IF WRK-STATUS-PENSAOAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-PENSAOAPL-ANT
               PERFORM 0725-LE-PENSAOAPL-ANTERIOR
               PERFORM 0730-PRESERVA-PENSAOAPL
                   UNTIL WRK-FIM-PENSAOAPL-ANT = 'S'
               CLOSE PENSAOAPL-ARQUIVO
           END-IF.
           CLOSE TEXTO-TRABALHO.
           OPEN OUTPUT PENSAOAPL-ARQUIVO.
           PERFORM 0580-ABRE-TEXTO-TRABALHO.
           PERFORM 0735-GRAVA-PENSAOAPL-PRESERVADO
               UNTIL WRK-FIM-TEXTO-TRAB = 'S'.
           CLOSE TEXTO-TRABALHO.
           CLOSE PENSAOAPL-ARQUIVO.

       0725-LE-PENSAOAPL-ANTERIOR.
           READ PENSAOAPL-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-PENSAOAPL-ANT
           END-READ.

       0730-PRESERVA-PENSAOAPL.
           IF PAP-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-PENSAOAPL
           ELSE
               MOVE PAP-EMPRESA TO WRK-EMPRESA-PENSAOAPL
           END-IF.
           IF WRK-EMPRESA-PENSAOAPL NOT = WRK-EMPRESA-SELECIONADA
               WRITE LINHA-TEXTO-TRAB FROM WRK-REG-PENSAO-APL
           END-IF.
           PERFORM 0725-LE-PENSAOAPL-ANTERIOR.

       0735-GRAVA-PENSAOAPL-PRESERVADO.
           MOVE LINHA-TEXTO-TRAB TO WRK-REG-PENSAO-APL.
           WRITE WRK-REG-PENSAO-APL.
           PERFORM 0585-LE-TEXTO-TRABALHO.

      *** REGRAVA AS RUBRICAS APURADAS PRESERVANDO AS DAS DEMAIS *******
      *** EMPRESAS E AS DE OUTROS TIPOS DE FOLHA - SO AS DA FOLHA ******
      *** MENSAL DA PROPRIA EMPRESA SAO REGERADAS **********************
       0740-REGENERA-RUBAPL.
           OPEN OUTPUT TEXTO-TRABALHO.
           OPEN INPUT RUBAPL-ARQUIVO.
           IF WRK-STATUS-RUBAPL NOT = "35"
               MOVE 'N' TO WRK-FIM-RUBAPL-ANT
               PERFORM 0745-LE-RUBAPL-ANTERIOR
               PERFORM 0750-PRESERVA-RUBAPL
                   UNTIL WRK-FIM-RUBAPL-ANT = 'S'
               CLOSE RUBAPL-ARQUIVO
           END-IF.
           CLOSE TEXTO-TRABALHO.
           OPEN OUTPUT RUBAPL-ARQUIVO.
           PERFORM 0580-ABRE-TEXTO-TRABALHO.
           PERFORM 0755-GRAVA-RUBAPL-PRESERVADO
               UNTIL WRK-FIM-TEXTO-TRAB = 'S'.
           CLOSE TEXTO-TRABALHO.
           CLOSE RUBAPL-ARQUIVO.

       0745-LE-RUBAPL-ANTERIOR.
           READ RUBAPL-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RUBAPL-ANT
           END-READ.

       0750-PRESERVA-RUBAPL.
           MOVE LINHA-RUBAPL TO WRK-REG-RUBRICA-APL.
           IF RAP-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-RUBAPL
           ELSE
               MOVE RAP-EMPRESA TO WRK-EMPRESA-RUBAPL
           END-IF.
           IF RAP-TIPO NOT = SPACES
               OR WRK-EMPRESA-RUBAPL NOT = WRK-EMPRESA-SELECIONADA
               WRITE LINHA-TEXTO-TRAB FROM LINHA-RUBAPL
           END-IF.
           PERFORM 0745-LE-RUBAPL-ANTERIOR.

       0755-GRAVA-RUBAPL-PRESERVADO.
           WRITE LINHA-RUBAPL FROM LINHA-TEXTO-TRAB.
           PERFORM 0585-LE-TEXTO-TRABALHO.

      *********** CAPTURA OPERADOR E HORARIO DE INICIO DA EXECUCAO ******
       0100-INICIA-AUDITORIA.
           ACCEPT WRK-FORCA-EXECUCAO FROM ENVIRONMENT-VALUE.
           DISPLAY "FOLHARETOMA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-RETOMA-EXECUCAO FROM ENVIRONMENT-VALUE.
           PERFORM 0210-BUSCA-CONTROLE.
           IF WRK-CTL-ENCONTRADO = 'S'
               EVALUATE WRK-CTL-STATUS-ATUAL
                   WHEN 'E'
                       IF WRK-RETOMA-EXECUCAO = 'S'
                           DISPLAY "RETOMADA DE EXECUCAO INTERROMPIDA "
                               "ANTERIOR CAIU, USE FOLHARETOMA=S)"
                           MOVE 16 TO WRK-RETORNO
                       END-IF
      *** A COMPLEMENTAR PODE RODAR DE NOVO NA COMPETENCIA - CADA ******
      *** EXECUCAO SO PAGA A DIFERENCA AINDA NAO PAGA ******************
                   WHEN 'P'
                       IF EVENTO-COMPLEMENTAR
                           DISPLAY "FOLHA COMPLEMENTAR JA EXECUTADA NA "
                               "COMPETENCIA - NOVA EXECUCAO PAGA SO AS "
                               "DIFERENCAS AINDA NAO PAGAS"
                       ELSE
                           IF WRK-FORCA-EXECUCAO = 'S'
                               DISPLAY "COMPETENCIA JA PAGA - "
                                   "REEXECUCAO FORCADA PELO OPERADOR"
                           ELSE
                               DISPLAY "COMPETENCIA " WRK-ANO "/"
                                   WRK-MES " JA PAGA - INICIO RECUSADO "
                                   "(USE FOLHAFORCA=S PARA FORCAR)"
                               MOVE 16 TO WRK-RETORNO
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
               PERFORM 0240-MARCA-CONTROLE-EXECUTANDO
           END-IF.

      *** PROCURA O CONTROLE DA COMPETENCIA E EMPRESA DIRETO NO ********
      *** ARQUIVO - VALE O PRIMEIRO REGISTRO DA CHAVE ******************
       0210-BUSCA-CONTROLE.
           MOVE 'N' TO WRK-CTL-ENCONTRADO.
           MOVE SPACES TO WRK-CTL-STATUS-ATUAL.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 0220-LE-CONTROLE
               PERFORM 0230-BUSCA-CONTROLE
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.
           IF WRK-FIM-CONTROLE NOT = 'S'
               MOVE CONTROLE-EXEC-RECORD TO WRK-REG-CONTROLE
      *** CONTROLE GRAVADO ANTES DA FOLHA MULTIEMPRESA VALE PARA A *****
      *** EMPRESA 001 **************************************************
               IF WRK-RCT-EMPRESA = SPACES
                   MOVE "001" TO WRK-RCT-EMPRESA
               END-IF
           END-IF.

       0225-CONFERE-CHAVE-CONTROLE.
           IF WRK-RCT-PROGRAMA = WRK-CTL-CHAVE-PROGRAMA
               AND WRK-RCT-ANO = WRK-ANO
               AND WRK-RCT-MES = WRK-MES
               AND WRK-RCT-EMPRESA = WRK-EMPRESA-SELECIONADA
               MOVE 'S' TO WRK-CTL-MESMA-CHAVE
           ELSE
               MOVE 'N' TO WRK-CTL-MESMA-CHAVE
           END-IF.

       0230-BUSCA-CONTROLE.
           PERFORM 0225-CONFERE-CHAVE-CONTROLE.
           IF WRK-CTL-MESMA-CHAVE = 'S'
               AND WRK-CTL-ENCONTRADO NOT = 'S'
               MOVE WRK-RCT-STATUS TO WRK-CTL-STATUS-ATUAL
               MOVE 'S' TO WRK-CTL-ENCONTRADO
           END-IF.
           PERFORM 0220-LE-CONTROLE.

      *********** MARCA A COMPETENCIA COMO EM EXECUCAO ('E') ************
       0240-MARCA-CONTROLE-EXECUTANDO.
           MOVE 'E' TO WRK-CTL-STATUS-NOVO.
           MOVE WRK-AUD-DATA-INICIO TO WRK-CTL-DATA-NOVA.
           MOVE WRK-AUD-HORA-INICIO TO WRK-CTL-HORA-NOVA.
           PERFORM 0290-REGRAVA-CONTROLES.
           MOVE 'S' TO WRK-CTL-MARCADA.

      *********** MARCA A COMPETENCIA COMO PAGA ('P') AO FINAL **********
       0250-ENCERRA-CONTROLE-EXEC.
           MOVE 'P' TO WRK-CTL-STATUS-NOVO.
           ACCEPT WRK-CTL-DATA-NOVA FROM DATE YYYYMMDD.
           ACCEPT WRK-CTL-HORA-NOVA FROM TIME.
           PERFORM 0290-REGRAVA-CONTROLES.

      *********** MARCA A COMPETENCIA COMO ABORTADA ('A') ***************
       0260-MARCA-CONTROLE-ABORTADO.
           MOVE 'A' TO WRK-CTL-STATUS-NOVO.
           ACCEPT WRK-CTL-DATA-NOVA FROM DATE YYYYMMDD.
           ACCEPT WRK-CTL-HORA-NOVA FROM TIME.
           PERFORM 0290-REGRAVA-CONTROLES.

      *** COPIA O CONTROLE PARA O TEMPORARIO FOLHA.TMP TROCANDO O *****
      *** PRIMEIRO REGISTRO DA CHAVE (OU ACRESCENTANDO-O NO FIM) E *****
      *** DEVOLVE TUDO AO CONTROLEEXEC.DAT *****************************
       0290-REGRAVA-CONTROLES.
           MOVE 'N' TO WRK-CTL-REGRAVADO.
           OPEN OUTPUT TEXTO-TRABALHO.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 0220-LE-CONTROLE
               PERFORM 0295-COPIA-CONTROLE
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.
           IF WRK-CTL-REGRAVADO NOT = 'S'
               MOVE WRK-CTL-CHAVE-PROGRAMA TO WRK-RCT-PROGRAMA
               MOVE WRK-ANO TO WRK-RCT-ANO
               MOVE WRK-MES TO WRK-RCT-MES
               MOVE WRK-EMPRESA-SELECIONADA TO WRK-RCT-EMPRESA
               PERFORM 0297-ATUALIZA-CONTROLE
               WRITE LINHA-TEXTO-TRAB FROM WRK-REG-CONTROLE
           END-IF.
           CLOSE TEXTO-TRABALHO.
           OPEN OUTPUT CONTROLE-EXEC-ARQUIVO.
           PERFORM 0580-ABRE-TEXTO-TRABALHO.
           PERFORM 0298-DEVOLVE-CONTROLE
               UNTIL WRK-FIM-TEXTO-TRAB = 'S'.
           CLOSE TEXTO-TRABALHO.
           CLOSE CONTROLE-EXEC-ARQUIVO.

       0295-COPIA-CONTROLE.
           PERFORM 0225-CONFERE-CHAVE-CONTROLE.
           IF WRK-CTL-MESMA-CHAVE = 'S'
               AND WRK-CTL-REGRAVADO NOT = 'S'
               PERFORM 0297-ATUALIZA-CONTROLE
           END-IF.
           WRITE LINHA-TEXTO-TRAB FROM WRK-REG-CONTROLE.
           PERFORM 0220-LE-CONTROLE.

       0297-ATUALIZA-CONTROLE.
           MOVE WRK-CTL-STATUS-NOVO TO WRK-RCT-STATUS.
           MOVE WRK-OPERADOR TO WRK-RCT-OPERADOR.
           MOVE WRK-CTL-DATA-NOVA TO WRK-RCT-DATA.
           MOVE WRK-CTL-HORA-NOVA TO WRK-RCT-HORA.
           MOVE 'S' TO WRK-CTL-REGRAVADO.

       0298-DEVOLVE-CONTROLE.
           WRITE CONTROLE-EXEC-RECORD FROM LINHA-TEXTO-TRAB.
           PERFORM 0585-LE-TEXTO-TRABALHO.

      *** MODO DE EXECUCAO PELA VARIAVEL DE AMBIENTE FOLHAMODO - ******
      *** QUALQUER VALOR DIFERENTE DE SIMULACAO RODA OFICIAL ***********
      *** A FOLHA COMPLEMENTAR SO RODA SOBRE FOLHA MENSAL JA PAGA ('P' *
      *** DO PROGCOB04 NA COMPETENCIA E EMPRESA), COM A COMPETENCIA ****
      *** AINDA ABERTA (SEM FECHAMENTO DO PROGCOB21) E SEM FOLHA *******
      *** MENSAL DE COMPETENCIA POSTERIOR NA EMPRESA - O RESUMO E O ****
      *** FGTS DE ONDE VEM O JA PAGO SAO OS DESSA COMPETENCIA **********
       0270-CONFERE-COMPETENCIA-COMPL.
           MOVE 'N' TO WRK-CPL-FOLHA-PAGA.
           MOVE 'N' TO WRK-CPL-FECHADA.
           MOVE 'N' TO WRK-CPL-POSTERIOR.
           OPEN INPUT CONTROLE-EXEC-ARQUIVO.
           IF WRK-STATUS-CONTROLE-EXEC NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTROLE
               PERFORM 0220-LE-CONTROLE
               PERFORM 0275-CONFERE-CONTROLE-COMPL
                   UNTIL WRK-FIM-CONTROLE = 'S'
               CLOSE CONTROLE-EXEC-ARQUIVO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CPL-FOLHA-PAGA NOT = 'S'
                   DISPLAY "FOLHA MENSAL DA COMPETENCIA " WRK-ANO "/"
                       WRK-MES " NAO CONSTA COMO PAGA - FOLHA "
                       "COMPLEMENTAR RECUSADA"
                   MOVE 16 TO WRK-RETORNO
               WHEN WRK-CPL-FECHADA = 'S'
                   DISPLAY "COMPETENCIA " WRK-ANO "/" WRK-MES
                       " JA FECHADA - FOLHA COMPLEMENTAR RECUSADA"
                   MOVE 16 TO WRK-RETORNO
               WHEN WRK-CPL-POSTERIOR = 'S'
                   DISPLAY "FOLHA MENSAL DE COMPETENCIA POSTERIOR A "
                       WRK-ANO "/" WRK-MES " JA PROCESSADA - FOLHA "
                       "COMPLEMENTAR RECUSADA"
                   MOVE 16 TO WRK-RETORNO
           END-EVALUATE.

       0275-CONFERE-CONTROLE-COMPL.
           IF WRK-RCT-EMPRESA = WRK-EMPRESA-SELECIONADA
               COMPUTE WRK-CPL-COMP-CTL =
                   (WRK-RCT-ANO * 100) + WRK-RCT-MES
               EVALUATE TRUE
                   WHEN WRK-RCT-PROGRAMA = "PROGCOB04"
                       AND WRK-CPL-COMP-CTL > WRK-COMPETENCIA
                       MOVE 'S' TO WRK-CPL-POSTERIOR
                   WHEN WRK-CPL-COMP-CTL NOT = WRK-COMPETENCIA
                       CONTINUE
                   WHEN WRK-RCT-PROGRAMA = "PROGCOB04"
                       AND WRK-RCT-STATUS = 'P'
                       MOVE 'S' TO WRK-CPL-FOLHA-PAGA
                   WHEN WRK-RCT-PROGRAMA = "PROGCOB21"
                       AND WRK-RCT-STATUS = 'P'
                       MOVE 'S' TO WRK-CPL-FECHADA
               END-EVALUATE
           END-IF.
           PERFORM 0220-LE-CONTROLE.

       0150-DEFINE-MODO-EXECUCAO.
           DISPLAY "FOLHAMODO" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-MODO-EXECUCAO FROM ENVIRONMENT-VALUE.
           DISPLAY "MODO DE EXECUCAO: " WRK-MODO-EXECUCAO.

      *** EVENTO DE PAGAMENTO PELA VARIAVEL DE AMBIENTE FOLHAEVENTO - **
      *** QUALQUER VALOR DIFERENTE DE ADIANTAMENTO OU COMPLEMENTAR *****
      *** RODA A FOLHA MENSAL. O ADIANTAMENTO TEM REGISTRO, REMESSA E **
      *** CHAVE DE CONTROLE DE EXECUCAO PROPRIOS, E O PERCENTUAL VEM ***
      *** DE FOLHAADIANTPCT (PADRAO 40). A COMPLEMENTAR TAMBEM TEM *****
      *** SAIDAS, CHAVE DE CONTROLE E TIPO DE RESUMO PROPRIOS **********
       0160-DEFINE-EVENTO-EXECUCAO.
           DISPLAY "FOLHAEVENTO" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-EVENTO-EXECUCAO FROM ENVIRONMENT-VALUE.
           EVALUATE TRUE
               WHEN EVENTO-ADIANTAMENTO
                   MOVE "PROGCB04A" TO WRK-CTL-CHAVE-PROGRAMA
                   MOVE "ADTO" TO WRK-TIPO-RESUMO-EVENTO
                   DISPLAY "FOLHAADIANTPCT" UPON ENVIRONMENT-NAME
                   ACCEPT WRK-ADIANT-PCT-ENTRADA FROM ENVIRONMENT-VALUE
                   IF WRK-ADIANT-PCT-ENTRADA IS NUMERIC
                       AND WRK-ADIANT-PCT-ENTRADA NOT = ZEROS
                       MOVE WRK-ADIANT-PCT-ENTRADA TO WRK-ADIANT-PCT
                   END-IF
                   DISPLAY "PERCENTUAL DO ADIANTAMENTO: " WRK-ADIANT-PCT
               WHEN EVENTO-COMPLEMENTAR
                   MOVE "PROGCB04C" TO WRK-CTL-CHAVE-PROGRAMA
                   MOVE "COMP" TO WRK-TIPO-RESUMO-EVENTO
                   MOVE "FOLHA COMPLEMENTAR" TO WRK-CAB-LIT
               WHEN OTHER
                   MOVE "MENSAL" TO WRK-EVENTO-EXECUCAO
           END-EVALUATE.
           DISPLAY "EVENTO DE PAGAMENTO: " WRK-EVENTO-EXECUCAO.

      *** EMPRESA PROCESSADA PELA VARIAVEL DE AMBIENTE FOLHAEMPRESA ****
               MOVE SPACES TO WRK-NOME-ARQ-RELATORIO
               MOVE SPACES TO WRK-NOME-ARQ-REMESSA
               MOVE SPACES TO WRK-NOME-ARQ-CONTRACHEQUE
               MOVE SPACES TO WRK-NOME-ARQ-TRANSFEXT
               STRING "DATA/CONTRACHEQUE" DELIMITED BY SIZE
                   WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                   ".PRT" DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-CONTRACHEQUE
               EVALUATE TRUE
                   WHEN EVENTO-ADIANTAMENTO
                       STRING "DATA/ADIANTAMENTO" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".PRT" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-RELATORIO
                       STRING "DATA/REMESSAADI" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".CNAB240" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-REMESSA
                   WHEN EVENTO-COMPLEMENTAR
                       STRING "DATA/COMPLEMENTAR" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".PRT" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-RELATORIO
                       STRING "DATA/REMESSACOMP" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".CNAB240" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-REMESSA
                       MOVE SPACES TO WRK-NOME-ARQ-CONTRACHEQUE
                       STRING "DATA/CONTRACHEQUECOMP" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".PRT" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-CONTRACHEQUE
                       STRING "DATA/TRANSFEXTCOMP" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-TRANSFEXT
                   WHEN OTHER
                       STRING "DATA/PAYROLL" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".PRT" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-RELATORIO
                       STRING "DATA/REMESSA" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".CNAB240" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-REMESSA
                       STRING "DATA/TRANSFEXT" DELIMITED BY SIZE
                           WRK-EMPRESA-SELECIONADA DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO WRK-NOME-ARQ-TRANSFEXT
               END-EVALUATE
               DISPLAY "EMPRESA PROCESSADA: " WRK-EMPRESA-SELECIONADA
                   " - " WRK-NOME-EMPRESA
           END-IF.

      *** COMPETENCIA DA FOLHA COMPLEMENTAR PELA VARIAVEL DE AMBIENTE **
      *** FOLHACOMPETENCIA=AAAAMM (OBRIGATORIA, NAO PODE SER FUTURA). **
      *** A DATA DE REFERENCIA DO CALCULO PASSA A SER A DA COMPETENCIA *
      *** (HOJE NO MES CORRENTE, O ULTIMO DIA NAS ANTERIORES) - O *******
      *** CREDITO DA REMESSA CONTINUA PARTINDO DA DATA DA EXECUCAO *****
       0180-DEFINE-COMPETENCIA-COMPL.
           DISPLAY "FOLHACOMPETENCIA" UPON ENVIRONMENT-NAME.
           ACCEPT WRK-COMP-ENTRADA FROM ENVIRONMENT-VALUE.
           MOVE 'S' TO WRK-COMP-VALIDA.
           IF WRK-COMP-ENTRADA NOT NUMERIC
               MOVE 'N' TO WRK-COMP-VALIDA
           ELSE
               MOVE WRK-COMP-ENTRADA (1:4) TO WRK-COMP-ANO
               MOVE WRK-COMP-ENTRADA (5:2) TO WRK-COMP-MES
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   MOVE 'N' TO WRK-COMP-VALIDA
               END-IF
               IF WRK-COMP-ANO > WRK-ANO
                   OR (WRK-COMP-ANO = WRK-ANO
                       AND WRK-COMP-MES > WRK-MES)
                   MOVE 'N' TO WRK-COMP-VALIDA
               END-IF
           END-IF.
           IF WRK-COMP-VALIDA NOT = 'S'
               DISPLAY "FOLHACOMPETENCIA AUSENTE, INVALIDA OU FUTURA "
                   "(AAAAMM) - FOLHA COMPLEMENTAR RECUSADA"
               MOVE 16 TO WRK-RETORNO
           ELSE
               IF WRK-COMP-ANO NOT = WRK-ANO
                   OR WRK-COMP-MES NOT = WRK-MES
                   MOVE WRK-COMP-ANO TO WRK-ANO
                   MOVE WRK-COMP-MES TO WRK-MES
                   PERFORM 0185-ULTIMO-DIA-COMPETENCIA
               END-IF
               DISPLAY "COMPETENCIA DA FOLHA COMPLEMENTAR: " WRK-ANO
                   "/" WRK-MES
           END-IF.

      *** ULTIMO DIA DO MES DA COMPETENCIA (FEVEREIRO BISSEXTO COM 29) *
       0185-ULTIMO-DIA-COMPETENCIA.
           MOVE WRK-DIAS-MES-TAB (WRK-MES) TO WRK-DIA.
           IF WRK-MES = 2
               COMPUTE WRK-CPL-QUOC = WRK-ANO / 4
               IF WRK-ANO = WRK-CPL-QUOC * 4
                   MOVE 29 TO WRK-DIA
                   COMPUTE WRK-CPL-QUOC = WRK-ANO / 100
                   IF WRK-ANO = WRK-CPL-QUOC * 100
                       COMPUTE WRK-CPL-QUOC = WRK-ANO / 400
                       IF WRK-ANO NOT = WRK-CPL-QUOC * 400
                           MOVE 28 TO WRK-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0175-LE-EMPRESA.
           READ EMPRESA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-FERIADO
           END-READ.

      *** MAIS FERIADOS DO QUE CABEM NA TABELA ABORTA A EXECUCAO (RC ***
      *** 16) - A DATA DE CREDITO PODERIA CAIR NUM FERIADO PERDIDO *****
       0420-ARMAZENA-FERIADO.
           IF WRK-CAL-QTD-FERIADOS >= WRK-CAL-MAX-FERIADOS
               DISPLAY "FERIADOS.DAT COM MAIS DE " WRK-CAL-MAX-FERIADOS
                   " FERIADOS - TABELA ESGOTADA, EXECUCAO ABORTADA"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-FERIADO
           ELSE
               ADD 1 TO WRK-CAL-QTD-FERIADOS
               MOVE FED-DATA
                   TO WRK-CAL-FERIADO-DATA (WRK-CAL-QTD-FERIADOS)
               PERFORM 0410-LE-FERIADO
           END-IF.

      *** DATA DE CREDITO DA REMESSA = DATA DA EXECUCAO ROLADA PARA ****
      *** FRENTE ENQUANTO CAIR EM SABADO, DOMINGO OU FERIADO ***********
      *** O CREDITO PARTE DA DATA DA EXECUCAO (NA FOLHA COMPLEMENTAR ***
      *** A DATA DE REFERENCIA E A DA COMPETENCIA, JA PASSADA) *********
       0450-CALCULA-DATA-PAGAMENTO.
           MOVE WRK-EXE-ANO TO WRK-PAG-ANO.
           MOVE WRK-EXE-MES TO WRK-PAG-MES.
           MOVE WRK-EXE-DIA TO WRK-PAG-DIA.
           MOVE 'N' TO WRK-PAG-UTIL.
           PERFORM 0460-CONFERE-DIA-PAGAMENTO
               UNTIL WRK-PAG-UTIL = 'S'.
               END-IF
           END-IF.

      *** CRIA VAZIO O ARQUIVO DE TRABALHO DA EXECUCAO E O DEIXA *******
      *** ABERTO PARA GRAVACAO E LEITURA POR CHAVE - SEM ELE NAO HA ****
      *** ONDE CARREGAR OS MOVIMENTOS E A EXECUCAO E ABORTADA **********
       1050-ABRE-TRABALHO.
           MOVE ZEROS TO WRK-SEQ-TRABALHO.
           OPEN OUTPUT FOLHA-TRABALHO.
           IF WRK-STATUS-TRABALHO = "00"
               CLOSE FOLHA-TRABALHO
               OPEN I-O FOLHA-TRABALHO
           END-IF.
           IF WRK-STATUS-TRABALHO NOT = "00"
               DISPLAY "ARQUIVO DE TRABALHO FOLHATRAB.DAT NAO PODE SER "
                   "CRIADO - STATUS " WRK-STATUS-TRABALHO
               MOVE 16 TO WRK-RETORNO
           ELSE
               MOVE 'S' TO WRK-TRABALHO-ABERTO
           END-IF.

      *** GRAVA O MOVIMENTO MONTADO NA AREA DO ARQUIVO DE TRABALHO NA **
      *** PROXIMA SEQUENCIA - MANTEM A ORDEM DE LEITURA DO ARQUIVO *****
      *** DE ORIGEM PARA O MESMO EMPREGADO *****************************
       1055-GRAVA-TRABALHO.
           ADD 1 TO WRK-SEQ-TRABALHO.
           MOVE WRK-SEQ-TRABALHO TO FTR-SEQ.
           PERFORM 1058-ESCREVE-TRABALHO.

      *** LEITURA DIRETA PELA CHAVE MONTADA EM FTR-CHAVE ***************
       1057-LE-TRABALHO-CHAVE.
           MOVE 'S' TO WRK-TRB-ACHADO.
           READ FOLHA-TRABALHO
               INVALID KEY
                   MOVE 'N' TO WRK-TRB-ACHADO
           END-READ.

      *** FALHA DE GRAVACAO NO ARQUIVO DE TRABALHO PERDERIA MOVIMENTO **
      *** - A EXECUCAO E ABORTADA **************************************
       1058-ESCREVE-TRABALHO.
           WRITE FOLHA-TRABALHO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WRK-STATUS-TRABALHO NOT = "00"
               PERFORM 1085-FALHA-TRABALHO
           END-IF.

       1059-REGRAVA-TRABALHO.
           REWRITE FOLHA-TRABALHO-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WRK-STATUS-TRABALHO NOT = "00"
               PERFORM 1085-FALHA-TRABALHO
           END-IF.

      *** POSICIONA NO PRIMEIRO MOVIMENTO DO TIPO E EMPREGADO **********
      *** (WRK-TRB-TIPO/WRK-TRB-ID) - WRK-FIM-TRABALHO = 'S' QUANDO ****
      *** NAO HA MAIS NENHUM ***************************************
       1060-POSICIONA-TRABALHO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE WRK-TRB-TIPO TO FTR-TIPO.
           MOVE WRK-TRB-ID TO FTR-ID.
           MOVE ZEROS TO FTR-SEQ.
           START FOLHA-TRABALHO KEY NOT < FTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-START.
           IF WRK-FIM-TRABALHO NOT = 'S'
               PERFORM 1065-LE-TRABALHO
           END-IF.

       1065-LE-TRABALHO.
           READ FOLHA-TRABALHO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.
           IF WRK-FIM-TRABALHO NOT = 'S'
               AND (FTR-TIPO NOT = WRK-TRB-TIPO
                   OR FTR-ID NOT = WRK-TRB-ID)
               MOVE 'S' TO WRK-FIM-TRABALHO
           END-IF.

      *** QUANTIDADE DE MOVIMENTOS DO TIPO E EMPREGADO *****************
       1068-CONTA-TRABALHO.
           MOVE ZEROS TO WRK-TRB-QTD.
           PERFORM 1060-POSICIONA-TRABALHO.
           PERFORM 1069-SOMA-TRABALHO
               UNTIL WRK-FIM-TRABALHO = 'S'.

       1069-SOMA-TRABALHO.
           ADD 1 TO WRK-TRB-QTD.
           PERFORM 1065-LE-TRABALHO.

      *** TRAZ DO ARQUIVO DE TRABALHO PARA AS TABELAS DO CALCULO SO ****
      *** AS PENSOES, CONSIGNADOS, DESCONTOS RECORRENTES, AFASTAMENTOS *
      *** E RUBRICAS DO MES DO EMPREGADO EM PROCESSAMENTO - OS LIMITES *
      *** POR EMPREGADO JA FORAM CONFERIDOS NA VARREDURA DO MASTER *****
       1070-CARREGA-PENSOES-EMP.
           MOVE ZEROS TO WRK-QTD-PENSOES.
           MOVE "PE" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           PERFORM 1071-ARMAZENA-PENSAO-EMP
               UNTIL WRK-FIM-TRABALHO = 'S'
                   OR WRK-QTD-PENSOES = WRK-MAX-PENSOES-EMP.

       1071-ARMAZENA-PENSAO-EMP.
           ADD 1 TO WRK-QTD-PENSOES.
           MOVE FTR-PEN-DADOS TO WRK-TAB-PENSAO (WRK-QTD-PENSOES).
           PERFORM 1065-LE-TRABALHO.

       1072-CARREGA-CONSIG-EMP.
           MOVE ZEROS TO WRK-QTD-CONSIGNADOS.
           MOVE "CS" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           PERFORM 1073-ARMAZENA-CONSIG-EMP
               UNTIL WRK-FIM-TRABALHO = 'S'
                   OR WRK-QTD-CONSIGNADOS = WRK-MAX-CONSIG-EMP.

       1073-ARMAZENA-CONSIG-EMP.
           ADD 1 TO WRK-QTD-CONSIGNADOS.
           MOVE FTR-CSG-DADOS
               TO WRK-TAB-CONSIGNADO (WRK-QTD-CONSIGNADOS).
           PERFORM 1065-LE-TRABALHO.

       1074-CARREGA-DESCREC-EMP.
           MOVE ZEROS TO WRK-QTD-DESCREC.
           MOVE "DR" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           PERFORM 1075-ARMAZENA-DESCREC-EMP
               UNTIL WRK-FIM-TRABALHO = 'S'
                   OR WRK-QTD-DESCREC = WRK-MAX-DESCREC-EMP.

       1075-ARMAZENA-DESCREC-EMP.
           ADD 1 TO WRK-QTD-DESCREC.
           MOVE FTR-DRC-DADOS
               TO WRK-TAB-DESCONTO-REC (WRK-QTD-DESCREC).
           PERFORM 1065-LE-TRABALHO.

       1076-CARREGA-AFASTAMENTOS-EMP.
           MOVE ZEROS TO WRK-QTD-AFASTAMENTOS.
           MOVE "AF" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           PERFORM 1077-ARMAZENA-AFASTAMENTO-EMP
               UNTIL WRK-FIM-TRABALHO = 'S'
                   OR WRK-QTD-AFASTAMENTOS = WRK-MAX-AFAST-EMP.

       1077-ARMAZENA-AFASTAMENTO-EMP.
           ADD 1 TO WRK-QTD-AFASTAMENTOS.
           MOVE FTR-AFA-DADOS
               TO WRK-TAB-AFASTAMENTO (WRK-QTD-AFASTAMENTOS).
           PERFORM 1065-LE-TRABALHO.

       1078-CARREGA-RUBMES-EMP.
           MOVE ZEROS TO WRK-QTD-RUBMES.
           MOVE "RM" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           PERFORM 1079-ARMAZENA-RUBMES-EMP
               UNTIL WRK-FIM-TRABALHO = 'S'
                   OR WRK-QTD-RUBMES = WRK-MAX-RUBMES-EMP.

       1079-ARMAZENA-RUBMES-EMP.
           ADD 1 TO WRK-QTD-RUBMES.
           MOVE FTR-RMV-DADOS TO WRK-TAB-RUBRICA-MES (WRK-QTD-RUBMES).
           PERFORM 1065-LE-TRABALHO.

       1085-FALHA-TRABALHO.
           DISPLAY "FALHA NA GRAVACAO DE FOLHATRAB.DAT - STATUS "
               WRK-STATUS-TRABALHO " - EXECUCAO ABORTADA".
           MOVE 16 TO WRK-RETORNO.

       1090-FECHA-TRABALHO.
           IF WRK-TRABALHO-ABERTO = 'S'
               CLOSE FOLHA-TRABALHO
               MOVE 'N' TO WRK-TRABALHO-ABERTO
           END-IF.

      *** CARREGA A RELACAO DA FOLHA COMPLEMENTAR (COMPLEMENTAR.DAT - **
      *** EMPREGADO E MOTIVO) E O JA PAGO A CADA UM NA COMPETENCIA. ****
      *** RELACAO AUSENTE OU VAZIA RECUSA A EXECUCAO (RC 16) ***********
       1100-CARREGA-COMPLEMENTARES.
           MOVE ZEROS TO WRK-QTD-CPL.
           OPEN INPUT COMPLEMENTAR-ARQUIVO.
           IF WRK-STATUS-COMPLEMENTAR NOT = "35"
               MOVE 'N' TO WRK-FIM-COMPLEMENTAR
               PERFORM 1110-LE-COMPLEMENTAR
               PERFORM 1120-ARMAZENA-COMPLEMENTAR
                   UNTIL WRK-FIM-COMPLEMENTAR = 'S'
               CLOSE COMPLEMENTAR-ARQUIVO
           END-IF.
           IF WRK-QTD-CPL = ZEROS
               DISPLAY "RELACAO DA FOLHA COMPLEMENTAR "
                   "(COMPLEMENTAR.DAT) AUSENTE OU VAZIA - "
                   "EXECUCAO RECUSADA"
               MOVE 16 TO WRK-RETORNO
           ELSE
               DISPLAY "EMPREGADOS NA FOLHA COMPLEMENTAR: " WRK-QTD-CPL
               PERFORM 1130-CARREGA-PAGO-HISTORICO
               PERFORM 1150-CARREGA-PAGO-RESUMO
               PERFORM 1170-CARREGA-PAGO-FGTS
           END-IF.

       1110-LE-COMPLEMENTAR.
           READ COMPLEMENTAR-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-COMPLEMENTAR
           END-READ.

      *** EMPREGADO REPETIDO NA RELACAO ENTRA UMA VEZ SO ***************
       1120-ARMAZENA-COMPLEMENTAR.
           MOVE CPL-ID TO WRK-CPL-ID-BUSCA.
           PERFORM 1180-BUSCA-COMPLEMENTAR.
           IF WRK-CPL-ENCONTRADO NOT = 'S'
               ADD 1 TO WRK-QTD-CPL
               MOVE SPACES TO FOLHA-TRABALHO-RECORD
               MOVE "CP" TO FTR-TIPO
               MOVE CPL-ID TO FTR-ID
               MOVE ZEROS TO FTR-SEQ
               MOVE CPL-MOTIVO TO FTR-CPL-MOTIVO
               MOVE ZEROS TO FTR-CPL-BRUTO-MENSAL
               MOVE ZEROS TO FTR-CPL-BRUTO-COMPL
               MOVE ZEROS TO FTR-CPL-INSS
               MOVE ZEROS TO FTR-CPL-IRRF
               MOVE ZEROS TO FTR-CPL-ENCARGOS
               MOVE ZEROS TO FTR-CPL-FGTS-BASE
               MOVE ZEROS TO FTR-CPL-FGTS
               PERFORM 1058-ESCREVE-TRABALHO
           END-IF.
           PERFORM 1110-LE-COMPLEMENTAR.

      *** BRUTO JA PAGO NA COMPETENCIA, DO HISTORICO - A FOLHA MENSAL **
      *** VALE PELO ULTIMO LANCAMENTO (REEXECUCAO FORCADA EM OUTRO DIA *
      *** NAO CONTA DUAS VEZES); AS COMPLEMENTARES ANTERIORES SE SOMAM *
       1130-CARREGA-PAGO-HISTORICO.
           OPEN INPUT HISTORICO-SALARIO.
           IF WRK-STATUS-HISTORICO NOT = "35"
               MOVE 'N' TO WRK-FIM-HIST-CPL
               PERFORM 1135-LE-HISTORICO-PAGO
               PERFORM 1140-ACUMULA-HISTORICO-PAGO
                   UNTIL WRK-FIM-HIST-CPL = 'S'
               CLOSE HISTORICO-SALARIO
           END-IF.

       1135-LE-HISTORICO-PAGO.
           READ HISTORICO-SALARIO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-HIST-CPL
           END-READ.

       1140-ACUMULA-HISTORICO-PAGO.
           IF HIST-ANO = WRK-ANO AND HIST-MES = WRK-MES
               AND (HIST-TIPO = SPACES OR HIST-TIPO = "COMP")
               MOVE HIST-ID TO WRK-CPL-ID-BUSCA
               PERFORM 1180-BUSCA-COMPLEMENTAR
               IF WRK-CPL-ENCONTRADO = 'S'
                   IF HIST-TIPO = SPACES
                       MOVE HIST-SALARIO-BRUTO TO FTR-CPL-BRUTO-MENSAL
                   ELSE
                       ADD HIST-SALARIO-BRUTO TO FTR-CPL-BRUTO-COMPL
                   END-IF
                   PERFORM 1059-REGRAVA-TRABALHO
               END-IF
           END-IF.
           PERFORM 1135-LE-HISTORICO-PAGO.

      *** INSS, IRRF E ENCARGOS JA APURADOS NA COMPETENCIA, DO RESUMO **
      *** DA EMPRESA (FOLHA MENSAL E COMPLEMENTARES ANTERIORES) ********
       1150-CARREGA-PAGO-RESUMO.
           OPEN INPUT RESUMO-ARQUIVO.
           IF WRK-STATUS-RESUMO NOT = "35"
               MOVE 'N' TO WRK-FIM-RESUMO-ANT
               PERFORM 0610-LE-RESUMO-ANTERIOR
               PERFORM 1160-ACUMULA-RESUMO-PAGO
                   UNTIL WRK-FIM-RESUMO-ANT = 'S'
               CLOSE RESUMO-ARQUIVO
           END-IF.

       1160-ACUMULA-RESUMO-PAGO.
           MOVE LINHA-RESUMO TO WRK-REG-RESUMO.
           IF RESUMO-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-RESUMO
           ELSE
               MOVE RESUMO-EMPRESA TO WRK-EMPRESA-RESUMO
           END-IF.
           IF WRK-EMPRESA-RESUMO = WRK-EMPRESA-SELECIONADA
               AND (RESUMO-TIPO = SPACES OR RESUMO-TIPO = "COMP")
               MOVE RESUMO-ID TO WRK-CPL-ID-BUSCA
               PERFORM 1180-BUSCA-COMPLEMENTAR
               IF WRK-CPL-ENCONTRADO = 'S'
                   ADD RESUMO-INSS TO FTR-CPL-INSS
                   ADD RESUMO-IRRF TO FTR-CPL-IRRF
                   ADD RESUMO-ENCARGOS TO FTR-CPL-ENCARGOS
                   PERFORM 1059-REGRAVA-TRABALHO
               END-IF
           END-IF.
           PERFORM 0610-LE-RESUMO-ANTERIOR.

      *** BASE E DEPOSITO DE FGTS JA RECOLHIDOS NA COMPETENCIA *********
       1170-CARREGA-PAGO-FGTS.
           OPEN INPUT FGTS-ARQUIVO.
           IF WRK-STATUS-FGTS NOT = "35"
               MOVE 'N' TO WRK-FIM-FGTS-ANT
               PERFORM 0650-LE-FGTS-ANTERIOR
               PERFORM 1175-ACUMULA-FGTS-PAGO
                   UNTIL WRK-FIM-FGTS-ANT = 'S'
               CLOSE FGTS-ARQUIVO
           END-IF.

       1175-ACUMULA-FGTS-PAGO.
           MOVE LINHA-FGTS TO WRK-REG-FGTS.
           IF FGT-EMPRESA = SPACES
               MOVE "001" TO WRK-EMPRESA-FGTS
           ELSE
               MOVE FGT-EMPRESA TO WRK-EMPRESA-FGTS
           END-IF.
           IF FGT-ORIGEM = SPACES
               MOVE "MENS" TO WRK-ORIGEM-FGTS
           ELSE
               MOVE FGT-ORIGEM TO WRK-ORIGEM-FGTS
           END-IF.
           IF WRK-EMPRESA-FGTS = WRK-EMPRESA-SELECIONADA
               AND FGT-ANO = WRK-ANO AND FGT-MES = WRK-MES
               AND (WRK-ORIGEM-FGTS = "MENS"
                   OR WRK-ORIGEM-FGTS = "COMP")
               MOVE FGT-ID TO WRK-CPL-ID-BUSCA
               PERFORM 1180-BUSCA-COMPLEMENTAR
               IF WRK-CPL-ENCONTRADO = 'S'
                   ADD FGT-BASE TO FTR-CPL-FGTS-BASE
                   ADD FGT-DEPOSITO TO FTR-CPL-FGTS
                   PERFORM 1059-REGRAVA-TRABALHO
               END-IF
           END-IF.
           PERFORM 0650-LE-FGTS-ANTERIOR.

      *** JA PAGO DO EMPREGADO DA COMPLEMENTAR, PELA CHAVE NO ARQUIVO **
      *** DE TRABALHO - FICA NA AREA DO ARQUIVO (PARA ACUMULAR E *******
      *** REGRAVAR) E EM WRK-CPL-EMPREGADO (PARA O CALCULO) ************
       1180-BUSCA-COMPLEMENTAR.
           MOVE "CP" TO FTR-TIPO.
           MOVE WRK-CPL-ID-BUSCA TO FTR-ID.
           MOVE ZEROS TO FTR-SEQ.
           PERFORM 1057-LE-TRABALHO-CHAVE.
           MOVE WRK-TRB-ACHADO TO WRK-CPL-ENCONTRADO.
           IF WRK-CPL-ENCONTRADO = 'S'
               MOVE FTR-CPL-DADOS TO WRK-CPL-EMPREGADO
           END-IF.

      *** CARREGA OS AJUSTES RETROATIVOS (SE HOUVER) NO ARQUIVO DE *****
      *** TRABALHO *****************************************************
       1200-CARREGA-AJUSTES.
           OPEN INPUT AJUSTE-ARQUIVO.
           IF WRK-STATUS-AJUSTE NOT = "35"
               MOVE 'N' TO WRK-FIM-AJUSTE
           END-READ.

       1220-ARMAZENA-AJUSTE.
           MOVE SPACES TO FOLHA-TRABALHO-RECORD.
           MOVE "AJ" TO FTR-TIPO.
           MOVE AJ-ID TO FTR-ID.
           IF AJ-SINAL = '-'
               COMPUTE FTR-AJ-VALOR = AJ-VALOR * -1
           ELSE
               MOVE AJ-VALOR TO FTR-AJ-VALOR
           END-IF.
           PERFORM 1055-GRAVA-TRABALHO.
           PERFORM 1210-LE-AJUSTE.

      *** CARREGA AS HORAS EXTRAS LANCADAS NO PERIODO (SE HOUVER) NO ***
      *** ARQUIVO DE TRABALHO ******************************************
       1400-CARREGA-HORASEXTRAS.
           OPEN INPUT HORAEXTRA-ARQUIVO.
           IF WRK-STATUS-HORAEXTRA NOT = "35"
               MOVE 'N' TO WRK-FIM-HORAEXTRA
           END-READ.

       1420-ARMAZENA-HORAEXTRA.
           MOVE SPACES TO FOLHA-TRABALHO-RECORD.
           MOVE "HE" TO FTR-TIPO.
           MOVE HE-ID TO FTR-ID.
           MOVE HE-HORAS TO FTR-HE-HORAS.
           PERFORM 1055-GRAVA-TRABALHO.
           PERFORM 1410-LE-HORAEXTRA.

      *** CARREGA O CATALOGO DE RUBRICAS - SEM ELE, OU SEM ALGUMA ******
      *** DAS RUBRICAS CALCULADAS PELA FOLHA, NAO HA COMO MONTAR AS ****
      *** BASES DE INSS/IRRF/FGTS E A EXECUCAO E ABORTADA **************
       1500-CARREGA-RUBRICAS.
           MOVE ZEROS TO WRK-QTD-RUBRICAS.
           OPEN INPUT RUBRICA-ARQUIVO.
           IF WRK-STATUS-RUBRICA NOT = "00"
               DISPLAY "RUBRICAS.DAT NAO PODE SER ABERTO - STATUS "
                   WRK-STATUS-RUBRICA
           ELSE
               MOVE 'N' TO WRK-FIM-RUBRICA
               PERFORM 1510-LE-RUBRICA
               PERFORM 1520-ARMAZENA-RUBRICA
                   UNTIL WRK-FIM-RUBRICA = 'S'
               CLOSE RUBRICA-ARQUIVO
           END-IF.
           MOVE 'S' TO WRK-RUB-SISTEMA-OK.
           PERFORM 1525-CONFERE-RUBRICA-SISTEMA
               VARYING WRK-IDX-RUB-SIS FROM 1 BY 1
               UNTIL WRK-IDX-RUB-SIS > 11.
           IF WRK-RUB-SISTEMA-OK NOT = 'S'
               DISPLAY "CATALOGO DE RUBRICAS INCOMPLETO - EXECUCAO "
                   "ABORTADA"
               MOVE 16 TO WRK-RETORNO
               CLOSE EMPLOYEE-MASTER
           ELSE
      *** A PENSAO SO SAI DA BASE DO IRRF SE A RUBRICA PEN TIVER *******
      *** INCIDENCIA DE IRRF (SEM A RUBRICA, VALE A DEDUCAO LEGAL) *****
               MOVE "PEN " TO WRK-RUB-COD-BUSCA
               PERFORM 2335-BUSCA-RUBRICA
               IF WRK-RUB-ENCONTRADA = 'S'
                   MOVE TAB-RUB-INCIDE-IRRF (WRK-IDX-RUB-ACHADA)
                       TO WRK-RUB-PEN-IRRF
               END-IF
               PERFORM 1530-CARREGA-RUBRICAS-MES
           END-IF.

       1510-LE-RUBRICA.
           READ RUBRICA-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RUBRICA
           END-READ.

      *** CATALOGO MAIOR QUE A TABELA ABORTA A EXECUCAO (RC 16) - ******
      *** RUBRICA FORA DA TABELA FICARIA SEM INCIDENCIA ****************
       1520-ARMAZENA-RUBRICA.
           IF WRK-QTD-RUBRICAS >= WRK-MAX-RUBRICAS
               DISPLAY "RUBRICAS.DAT COM MAIS DE " WRK-MAX-RUBRICAS
                   " RUBRICAS - TABELA ESGOTADA, EXECUCAO ABORTADA"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-RUBRICA
           ELSE
               PERFORM 1522-GUARDA-RUBRICA
           END-IF.

       1522-GUARDA-RUBRICA.
           ADD 1 TO WRK-QTD-RUBRICAS.
           MOVE RUB-CODIGO TO TAB-RUB-CODIGO (WRK-QTD-RUBRICAS).
           MOVE RUB-DESCRICAO TO TAB-RUB-DESCRICAO (WRK-QTD-RUBRICAS).
           MOVE RUB-NATUREZA TO TAB-RUB-NATUREZA (WRK-QTD-RUBRICAS).
           MOVE RUB-INCIDE-INSS
               TO TAB-RUB-INCIDE-INSS (WRK-QTD-RUBRICAS).
           MOVE RUB-INCIDE-IRRF
               TO TAB-RUB-INCIDE-IRRF (WRK-QTD-RUBRICAS).
           MOVE RUB-INCIDE-FGTS
               TO TAB-RUB-INCIDE-FGTS (WRK-QTD-RUBRICAS).
           MOVE RUB-CONTA TO TAB-RUB-CONTA (WRK-QTD-RUBRICAS).
           PERFORM 1510-LE-RUBRICA.

       1525-CONFERE-RUBRICA-SISTEMA.
           MOVE WRK-RUB-SISTEMA-COD (WRK-IDX-RUB-SIS)
               TO WRK-RUB-COD-BUSCA.
           PERFORM 2335-BUSCA-RUBRICA.
           IF WRK-RUB-ENCONTRADA NOT = 'S'
               DISPLAY "RUBRICA " WRK-RUB-COD-BUSCA
                   " CALCULADA PELA FOLHA NAO CONSTA DO CATALOGO"
               MOVE 'N' TO WRK-RUB-SISTEMA-OK
           END-IF.

      *** CARREGA AS RUBRICAS VARIAVEIS LANCADAS PARA A COMPETENCIA ****
      *** (SE HOUVER) - CODIGO FORA DO CATALOGO OU DE RUBRICA **********
      *** CALCULADA PELA FOLHA (0001 A 0099) E RECUSADO COM AVISO ******
       1530-CARREGA-RUBRICAS-MES.
           OPEN INPUT RUBMES-ARQUIVO.
           IF WRK-STATUS-RUBMES NOT = "35"
               MOVE 'N' TO WRK-FIM-RUBMES
               PERFORM 1535-LE-RUBRICA-MES
               PERFORM 1540-ARMAZENA-RUBRICA-MES
                   UNTIL WRK-FIM-RUBMES = 'S'
               CLOSE RUBMES-ARQUIVO
           END-IF.

       1535-LE-RUBRICA-MES.
           READ RUBMES-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-RUBMES
           END-READ.

       1540-ARMAZENA-RUBRICA-MES.
           IF RMV-COMPETENCIA = WRK-COMPETENCIA
               MOVE RMV-CODIGO TO WRK-RUB-COD-BUSCA
               PERFORM 2335-BUSCA-RUBRICA
               IF WRK-RUB-ENCONTRADA NOT = 'S'
                   OR RMV-CODIGO NOT NUMERIC
                   OR RMV-CODIGO < "0100"
                   DISPLAY "RUBRICA VARIAVEL " RMV-CODIGO
                       " INVALIDA, LANCAMENTO IGNORADO - ID " RMV-ID
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               ELSE
                   MOVE SPACES TO FOLHA-TRABALHO-RECORD
                   MOVE "RM" TO FTR-TIPO
                   MOVE RMV-ID TO FTR-ID
                   MOVE RMV-ID TO FTR-RMV-ID
                   MOVE RMV-CODIGO TO FTR-RMV-CODIGO
                   MOVE RMV-VALOR TO FTR-RMV-VALOR
                   PERFORM 1055-GRAVA-TRABALHO
               END-IF
           END-IF.
           PERFORM 1535-LE-RUBRICA-MES.

      *** CARREGA AS FALTAS LANCADAS NO PERIODO (SE HOUVER) ************
       1550-CARREGA-FALTAS.
           OPEN INPUT FALTA-ARQUIVO.
           IF WRK-STATUS-FALTA NOT = "35"
               MOVE 'N' TO WRK-FIM-FALTA
           END-READ.

       1570-ARMAZENA-FALTA.
           MOVE SPACES TO FOLHA-TRABALHO-RECORD.
           MOVE "FA" TO FTR-TIPO.
           MOVE FAL-ID TO FTR-ID.
           MOVE FAL-DIAS TO FTR-FAL-DIAS.
           MOVE FAL-JUSTIFICADA TO FTR-FAL-JUSTIFICADA.
           PERFORM 1055-GRAVA-TRABALHO.
           PERFORM 1560-LE-FALTA.

      *** CARREGA AS DATAS DE ADMISSAO PARA A PRORATA DO PRIMEIRO MES **
       1600-CARREGA-ADMISSOES.
           OPEN INPUT ADMISSAO-ARQUIVO.
           IF WRK-STATUS-ADMISSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-ADMISSAO
           END-READ.

       1620-ARMAZENA-ADMISSAO.
           MOVE SPACES TO FOLHA-TRABALHO-RECORD.
           MOVE "AD" TO FTR-TIPO.
           MOVE ADM-ID TO FTR-ID.
           MOVE ADM-DATA-ADMISSAO (1:4) TO FTR-ADM-ANO.
           MOVE ADM-DATA-ADMISSAO (5:2) TO FTR-ADM-MES.
           MOVE ADM-DATA-ADMISSAO (7:2) TO FTR-ADM-DIA.
           PERFORM 1055-GRAVA-TRABALHO.
           PERFORM 1610-LE-ADMISSAO.

      *** CARREGA O CADASTRO DE DEPENDENTES TOTALIZANDO A QUANTIDADE ***
      *** POR EMPREGADO, PARA A DEDUCAO NA BASE DO IRRF ****************
       1650-CARREGA-DEPENDENTES.
           OPEN INPUT DEPENDENTE-ARQUIVO.
           IF WRK-STATUS-DEPENDENTE NOT = "35"
               MOVE 'N' TO WRK-FIM-DEPENDENTE
           END-READ.

       1670-ACUMULA-DEPENDENTE.
           MOVE "DP" TO FTR-TIPO.
           MOVE DPD-EMP-ID TO FTR-ID.
           MOVE ZEROS TO FTR-SEQ.
           PERFORM 1057-LE-TRABALHO-CHAVE.
           IF WRK-TRB-ACHADO = 'S'
               ADD 1 TO FTR-DPD-QTD
               PERFORM 1059-REGRAVA-TRABALHO
           ELSE
               MOVE SPACES TO FOLHA-TRABALHO-RECORD
               MOVE "DP" TO FTR-TIPO
               MOVE DPD-EMP-ID TO FTR-ID
               MOVE ZEROS TO FTR-SEQ
               MOVE 1 TO FTR-DPD-QTD
               PERFORM 1058-ESCREVE-TRABALHO
           END-IF.
           PERFORM 1660-LE-DEPENDENTE.

      *** CARREGA OS DESCONTOS RECORRENTES DE BENEFICIOS EM VIGOR NA ***
      *** COMPETENCIA (SE HOUVER) **************************************
       1690-CARREGA-DESCONTOS-REC.
           OPEN INPUT DESCREC-ARQUIVO.
           IF WRK-STATUS-DESCREC NOT = "35"
               MOVE 'N' TO WRK-FIM-DESCREC
           END-READ.

       1692-ARMAZENA-DESCONTO-REC.
           IF DRC-COMP-INICIO <= WRK-COMPETENCIA
               AND (DRC-COMP-FIM = ZEROS
                   OR DRC-COMP-FIM >= WRK-COMPETENCIA)
               MOVE SPACES TO FOLHA-TRABALHO-RECORD
               MOVE "DR" TO FTR-TIPO
               MOVE DRC-EMP-ID TO FTR-ID
               MOVE DRC-EMP-ID TO FTR-DRC-ID
               MOVE DRC-CODIGO TO FTR-DRC-CODIGO
               MOVE DRC-TIPO TO FTR-DRC-TIPO
               MOVE DRC-VALOR TO FTR-DRC-VALOR
               MOVE DRC-COMP-INICIO TO FTR-DRC-COMP-INICIO
               MOVE DRC-COMP-FIM TO FTR-DRC-COMP-FIM
               PERFORM 1055-GRAVA-TRABALHO
           END-IF.
           PERFORM 1691-LE-DESCONTO-REC.

      *** CARREGA A REFERENCIA DE CODIGOS DE DESCONTO ******************
                   MOVE 'S' TO WRK-FIM-CODDESC
           END-READ.

      *** REFERENCIA MAIOR QUE A TABELA ABORTA A EXECUCAO (RC 16) ******
       1697-ARMAZENA-CODIGO-DESC.
           IF WRK-QTD-CODDESC >= WRK-MAX-CODDESC
               DISPLAY "CODIGOSDESC.DAT COM MAIS DE " WRK-MAX-CODDESC
                   " CODIGOS - TABELA ESGOTADA, EXECUCAO ABORTADA"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-CODDESC
           ELSE
               ADD 1 TO WRK-QTD-CODDESC
               MOVE CDS-CODIGO TO TAB-CDS-CODIGO (WRK-QTD-CODDESC)
               MOVE CDS-DESCRICAO
                   TO TAB-CDS-DESCRICAO (WRK-QTD-CODDESC)
               PERFORM 1696-LE-CODIGO-DESC
           END-IF.

      *** CARREGA OS ADIANTAMENTOS JA PAGOS NA COMPETENCIA (REGISTROS **
      *** 'ADTO' DO HISTORICO) PARA A FOLHA MENSAL ABATER DO LIQUIDO ***
       1850-CARREGA-ADIANTAMENTOS.
           OPEN INPUT HISTORICO-SALARIO.
           IF WRK-STATUS-HISTORICO NOT = "35"
               MOVE 'N' TO WRK-FIM-HIST-ADTO
       1870-ACUMULA-ADIANTAMENTO.
           IF HIST-TIPO = "ADTO" AND HIST-ANO = WRK-ANO
               AND HIST-MES = WRK-MES
               MOVE "AT" TO FTR-TIPO
               MOVE HIST-ID TO FTR-ID
               MOVE ZEROS TO FTR-SEQ
               PERFORM 1057-LE-TRABALHO-CHAVE
               IF WRK-TRB-ACHADO = 'S'
                   ADD HIST-LIQUIDO TO FTR-ADT-VALOR
                   PERFORM 1059-REGRAVA-TRABALHO
               ELSE
                   MOVE SPACES TO FOLHA-TRABALHO-RECORD
                   MOVE "AT" TO FTR-TIPO
                   MOVE HIST-ID TO FTR-ID
                   MOVE ZEROS TO FTR-SEQ
                   MOVE HIST-LIQUIDO TO FTR-ADT-VALOR
                   PERFORM 1058-ESCREVE-TRABALHO
               END-IF
           END-IF.
           PERFORM 1860-LE-HISTORICO-ADTO.

      *** CARREGA OS CONTRATOS DE CONSIGNADO ATIVOS EM VIGOR NA ********
      *** COMPETENCIA **************************************************
       1900-CARREGA-CONSIGNADOS.
           OPEN INPUT CONSIGNADO-ARQUIVO.
           IF WRK-STATUS-CONSIGNADO NOT = "35"
               MOVE 'N' TO WRK-FIM-CONSIGNADO
               PERFORM 1910-LE-CONSIGNADO
               PERFORM 1920-ARMAZENA-CONSIGNADO
                   UNTIL WRK-FIM-CONSIGNADO = 'S'
               CLOSE CONSIGNADO-ARQUIVO
           END-IF.

       1910-LE-CONSIGNADO.
           READ CONSIGNADO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
           END-READ.

       1920-ARMAZENA-CONSIGNADO.
           IF CSG-ATIVO
               AND CSG-COMP-INICIO <= WRK-COMPETENCIA
               AND CSG-COMP-FIM >= WRK-COMPETENCIA
               MOVE SPACES TO FOLHA-TRABALHO-RECORD
               MOVE "CS" TO FTR-TIPO
               MOVE CSG-EMP-ID TO FTR-ID
               MOVE CSG-EMP-ID TO FTR-CSG-ID
               MOVE CSG-BANCO TO FTR-CSG-BANCO
               MOVE CSG-CONTRATO TO FTR-CSG-CONTRATO
               MOVE CSG-VALOR-PARCELA TO FTR-CSG-VALOR
               MOVE CSG-COMP-INICIO TO FTR-CSG-COMP-INICIO
               MOVE CSG-COMP-FIM TO FTR-CSG-COMP-FIM
               PERFORM 1055-GRAVA-TRABALHO
           END-IF.
           PERFORM 1910-LE-CONSIGNADO.

      *** CARREGA AS CONTAS NO EXTERIOR DOS EXPATRIADOS NO ARQUIVO DE **
      *** TRABALHO (SEM O ARQUIVO NINGUEM TEM PARCELA NO EXTERIOR) *****
       1930-CARREGA-CONTAS-EXTERIOR.
           OPEN INPUT CONTAEXT-ARQUIVO.
           IF WRK-STATUS-CONTAEXT NOT = "35"
               MOVE 'N' TO WRK-FIM-CONTAEXT
               PERFORM 1935-LE-CONTA-EXTERIOR
               PERFORM 1940-ARMAZENA-CONTA-EXTERIOR
                   UNTIL WRK-FIM-CONTAEXT = 'S'
               CLOSE CONTAEXT-ARQUIVO
           END-IF.

       1935-LE-CONTA-EXTERIOR.
           READ CONTAEXT-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTAEXT
           END-READ.

       1940-ARMAZENA-CONTA-EXTERIOR.
           MOVE SPACES TO FOLHA-TRABALHO-RECORD.
           MOVE "CE" TO FTR-TIPO.
           MOVE CEX-EMP-ID TO FTR-ID.
           MOVE CEX-BENEFICIARIO TO FTR-CEX-BENEFICIARIO.
           MOVE CEX-IBAN TO FTR-CEX-IBAN.
           MOVE CEX-SWIFT TO FTR-CEX-SWIFT.
           MOVE CEX-MOEDA TO FTR-CEX-MOEDA.
           MOVE CEX-TIPO-PARCELA TO FTR-CEX-TIPO-PARCELA.
           MOVE CEX-VALOR-PARCELA TO FTR-CEX-VALOR-PARCELA.
           PERFORM 1055-GRAVA-TRABALHO.
           PERFORM 1935-LE-CONTA-EXTERIOR.

      *** LOCALIZA A CONTA NO EXTERIOR DO EMPREGADO WRK-CEX-ID-BUSCA ***
      *** (VALE A PRIMEIRA DO ARQUIVO) E A COPIA PARA WRK-CONTA-EXT ****
       1945-BUSCA-CONTA-EXTERIOR.
           MOVE 'N' TO WRK-CEX-ENCONTRADA.
           MOVE "CE" TO WRK-TRB-TIPO.
           MOVE WRK-CEX-ID-BUSCA TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           IF WRK-FIM-TRABALHO NOT = 'S'
               MOVE 'S' TO WRK-CEX-ENCONTRADA
               MOVE FTR-CEX-DADOS TO WRK-CONTA-EXT
           END-IF.

      *** CARREGA AS ORDENS DE PENSAO ALIMENTICIA EM VIGOR NA DATA *****
      *** DA FOLHA *****************************************************
       1950-CARREGA-PENSOES.
           MOVE WRK-DATA TO WRK-DATA-REF-PENSAO.
           OPEN INPUT PENSAO-ARQUIVO.
           IF WRK-STATUS-PENSAO NOT = "35"
               MOVE 'N' TO WRK-FIM-PENSAO
               PERFORM 1960-LE-PENSAO
               PERFORM 1970-ARMAZENA-PENSAO
                   UNTIL WRK-FIM-PENSAO = 'S'
               CLOSE PENSAO-ARQUIVO
           END-IF.

       1960-LE-PENSAO.
           READ PENSAO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-PENSAO
           END-READ.

       1970-ARMAZENA-PENSAO.
           IF PEN-DATA-INICIO <= WRK-DATA-REF-PENSAO
               AND (PEN-DATA-FIM = ZEROS
                   OR PEN-DATA-FIM >= WRK-DATA-REF-PENSAO)
               MOVE SPACES TO FOLHA-TRABALHO-RECORD
               MOVE "PE" TO FTR-TIPO
               MOVE PEN-EMP-ID TO FTR-ID
               MOVE PEN-EMP-ID TO FTR-PEN-ID
               MOVE PEN-ORDEM TO FTR-PEN-ORDEM
               MOVE PEN-BENEF-NOME TO FTR-PEN-BENEF-NOME
               MOVE PEN-TIPO-PAGAMENTO TO FTR-PEN-TIPO-PAGAMENTO
               MOVE PEN-BANCO TO FTR-PEN-BANCO
               MOVE PEN-AGENCIA TO FTR-PEN-AGENCIA
               MOVE PEN-CONTA TO FTR-PEN-CONTA
               MOVE PEN-CONTA-DV TO FTR-PEN-CONTA-DV
               MOVE PEN-CHAVE-PIX TO FTR-PEN-CHAVE-PIX
               MOVE PEN-REGRA TO FTR-PEN-REGRA
               MOVE PEN-PERCENTUAL TO FTR-PEN-PERCENTUAL
               MOVE PEN-VALOR-FIXO TO FTR-PEN-VALOR-FIXO
               MOVE PEN-DATA-INICIO TO FTR-PEN-DATA-INICIO
               MOVE PEN-DATA-FIM TO FTR-PEN-DATA-FIM
               PERFORM 1055-GRAVA-TRABALHO
           END-IF.
           PERFORM 1960-LE-PENSAO.

      *** CARREGA OS AFASTAMENTOS COM PERIODO A CARGO DO INSS AINDA ****
      *** ABERTO NO MES DA FOLHA - AS DATAS VIRAM NUMERO DE DIAS NA ****
      *** BASE COMERCIAL (ANO X 360 + MESES X 30 + DIA ATE 30) *********
       1980-CARREGA-AFASTAMENTOS.
           COMPUTE WRK-AFA-MES-INICIO =
               WRK-ANO * 360 + (WRK-MES - 1) * 30 + 1.
           COMPUTE WRK-AFA-MES-FIM = WRK-AFA-MES-INICIO + 29.
           OPEN INPUT AFASTAMENTO-ARQUIVO.
           IF WRK-STATUS-AFASTAMENTO NOT = "35"
               MOVE 'N' TO WRK-FIM-AFASTAMENTO
               PERFORM 1985-LE-AFASTAMENTO
               PERFORM 1990-ARMAZENA-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAMENTO = 'S'
               CLOSE AFASTAMENTO-ARQUIVO
           END-IF.

       1985-LE-AFASTAMENTO.
           READ AFASTAMENTO-ARQUIVO
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
           END-READ.

      *** PERIODO DO INSS: DOENCA E ACIDENTE A PARTIR DO 16O DIA, ******
      *** MATERNIDADE DESDE O INICIO, ATE A VESPERA DO RETORNO *********
       1990-ARMAZENA-AFASTAMENTO.
           MOVE AFA-DATA-INICIO TO WRK-AFA-DATA-CONV.
           PERFORM 1995-CONVERTE-DATA-AFA.
           MOVE WRK-AFA-SERIAL TO WRK-AFA-DE.
           IF NOT AFA-MATERNIDADE
               ADD 15 TO WRK-AFA-DE
           END-IF.
           IF AFA-DATA-RETORNO = ZEROS
               MOVE 9999999 TO WRK-AFA-ATE
           ELSE
               MOVE AFA-DATA-RETORNO TO WRK-AFA-DATA-CONV
               PERFORM 1995-CONVERTE-DATA-AFA
               COMPUTE WRK-AFA-ATE = WRK-AFA-SERIAL - 1
           END-IF.
           IF WRK-AFA-ATE >= WRK-AFA-MES-INICIO
               AND WRK-AFA-DE <= WRK-AFA-MES-FIM
               AND WRK-AFA-DE <= WRK-AFA-ATE
               MOVE SPACES TO FOLHA-TRABALHO-RECORD
               MOVE "AF" TO FTR-TIPO
               MOVE AFA-EMP-ID TO FTR-ID
               MOVE AFA-EMP-ID TO FTR-AFA-ID
               MOVE AFA-TIPO TO FTR-AFA-TIPO
               MOVE WRK-AFA-DE TO FTR-AFA-INSS-INICIO
               MOVE WRK-AFA-ATE TO FTR-AFA-INSS-FIM
               PERFORM 1055-GRAVA-TRABALHO
           END-IF.
           PERFORM 1985-LE-AFASTAMENTO.

       1995-CONVERTE-DATA-AFA.
           IF WRK-AFA-CONV-DIA > 30
               MOVE 30 TO WRK-AFA-CONV-DIA
           END-IF.
           COMPUTE WRK-AFA-SERIAL = WRK-AFA-CONV-ANO * 360
               + (WRK-AFA-CONV-MES - 1) * 30 + WRK-AFA-CONV-DIA.

      *** CARREGA A TABELA DE TAXAS LEGAIS E SELECIONA A VERSAO EM *****
      *** VIGOR NA DATA DA EXECUCAO (MAIOR VIGENCIA <= DATA) - SEM *****
      *** VERSAO COBRINDO A DATA A EXECUCAO E ABORTADA (RC 16) *********
                   MOVE 'S' TO WRK-FIM-CAMBIO
           END-READ.

      *** MAIS TAXAS DO QUE CABEM NA TABELA ABORTA A EXECUCAO (RC 16) **
       1720-ARMAZENA-CAMBIO.
           IF WRK-QTD-CAMBIOS >= WRK-MAX-CAMBIOS
               DISPLAY "CAMBIO.DAT COM MAIS DE " WRK-MAX-CAMBIOS
                   " TAXAS - TABELA ESGOTADA, EXECUCAO ABORTADA"
               MOVE 16 TO WRK-RETORNO
               MOVE 'S' TO WRK-FIM-CAMBIO
           ELSE
               ADD 1 TO WRK-QTD-CAMBIOS
               MOVE CAM-MOEDA TO TAB-CAM-MOEDA (WRK-QTD-CAMBIOS)
               MOVE CAM-DATA TO TAB-CAM-DATA (WRK-QTD-CAMBIOS)
               MOVE CAM-TAXA TO TAB-CAM-TAXA (WRK-QTD-CAMBIOS)
               PERFORM 1710-LE-CAMBIO
           END-IF.

      *** VARRE O MASTER ANTES DO PROCESSAMENTO E CONFERE SE TODA ******
      *** MOEDA EM USO TEM TAXA DO DIA - ABORTA A EXECUCAO (RC 16) *****
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.
           IF WRK-FIM-ARQUIVO NOT = 'S' AND NOT EVENTO-ADIANTAMENTO
               AND NOT EMP-DESLIGADO
               AND (EMP-EMPRESA = WRK-EMPRESA-SELECIONADA
                   OR (EMP-EMPRESA = SPACES
                       AND WRK-EMPRESA-SELECIONADA = "001"))
               PERFORM 1785-CONFERE-MOEDA-CONTA-EXT
           END-IF.
           IF WRK-FIM-ARQUIVO NOT = 'S' AND NOT EMP-DESLIGADO
               AND (EMP-EMPRESA = WRK-EMPRESA-SELECIONADA
                   OR (EMP-EMPRESA = SPACES
                       AND WRK-EMPRESA-SELECIONADA = "001"))
               PERFORM 1770-CONFERE-LIMITES-EMPREGADO
           END-IF.
           IF WRK-FIM-ARQUIVO NOT = 'S'
               PERFORM 1760-LE-VALIDA-CAMBIO
           END-IF.

      *** LIMITES POR EMPREGADO DAS TABELAS DO CALCULO (PENSOES, *******
      *** CONSIGNADOS, DESCONTOS RECORRENTES, AFASTAMENTOS E RUBRICAS **
      *** DO MES) - QUEM PASSA DELES ABORTA A EXECUCAO (RC 16) ANTES ***
      *** DE GERAR QUALQUER SAIDA, EM VEZ DE FICAR SEM PARTE DOS *******
      *** LANCAMENTOS **************************************************
       1770-CONFERE-LIMITES-EMPREGADO.
           MOVE EMP-ID TO WRK-TRB-ID.
           MOVE "PE" TO WRK-TRB-TIPO.
           MOVE WRK-MAX-PENSOES-EMP TO WRK-TRB-LIMITE.
           MOVE "ORDENS DE PENSAO EM VIGOR" TO WRK-TRB-DESCRICAO.
           PERFORM 1775-CONFERE-LIMITE.
           MOVE "CS" TO WRK-TRB-TIPO.
           MOVE WRK-MAX-CONSIG-EMP TO WRK-TRB-LIMITE.
           MOVE "CONTRATOS DE CONSIGNADO EM VIGOR"
               TO WRK-TRB-DESCRICAO.
           PERFORM 1775-CONFERE-LIMITE.
           MOVE "DR" TO WRK-TRB-TIPO.
           MOVE WRK-MAX-DESCREC-EMP TO WRK-TRB-LIMITE.
           MOVE "DESCONTOS RECORRENTES EM VIGOR" TO WRK-TRB-DESCRICAO.
           PERFORM 1775-CONFERE-LIMITE.
           MOVE "AF" TO WRK-TRB-TIPO.
           MOVE WRK-MAX-AFAST-EMP TO WRK-TRB-LIMITE.
           MOVE "AFASTAMENTOS NO MES" TO WRK-TRB-DESCRICAO.
           PERFORM 1775-CONFERE-LIMITE.
           MOVE "RM" TO WRK-TRB-TIPO.
           MOVE WRK-MAX-RUBMES-EMP TO WRK-TRB-LIMITE.
           MOVE "RUBRICAS VARIAVEIS NA COMPETENCIA"
               TO WRK-TRB-DESCRICAO.
           PERFORM 1775-CONFERE-LIMITE.

       1775-CONFERE-LIMITE.
           IF WRK-FIM-ARQUIVO NOT = 'S'
               PERFORM 1068-CONTA-TRABALHO
               IF WRK-TRB-QTD > WRK-TRB-LIMITE
                   DISPLAY "EMPREGADO " EMP-ID " COM " WRK-TRB-QTD " "
                       WRK-TRB-DESCRICAO
                   DISPLAY "LIMITE POR EMPREGADO E DE " WRK-TRB-LIMITE
                       " - EXECUCAO ABORTADA"
                   MOVE 16 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

      *** A MOEDA DA CONTA NO EXTERIOR TAMBEM PRECISA DE TAXA DO DIA ***
      *** PARA CONVERTER A PARCELA REMETIDA (O ADIANTAMENTO NAO TEM ****
      *** PARCELA NO EXTERIOR) *****************************************
       1785-CONFERE-MOEDA-CONTA-EXT.
           MOVE EMP-ID TO WRK-CEX-ID-BUSCA.
           PERFORM 1945-BUSCA-CONTA-EXTERIOR.
           IF WRK-CEX-ENCONTRADA = 'S'
               AND WRK-CEX-MOEDA NOT = "BRL"
               AND WRK-CEX-MOEDA NOT = SPACES
               MOVE WRK-CEX-MOEDA TO WRK-MOEDA-BUSCA
               PERFORM 1790-BUSCA-TAXA
               IF WRK-TAXA-ENCONTRADA NOT = 'S'
                   DISPLAY "TAXA DE CAMBIO AUSENTE OU DESATUALIZADA "
                       "PARA " WRK-MOEDA-BUSCA
                       " (CONTA NO EXTERIOR DO EMPREGADO " EMP-ID
                       ") - EXECUCAO ABORTADA"
                   MOVE 16 TO WRK-RETORNO
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

      *** TAXA VALE SOMENTE SE FOR DA DATA DA EXECUCAO (ARQUIVO *********
      *** DIARIO) - TAXA DE OUTRO DIA E TRATADA COMO DESATUALIZADA *****
       1790-BUSCA-TAXA.
           ELSE
      *** EMPREGADO DE OUTRA EMPRESA DO GRUPO FICA FORA DESTA **********
      *** EXECUCAO - CADA EMPRESA RODA A PROPRIA FOLHA *****************
      *** NA FOLHA COMPLEMENTAR SO ENTRAM OS EMPREGADOS DA RELACAO *****
               IF WRK-EMPRESA-EMP = WRK-EMPRESA-SELECIONADA
                   IF EVENTO-COMPLEMENTAR
                       MOVE WRK-ID TO WRK-CPL-ID-BUSCA
                       PERFORM 1180-BUSCA-COMPLEMENTAR
                   ELSE
                       MOVE 'S' TO WRK-CPL-ENCONTRADO
                   END-IF
                   IF WRK-CPL-ENCONTRADO = 'S'
                       PERFORM 2010-PROCESSA-EMPREGADO-ATIVO
                   END-IF
               END-IF
           END-IF.
           PERFORM 1000-LE-EMPREGADO.
               ELSE
                   PERFORM 2440-APLICA-PRORATA-ADMISSAO
                   PERFORM 2448-APLICA-FALTAS
                   PERFORM 2447-APLICA-AFASTAMENTO
                   PERFORM 2450-CALCULA-HORAS-EXTRAS
                   PERFORM 2300-MONTA-RUBRICAS-BRUTO
                   PERFORM 2555-APURA-DESCONTOS-REC
                   PERFORM 2470-CALCULA-BRUTO-BRL
                   PERFORM 2350-APURA-BASES
                   PERFORM 2480-CALCULA-FGTS
                   PERFORM 2485-CALCULA-ENCARGOS
                   PERFORM 2500-CALCULA-DESCONTOS
                   PERFORM 2600-APLICA-AJUSTE
                   PERFORM 2560-APLICA-DESCONTOS-REC
                   PERFORM 2565-ABATE-ADIANTAMENTO
                   PERFORM 2370-COMPLETA-RUBRICAS
               END-IF
               IF EVENTO-COMPLEMENTAR
                   PERFORM 2620-APURA-COMPLEMENTAR
               END-IF
               IF WRK-CPL-SEM-DIFERENCA NOT = 'S'
                   PERFORM 2020-EMITE-PAGAMENTO-EMPREGADO
               END-IF
           END-IF.

      *** IMPRIME, REMETE E GRAVA O PAGAMENTO CALCULADO DO EMPREGADO ***
      *** (REGISTRO, REMESSA, RESUMO, FGTS, DESCONTOS APLICADOS, *******
      *** CONTRACHEQUE, HISTORICO E CHECKPOINT) ************************
       2020-EMITE-PAGAMENTO-EMPREGADO.
           PERFORM 2630-APURA-PARCELA-EXTERIOR
           PERFORM 2900-FORMATA-LIQUIDO
           DISPLAY WRK-NOME
           MOVE WRK-SALARIO-PERIODO TO WRK-SALARIO-ED
           DISPLAY "BRUTO " WRK-SALARIO-ED
           DISPLAY "HORAS EXTRAS " WRK-HORAS-EXTRAS
           DISPLAY "PAGTO HORA EXTRA " WRK-PAGTO-HORA-EXTRA
           DISPLAY "INSS  " WRK-INSS
           DISPLAY "IRRF  " WRK-IRRF
           DISPLAY "LIQUIDO " WRK-LIQUIDO
           DISPLAY "LIQUIDO AJUSTADO " WRK-LIQUIDO-AJUSTADO
           MOVE WRK-NOME TO WRK-DET-NOME
           MOVE WRK-SALARIO-PERIODO TO WRK-FMT-VALOR-ENTRADA
           PERFORM 2960-FORMATA-VALOR-MOEDA
           MOVE WRK-FMT-VALOR-TEXTO TO WRK-DET-SALARIO
           MOVE WRK-PAGTO-HORA-EXTRA TO WRK-FMT-VALOR-ENTRADA
           PERFORM 2960-FORMATA-VALOR-MOEDA
           MOVE WRK-FMT-VALOR-TEXTO TO WRK-DET-HORA-EXTRA
           MOVE WRK-INSS TO WRK-FMT-VALOR-ENTRADA
           PERFORM 2960-FORMATA-VALOR-MOEDA
           MOVE WRK-FMT-VALOR-TEXTO TO WRK-DET-INSS
           MOVE WRK-IRRF TO WRK-FMT-VALOR-ENTRADA
           PERFORM 2960-FORMATA-VALOR-MOEDA
           MOVE WRK-FMT-VALOR-TEXTO TO WRK-DET-IRRF
           MOVE WRK-LIQUIDO TO WRK-FMT-VALOR-ENTRADA
           PERFORM 2960-FORMATA-VALOR-MOEDA
           MOVE WRK-FMT-VALOR-TEXTO TO WRK-DET-LIQUIDO
           MOVE WRK-LIQ-TEXTO TO WRK-DET-LIQ-AJUSTADO
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO
           PERFORM 3900-GRAVA-LINHA-RELATORIO
           ADD 1 TO WRK-LINHAS-PAGINA
           IF WRK-TEM-PARCELA-EXT = 'S'
               DISPLAY "PARCELA NO BRASIL " WRK-PARCELA-DOMESTICA
               DISPLAY "PARCELA NO EXTERIOR " WRK-PARCELA-EXTERIOR
               MOVE WRK-PARCELA-DOMESTICA TO WRK-FMT-VALOR-ENTRADA
               PERFORM 2960-FORMATA-VALOR-MOEDA
               MOVE WRK-FMT-VALOR-TEXTO TO WRK-PAR-DOMESTICA-ED
               MOVE WRK-PARCELA-EXTERIOR TO WRK-FMT-VALOR-ENTRADA
               PERFORM 2960-FORMATA-VALOR-MOEDA
               MOVE WRK-FMT-VALOR-TEXTO TO WRK-PAR-EXTERIOR-ED
               MOVE WRK-CEX-MOEDA
                   TO WRK-PAR-MOEDA-CONTA-ED
               MOVE WRK-PARCELA-MOEDA-CONTA TO WRK-PAR-VALOR-CONTA-ED
               MOVE WRK-LINHA-PARCELAS TO WRK-LINHA-IMPRESSAO
               PERFORM 3900-GRAVA-LINHA-RELATORIO
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF
           IF WRK-PRORATA = 'S'
               MOVE WRK-ADM-DIA-EMP TO WRK-PRO-DIA
               MOVE WRK-DIAS-TRABALHADOS TO WRK-PRO-DIAS
               MOVE WRK-LINHA-PRORATA TO WRK-LINHA-IMPRESSAO
               PERFORM 3900-GRAVA-LINHA-RELATORIO
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF
           IF WRK-DESC-FALTAS > ZEROS
               MOVE WRK-FALTA-DIAS TO WRK-FAL-DIAS-ED
               MOVE WRK-DESC-FALTAS TO WRK-FAL-DESC-ED
               MOVE WRK-DESC-DSR TO WRK-FAL-DSR-ED
               MOVE WRK-LINHA-FALTAS TO WRK-LINHA-IMPRESSAO
               PERFORM 3900-GRAVA-LINHA-RELATORIO
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF
           IF WRK-DESC-AFASTAMENTO > ZEROS
               MOVE WRK-AFA-DIAS-INSS TO WRK-AFA-DIAS-ED
               MOVE WRK-DESC-AFASTAMENTO TO WRK-AFA-DESC-ED
               MOVE WRK-LINHA-AFASTAMENTO TO WRK-LINHA-IMPRESSAO
               PERFORM 3900-GRAVA-LINHA-RELATORIO
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF
           IF WRK-FGTS > ZEROS
               MOVE WRK-FGTS-BASE TO WRK-FGTS-BASE-ED
               MOVE WRK-FGTS TO WRK-FGTS-DEP-ED
               MOVE WRK-LINHA-FGTS TO WRK-LINHA-IMPRESSAO
               PERFORM 3900-GRAVA-LINHA-RELATORIO
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF
           PERFORM 2590-IMPRIME-DESC-REC
               VARYING WRK-IDX-DE FROM 1 BY 1
               UNTIL WRK-IDX-DE > WRK-QTD-DESC-EMP
           PERFORM 2595-IMPRIME-CONSIGNADO
               VARYING WRK-IDX-CE FROM 1 BY 1
               UNTIL WRK-IDX-CE > WRK-QTD-CSG-EMP
           PERFORM 2597-IMPRIME-PENSAO
               VARYING WRK-IDX-PE FROM 1 BY 1
               UNTIL WRK-IDX-PE > WRK-QTD-PEN-EMP
           PERFORM 2598-IMPRIME-RUBRICA-VARIAVEL
               VARYING WRK-IDX-RE FROM 1 BY 1
               UNTIL WRK-IDX-RE > WRK-QTD-RUB-EMP
           IF WRK-ADTO-PAGO > ZEROS
               MOVE WRK-ADTO-PAGO TO WRK-ADTO-VALOR-ED
               MOVE WRK-LINHA-ADTO TO WRK-LINHA-IMPRESSAO
               PERFORM 3900-GRAVA-LINHA-RELATORIO
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF
      *** SO ENTRA NO TOTAL DE CONTROLE (EM BRL) QUEM E PAGO EM BRL -
      *** SOMAR SALARIOS EM MOEDAS DIFERENTES DARIA UM TOTAL SEM SENTIDO
           IF WRK-MOEDA = "BRL"
               ADD WRK-SALARIO-PERIODO TO WRK-TOTAL-SALARIO
           END-IF
      *** PIX COM CHAVE ENTRA NA REMESSA PELA CHAVE; CREDITO EM ******
      *** CONTA EXIGE BANCO/AGENCIA/CONTA - SEM ROTEAMENTO O *********
      *** EMPREGADO FICA FORA DA REMESSA E E APONTADO PARA ACERTO ****
      *** EXPATRIADO COM O LIQUIDO TODO NO EXTERIOR NAO TEM CREDITO **
      *** NO BRASIL E FICA FORA DA REMESSA CNAB240 *******************
           IF WRK-PARCELA-INTEGRAL = 'S'
               DISPLAY 'LIQUIDO INTEGRAL REMETIDO AO EXTERIOR, FORA '
                   'DA REMESSA - ID ' WRK-ID
           ELSE
               IF WRK-TIPO-PAGTO-EMP = 'P'
                   IF WRK-CHAVE-PIX-EMP = SPACES
                       DISPLAY 'EMPREGADO PIX SEM CHAVE, FORA DA '
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WRK-TEM-PARCELA-EXT = 'S' AND NOT MODO-SIMULACAO
               PERFORM 2710-GRAVA-TRANSF-EXTERIOR
           END-IF
           IF NOT MODO-SIMULACAO
               PERFORM 2705-GERA-REMESSA-PENSAO
                   VARYING WRK-IDX-PE FROM 1 BY 1
                   UNTIL WRK-IDX-PE > WRK-QTD-PEN-EMP
           END-IF
           IF NOT MODO-SIMULACAO
               PERFORM 2750-GRAVA-RESUMO-GL
               IF NOT EVENTO-ADIANTAMENTO
                   PERFORM 2760-GRAVA-FGTS
                   IF NOT EVENTO-COMPLEMENTAR
                       PERFORM 2770-GRAVA-DESCONTOS-APL
                           VARYING WRK-IDX-DE FROM 1 BY 1
                           UNTIL WRK-IDX-DE > WRK-QTD-DESC-EMP
                       IF WRK-CONSIG-TOTAL > ZEROS
                           PERFORM 2772-GRAVA-CONSIG-DESCAPL
                       END-IF
                       PERFORM 2775-GRAVA-CONSIG-APL
                           VARYING WRK-IDX-CE FROM 1 BY 1
                           UNTIL WRK-IDX-CE > WRK-QTD-CSG-EMP
                       IF WRK-PENSAO-TOTAL > ZEROS
                           PERFORM 2773-GRAVA-PENSAO-DESCAPL
                       END-IF
                       PERFORM 2777-GRAVA-PENSAO-APL
                           VARYING WRK-IDX-PE FROM 1 BY 1
                           UNTIL WRK-IDX-PE > WRK-QTD-PEN-EMP
                       PERFORM 2778-GRAVA-RUBRICA-APL
                           VARYING WRK-IDX-RE FROM 1 BY 1
                           UNTIL WRK-IDX-RE > WRK-QTD-RUB-EMP
                   END-IF
                   PERFORM 2780-GRAVA-CONTRACHEQUE
               END-IF
               PERFORM 2800-GRAVA-HISTORICO-SALARIO
               PERFORM 2850-GRAVA-CHECKPOINT
           END-IF.

      *** MONTA AS RUBRICAS QUE COMPOEM O BRUTO DO EMPREGADO - AS ******
      *** CALCULADAS PELA FOLHA (SALARIO, HORAS EXTRAS, FALTAS, DSR E **
      *** AFASTAMENTO) E AS VARIAVEIS LANCADAS NO MES. PROVENTO ********
      *** VARIAVEL SOMA NO BRUTO; DESCONTO VARIAVEL SAI DO LIQUIDO *****
       2300-MONTA-RUBRICAS-BRUTO.
           MOVE ZEROS TO WRK-QTD-RUB-EMP.
           MOVE ZEROS TO WRK-RUB-DESC-VARIAVEL.
           MOVE ZEROS TO WRK-RUB-PROVENTO-VAR.
           MOVE 'B' TO WRK-RUB-GRUPO-INC.
           IF WRK-PRORATA = 'S'
               MOVE "0002" TO WRK-RUB-COD-BUSCA
           ELSE
               MOVE "0001" TO WRK-RUB-COD-BUSCA
           END-IF.
           MOVE WRK-SALARIO-PERIODO TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE "0010" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-PAGTO-HORA-EXTRA TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE "0020" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-DESC-FALTAS TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE "0021" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-DESC-DSR TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
      *** OS DIAS DE AFASTAMENTO SE DIVIDEM ENTRE DOENCA (SAI DE TODAS *
      *** AS BASES) E ACIDENTE/MATERNIDADE (FICA NA BASE DO FGTS) ******
           MOVE "0030" TO WRK-RUB-COD-BUSCA.
           COMPUTE WRK-RUB-VALOR-INC =
               WRK-DESC-AFASTAMENTO - WRK-AFA-BASE-FGTS.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE "0031" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-AFA-BASE-FGTS TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           PERFORM 1078-CARREGA-RUBMES-EMP.
           PERFORM 2310-INCLUI-RUBRICA-VARIAVEL
               VARYING WRK-IDX-RMV FROM 1 BY 1
               UNTIL WRK-IDX-RMV > WRK-QTD-RUBMES.
           ADD WRK-RUB-PROVENTO-VAR TO WRK-SALARIO-BRUTO-TOTAL.

       2310-INCLUI-RUBRICA-VARIAVEL.
           IF TAB-RMV-ID (WRK-IDX-RMV) = WRK-ID
               MOVE TAB-RMV-CODIGO (WRK-IDX-RMV) TO WRK-RUB-COD-BUSCA
               MOVE TAB-RMV-VALOR (WRK-IDX-RMV) TO WRK-RUB-VALOR-INC
               MOVE 'S' TO WRK-RUB-VARIAVEL-INC
               PERFORM 2335-BUSCA-RUBRICA
               IF TAB-RUB-NATUREZA (WRK-IDX-RUB-ACHADA) = 'P'
                   MOVE 'B' TO WRK-RUB-GRUPO-INC
                   ADD TAB-RMV-VALOR (WRK-IDX-RMV)
                       TO WRK-RUB-PROVENTO-VAR
               ELSE
                   MOVE 'L' TO WRK-RUB-GRUPO-INC
                   ADD TAB-RMV-VALOR (WRK-IDX-RMV)
                       TO WRK-RUB-DESC-VARIAVEL
               END-IF
               PERFORM 2330-INCLUI-RUBRICA-EMP
           END-IF.

      *** INCLUI UMA RUBRICA NA TABELA DO EMPREGADO COM NATUREZA, ******
      *** INCIDENCIAS E CONTA DO CATALOGO - VALOR ZERO NAO ENTRA *******
       2330-INCLUI-RUBRICA-EMP.
           IF WRK-RUB-VALOR-INC NOT = ZEROS
               IF WRK-QTD-RUB-EMP >= 60
                   DISPLAY 'LIMITE DE RUBRICAS DO EMPREGADO EXCEDIDO, '
                       'RUBRICA ' WRK-RUB-COD-BUSCA ' IGNORADA - ID '
                       WRK-ID
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTD-RUB-EMP
                   MOVE WRK-RUB-COD-BUSCA
                       TO TAB-RE-CODIGO (WRK-QTD-RUB-EMP)
                   PERFORM 2335-BUSCA-RUBRICA
                   IF WRK-RUB-ENCONTRADA = 'S'
                       MOVE TAB-RUB-DESCRICAO (WRK-IDX-RUB-ACHADA)
                           TO TAB-RE-DESCRICAO (WRK-QTD-RUB-EMP)
                       MOVE TAB-RUB-NATUREZA (WRK-IDX-RUB-ACHADA)
                           TO TAB-RE-NATUREZA (WRK-QTD-RUB-EMP)
                       MOVE TAB-RUB-INCIDE-INSS (WRK-IDX-RUB-ACHADA)
                           TO TAB-RE-INCIDE-INSS (WRK-QTD-RUB-EMP)
                       MOVE TAB-RUB-INCIDE-IRRF (WRK-IDX-RUB-ACHADA)
                           TO TAB-RE-INCIDE-IRRF (WRK-QTD-RUB-EMP)
                       MOVE TAB-RUB-INCIDE-FGTS (WRK-IDX-RUB-ACHADA)
                           TO TAB-RE-INCIDE-FGTS (WRK-QTD-RUB-EMP)
                       MOVE TAB-RUB-CONTA (WRK-IDX-RUB-ACHADA)
                           TO TAB-RE-CONTA (WRK-QTD-RUB-EMP)
                   ELSE
      *** CODIGO DE DESCONTO SEM RUBRICA NO CATALOGO E TRATADO COMO ****
      *** DESCONTO SEM INCIDENCIA E SEM CONTA PROPRIA ******************
                       MOVE "RUBRICA NAO CADASTRADA"
                           TO TAB-RE-DESCRICAO (WRK-QTD-RUB-EMP)
                       MOVE 'D' TO TAB-RE-NATUREZA (WRK-QTD-RUB-EMP)
                       MOVE 'N' TO TAB-RE-INCIDE-INSS (WRK-QTD-RUB-EMP)
                       MOVE 'N' TO TAB-RE-INCIDE-IRRF (WRK-QTD-RUB-EMP)
                       MOVE 'N' TO TAB-RE-INCIDE-FGTS (WRK-QTD-RUB-EMP)
                       MOVE SPACES TO TAB-RE-CONTA (WRK-QTD-RUB-EMP)
                   END-IF
                   IF WRK-RUB-DESC-INC NOT = SPACES
                       MOVE WRK-RUB-DESC-INC
                           TO TAB-RE-DESCRICAO (WRK-QTD-RUB-EMP)
                   END-IF
                   MOVE WRK-RUB-GRUPO-INC
                       TO TAB-RE-GRUPO (WRK-QTD-RUB-EMP)
                   MOVE WRK-RUB-VALOR-INC
                       TO TAB-RE-VALOR (WRK-QTD-RUB-EMP)
                   MOVE WRK-RUB-VARIAVEL-INC
                       TO TAB-RE-VARIAVEL (WRK-QTD-RUB-EMP)
               END-IF
           END-IF.
           MOVE SPACES TO WRK-RUB-DESC-INC.
           MOVE 'N' TO WRK-RUB-VARIAVEL-INC.

      *** LOCALIZA NO CATALOGO A RUBRICA DE WRK-RUB-COD-BUSCA **********
       2335-BUSCA-RUBRICA.
           MOVE 'N' TO WRK-RUB-ENCONTRADA.
           PERFORM 2336-CONFERE-RUBRICA
               VARYING WRK-IDX-RUB FROM 1 BY 1
               UNTIL WRK-IDX-RUB > WRK-QTD-RUBRICAS
                   OR WRK-RUB-ENCONTRADA = 'S'.

       2336-CONFERE-RUBRICA.
           IF TAB-RUB-CODIGO (WRK-IDX-RUB) = WRK-RUB-COD-BUSCA
               MOVE WRK-IDX-RUB TO WRK-IDX-RUB-ACHADA
               MOVE 'S' TO WRK-RUB-ENCONTRADA
           END-IF.

      *** APURA AS BASES DE INSS, IRRF E FGTS PELAS INCIDENCIAS DAS ****
      *** RUBRICAS DO MES - PROVENTO SOMA, DESCONTO ABATE, SEM *********
      *** DEIXAR A BASE NEGATIVA ***************************************
       2350-APURA-BASES.
           MOVE ZEROS TO WRK-RUB-ACUM-INSS.
           MOVE ZEROS TO WRK-RUB-ACUM-IRRF.
           MOVE ZEROS TO WRK-RUB-ACUM-FGTS.
           PERFORM 2355-SOMA-RUBRICA-BASES
               VARYING WRK-IDX-RE FROM 1 BY 1
               UNTIL WRK-IDX-RE > WRK-QTD-RUB-EMP.
           IF WRK-RUB-ACUM-INSS < ZEROS
               MOVE ZEROS TO WRK-BASE-INSS
           ELSE
               MOVE WRK-RUB-ACUM-INSS TO WRK-BASE-INSS
           END-IF.
           IF WRK-RUB-ACUM-IRRF < ZEROS
               MOVE ZEROS TO WRK-BASE-IRRF-RUB
           ELSE
               MOVE WRK-RUB-ACUM-IRRF TO WRK-BASE-IRRF-RUB
           END-IF.
           IF WRK-RUB-ACUM-FGTS < ZEROS
               MOVE ZEROS TO WRK-FGTS-BASE
           ELSE
               MOVE WRK-RUB-ACUM-FGTS TO WRK-FGTS-BASE
           END-IF.

       2355-SOMA-RUBRICA-BASES.
           IF TAB-RE-NATUREZA (WRK-IDX-RE) = 'P'
               MOVE TAB-RE-VALOR (WRK-IDX-RE) TO WRK-RUB-VALOR-INC
           ELSE
               COMPUTE WRK-RUB-VALOR-INC =
                   TAB-RE-VALOR (WRK-IDX-RE) * -1
           END-IF.
           IF TAB-RE-INCIDE-INSS (WRK-IDX-RE) = 'S'
               ADD WRK-RUB-VALOR-INC TO WRK-RUB-ACUM-INSS
           END-IF.
           IF TAB-RE-INCIDE-IRRF (WRK-IDX-RE) = 'S'
               ADD WRK-RUB-VALOR-INC TO WRK-RUB-ACUM-IRRF
           END-IF.
           IF TAB-RE-INCIDE-FGTS (WRK-IDX-RE) = 'S'
               ADD WRK-RUB-VALOR-INC TO WRK-RUB-ACUM-FGTS
           END-IF.

      *** COMPLETA AS RUBRICAS DO EMPREGADO COM O QUE SO SE CONHECE ****
      *** DEPOIS DO CALCULO - INSS, IRRF, AJUSTE RETROATIVO, ***********
      *** CONSIGNADO, PENSAO E ADIANTAMENTO QUITADO (SEM EFEITO NAS ****
      *** BASES, JA APURADAS) ******************************************
       2370-COMPLETA-RUBRICAS.
           MOVE 'R' TO WRK-RUB-GRUPO-INC.
           MOVE "0090" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-INSS TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE "0091" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-IRRF TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE 'A' TO WRK-RUB-GRUPO-INC.
           MOVE "0040" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-AJUSTE-VALOR TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE 'R' TO WRK-RUB-GRUPO-INC.
           PERFORM 2375-INCLUI-RUBRICA-CONSIG
               VARYING WRK-IDX-CE FROM 1 BY 1
               UNTIL WRK-IDX-CE > WRK-QTD-CSG-EMP.
           PERFORM 2380-INCLUI-RUBRICA-PENSAO
               VARYING WRK-IDX-PE FROM 1 BY 1
               UNTIL WRK-IDX-PE > WRK-QTD-PEN-EMP.
           MOVE 'R' TO WRK-RUB-GRUPO-INC.
           MOVE "0050" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-ADTO-PAGO TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.

      *** SO A PARCELA EFETIVAMENTE DESCONTADA VIRA RUBRICA ************
       2375-INCLUI-RUBRICA-CONSIG.
           IF TAB-CE-SITUACAO (WRK-IDX-CE) = 'D'
               MOVE TAB-CE-BANCO (WRK-IDX-CE) TO WRK-CHEQ-CSG-BANCO
               MOVE WRK-CHEQ-CSG-DESC TO WRK-RUB-DESC-INC
               MOVE "CSG " TO WRK-RUB-COD-BUSCA
               MOVE TAB-CE-VALOR (WRK-IDX-CE) TO WRK-RUB-VALOR-INC
               MOVE 'R' TO WRK-RUB-GRUPO-INC
               PERFORM 2330-INCLUI-RUBRICA-EMP
           END-IF.

      *** CADA ORDEM DE PENSAO DESCONTADA VIRA RUBRICA, COM O INICIO ***
      *** DO NUMERO DA ORDEM NA DESCRICAO ******************************
       2380-INCLUI-RUBRICA-PENSAO.
           IF TAB-PE-VALOR (WRK-IDX-PE) > ZEROS
               MOVE TAB-PE-IDX (WRK-IDX-PE) TO WRK-IDX-PEN-ORDEM
               MOVE TAB-PEN-ORDEM (WRK-IDX-PEN-ORDEM)
                   TO WRK-CHEQ-PEN-ORDEM
               MOVE WRK-CHEQ-PEN-DESC TO WRK-RUB-DESC-INC
               MOVE "PEN " TO WRK-RUB-COD-BUSCA
               MOVE TAB-PE-VALOR (WRK-IDX-PE) TO WRK-RUB-VALOR-INC
               MOVE 'R' TO WRK-RUB-GRUPO-INC
               PERFORM 2330-INCLUI-RUBRICA-EMP
           END-IF.

      *********** VALIDA NOME DO EMPREGADO (BRANCO OU SO NUMERICO) ******
           MOVE WRK-NUM-SEQUENCIAL-CNAB TO CNAB-NUM-SEQUENCIAL.
           MOVE WRK-ID TO CNAB-CODIGO-FAVORECIDO.
           MOVE WRK-NOME TO CNAB-NOME-FAVORECIDO.
           MOVE WRK-PARCELA-DOMESTICA TO CNAB-VALOR-PAGAMENTO.
      *** PIX VAI PELA CHAVE, COM OS CAMPOS DE CONTA ZERADOS ***********
           IF WRK-TIPO-PAGTO-EMP = 'P'
               MOVE ZEROS TO CNAB-BANCO-FAVORECIDO
           MOVE WRK-DATA-PAGAMENTO TO CNAB-DATA-PAGAMENTO.
           WRITE LINHA-CNAB FROM WRK-REG-CNAB.
           ADD 1 TO WRK-CNAB-QTD-DETALHE.
           ADD WRK-PARCELA-DOMESTICA TO WRK-CNAB-VALOR-TOTAL.

      *** GERA O SEGMENTO A DO CREDITO AO BENEFICIARIO DA PENSAO *******
      *** (FAVORECIDO = ID DO EMPREGADO, NOME DO BENEFICIARIO) - SO ****
      *** A ORDEM COM ROTEAMENTO COMPLETO E VALOR APURADO **************
       2705-GERA-REMESSA-PENSAO.
           IF TAB-PE-SITUACAO (WRK-IDX-PE) = 'C'
               MOVE TAB-PE-IDX (WRK-IDX-PE) TO WRK-IDX-PEN-ORDEM
               ADD 1 TO WRK-NUM-SEQUENCIAL-CNAB
               MOVE WRK-NUM-SEQUENCIAL-CNAB TO CNAB-NUM-SEQUENCIAL
               MOVE WRK-ID TO CNAB-CODIGO-FAVORECIDO
               MOVE TAB-PEN-BENEF-NOME (WRK-IDX-PEN-ORDEM)
                   TO CNAB-NOME-FAVORECIDO
               MOVE TAB-PE-VALOR (WRK-IDX-PE) TO CNAB-VALOR-PAGAMENTO
               IF TAB-PEN-TIPO-PAGAMENTO (WRK-IDX-PEN-ORDEM) = 'P'
                   MOVE ZEROS TO CNAB-BANCO-FAVORECIDO
                   MOVE ZEROS TO CNAB-AGENCIA-FAVORECIDO
                   MOVE ZEROS TO CNAB-CONTA-FAVORECIDO
                   MOVE SPACE TO CNAB-CONTA-DV-FAVORECIDO
                   MOVE 'P' TO CNAB-FORMA-PAGAMENTO
                   MOVE TAB-PEN-CHAVE-PIX (WRK-IDX-PEN-ORDEM)
                       TO CNAB-CHAVE-PIX
               ELSE
                   MOVE TAB-PEN-BANCO (WRK-IDX-PEN-ORDEM)
                       TO CNAB-BANCO-FAVORECIDO
                   MOVE TAB-PEN-AGENCIA (WRK-IDX-PEN-ORDEM)
                       TO CNAB-AGENCIA-FAVORECIDO
                   MOVE TAB-PEN-CONTA (WRK-IDX-PEN-ORDEM)
                       TO CNAB-CONTA-FAVORECIDO
                   MOVE TAB-PEN-CONTA-DV (WRK-IDX-PEN-ORDEM)
                       TO CNAB-CONTA-DV-FAVORECIDO
                   MOVE 'C' TO CNAB-FORMA-PAGAMENTO
                   MOVE SPACES TO CNAB-CHAVE-PIX
               END-IF
               MOVE WRK-DATA-PAGAMENTO TO CNAB-DATA-PAGAMENTO
               WRITE LINHA-CNAB FROM WRK-REG-CNAB
               ADD 1 TO WRK-CNAB-QTD-DETALHE
               ADD TAB-PE-VALOR (WRK-IDX-PE) TO WRK-CNAB-VALOR-TOTAL
           END-IF.

      *** GRAVA A INSTRUCAO DE TRANSFERENCIA DA PARCELA NO EXTERIOR ****
      *** PARA A MESA DE CAMBIO DO BANCO - VALOR NA MOEDA DA CONTA, ****
      *** COM O VALOR NA MOEDA DO SALARIO, O EQUIVALENTE EM BRL E AS ***
      *** TAXAS DA EXECUCAO PARA CONFERENCIA ***************************
       2710-GRAVA-TRANSF-EXTERIOR.
           MOVE WRK-ID TO TRE-EMP-ID.
           MOVE WRK-NOME TO TRE-NOME.
           MOVE WRK-CEX-BENEFICIARIO
               TO TRE-BENEFICIARIO.
           MOVE WRK-CEX-IBAN TO TRE-IBAN.
           MOVE WRK-CEX-SWIFT TO TRE-SWIFT.
           MOVE WRK-CEX-MOEDA TO TRE-MOEDA-CONTA.
           MOVE WRK-PARCELA-MOEDA-CONTA TO TRE-VALOR-CONTA.
           MOVE WRK-MOEDA TO TRE-MOEDA-SALARIO.
           MOVE WRK-PARCELA-EXTERIOR TO TRE-VALOR-SALARIO.
           MOVE WRK-PARCELA-BRL TO TRE-VALOR-BRL.
           MOVE WRK-TAXA-SALARIO-EXT TO TRE-TAXA-SALARIO.
           MOVE WRK-TAXA-CONTA-EXT TO TRE-TAXA-CONTA.
           MOVE WRK-DATA-PAGAMENTO TO TRE-DATA-PAGAMENTO.
           MOVE WRK-ANO TO TRE-ANO.
           MOVE WRK-MES TO TRE-MES.
           MOVE WRK-EMPRESA-SELECIONADA TO TRE-EMPRESA.
           MOVE WRK-PARCELA-INTEGRAL TO TRE-INTEGRAL.
           WRITE WRK-REG-TRANSF-EXTERIOR.

      *********** GRAVA REGISTROS 0/1 (HEADER DE ARQUIVO E DE LOTE) DO ***
      *********** REMESSA CNAB240, UMA UNICA VEZ NO INICIO DA EXECUCAO **
      *** A REMESSA COMPLEMENTAR ACUMULA UM LOTE POR EXECUCAO, COMO A **
      *** DA RESCISAO, SEM HEADER NEM TRAILER DE ARQUIVO ***************
       2680-GRAVA-CNAB-HEADERS.
           IF NOT EVENTO-COMPLEMENTAR
               MOVE WRK-NOME-EMPRESA TO CNABH-EMPRESA
               MOVE WRK-DATA-EXECUCAO TO CNABH-DATA-GERACAO
               MOVE WRK-EMS-CNPJ TO CNABH-CNPJ
               MOVE WRK-EMS-CONVENIO TO CNABH-CONVENIO
               WRITE LINHA-CNAB FROM WRK-REG-CNAB-HDR-ARQ
           END-IF.
           MOVE WRK-NOME-EMPRESA TO CNABL-EMPRESA.
           WRITE LINHA-CNAB FROM WRK-REG-CNAB-HDR-LOTE.

           MOVE WRK-CNAB-QTD-DETALHE TO CNABT-QTD-REGISTROS.
           MOVE WRK-CNAB-VALOR-TOTAL TO CNABT-VALOR-TOTAL.
           WRITE LINHA-CNAB FROM WRK-REG-CNAB-TRL-LOTE.
           IF NOT EVENTO-COMPLEMENTAR
               COMPUTE CNABA-QTD-REGISTROS = WRK-CNAB-QTD-DETALHE + 4
               WRITE LINHA-CNAB FROM WRK-REG-CNAB-TRL-ARQ
           END-IF.

      *********** GRAVA PONTO DE CONTROLE APOS EMPREGADO PROCESSADO *****
       2850-GRAVA-CHECKPOINT.
           MOVE WRK-INSS TO RESUMO-INSS.
           MOVE WRK-IRRF TO RESUMO-IRRF.
           COMPUTE WRK-TOTAL-DESCONTOS = WRK-INSS + WRK-IRRF
               + WRK-DESC-REC-TOTAL + WRK-CONSIG-TOTAL
               + WRK-PENSAO-TOTAL + WRK-RUB-DESC-VARIAVEL.
           MOVE WRK-TOTAL-DESCONTOS TO RESUMO-DESCONTOS.
           COMPUTE RESUMO-OUTROS-DESC =
               WRK-DESC-REC-TOTAL + WRK-CONSIG-TOTAL
               + WRK-PENSAO-TOTAL + WRK-RUB-DESC-VARIAVEL.
           MOVE WRK-LIQUIDO-AJUSTADO TO RESUMO-LIQUIDO.
           MOVE WRK-BRUTO-BRL TO RESUMO-BRUTO-BRL.
           MOVE WRK-FGTS TO RESUMO-FGTS.
           MOVE WRK-ENCARGOS TO RESUMO-ENCARGOS.
           MOVE WRK-TIPO-RESUMO-EVENTO TO RESUMO-TIPO.
           MOVE WRK-EMPRESA-SELECIONADA TO RESUMO-EMPRESA.
           WRITE LINHA-RESUMO FROM WRK-REG-RESUMO.

           WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-EMPREGADO.
           MOVE "VENCIMENTOS" TO WRK-CHEQ-TIT-TEXTO.
           WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-TITULO.
           PERFORM 2790-ITEM-VENCIMENTO-CONTRACHEQUE
               VARYING WRK-IDX-RE FROM 1 BY 1
               UNTIL WRK-IDX-RE > WRK-QTD-RUB-EMP.
           MOVE "DESCONTOS" TO WRK-CHEQ-TIT-TEXTO.
           WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-TITULO.
           PERFORM 2795-ITEM-IMPOSTO-CONTRACHEQUE
               VARYING WRK-IDX-RE FROM 1 BY 1
               UNTIL WRK-IDX-RE > WRK-QTD-RUB-EMP.
           PERFORM 2797-ITEM-DESCONTO-CONTRACHEQUE
               VARYING WRK-IDX-RE FROM 1 BY 1
               UNTIL WRK-IDX-RE > WRK-QTD-RUB-EMP.
           MOVE WRK-QTD-DEPENDENTES-EMP TO WRK-CHEQ-DEP-QTD.
           WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-DEPENDENTES.
           MOVE WRK-LIQ-TEXTO TO WRK-CHEQ-LIQ-VALOR.
           WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-LIQUIDO.
           IF WRK-TEM-PARCELA-EXT = 'S'
               MOVE WRK-PARCELA-DOMESTICA TO WRK-FMT-VALOR-ENTRADA
               PERFORM 2960-FORMATA-VALOR-MOEDA
               MOVE WRK-FMT-VALOR-TEXTO TO WRK-CHEQ-PAR-VALOR
               WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-PARCELA
               MOVE WRK-PARCELA-EXTERIOR TO WRK-FMT-VALOR-ENTRADA
               PERFORM 2960-FORMATA-VALOR-MOEDA
               MOVE WRK-FMT-VALOR-TEXTO TO WRK-CHEQ-PAR-EXT-VALOR
               MOVE WRK-CEX-MOEDA
                   TO WRK-CHEQ-PAR-MOEDA
               MOVE WRK-PARCELA-MOEDA-CONTA TO WRK-CHEQ-PAR-CONTA
               WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-PARCELA-EXT
           END-IF.
           WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-SEPARADOR.

      *** VENCIMENTOS - RUBRICAS QUE COMPOEM O BRUTO E O AJUSTE, COM ***
      *** SINAL NEGATIVO PARA AS DE DESCONTO (FALTAS, DSR, *************
      *** AFASTAMENTO) E PARA O AJUSTE NEGATIVO ************************
       2790-ITEM-VENCIMENTO-CONTRACHEQUE.
           IF TAB-RE-GRUPO (WRK-IDX-RE) = 'B'
               OR TAB-RE-GRUPO (WRK-IDX-RE) = 'A'
               PERFORM 2799-GRAVA-ITEM-RUBRICA
           END-IF.

      *** DESCONTOS - PRIMEIRO INSS E IRRF, DEPOIS AS DEMAIS RETENCOES *
      *** E OS DESCONTOS VARIAVEIS, NA ORDEM DE APURACAO ***************
       2795-ITEM-IMPOSTO-CONTRACHEQUE.
           IF TAB-RE-CODIGO (WRK-IDX-RE) = "0090"
               OR TAB-RE-CODIGO (WRK-IDX-RE) = "0091"
               PERFORM 2799-GRAVA-ITEM-RUBRICA
           END-IF.

       2797-ITEM-DESCONTO-CONTRACHEQUE.
           IF (TAB-RE-GRUPO (WRK-IDX-RE) = 'R'
               OR TAB-RE-GRUPO (WRK-IDX-RE) = 'L')
               AND TAB-RE-CODIGO (WRK-IDX-RE) NOT = "0090"
               AND TAB-RE-CODIGO (WRK-IDX-RE) NOT = "0091"
               PERFORM 2799-GRAVA-ITEM-RUBRICA
           END-IF.

      *** ITEM DO CONTRACHEQUE - CODIGO, DESCRICAO E VALOR DA RUBRICA **
       2799-GRAVA-ITEM-RUBRICA.
           MOVE TAB-RE-CODIGO (WRK-IDX-RE) TO WRK-CHEQ-ITEM-COD.
           MOVE TAB-RE-DESCRICAO (WRK-IDX-RE) TO WRK-CHEQ-ITEM-DESC.
           MOVE SPACE TO WRK-CHEQ-ITEM-SINAL.
           IF TAB-RE-VALOR (WRK-IDX-RE) < ZEROS
               COMPUTE WRK-RUB-ABS = TAB-RE-VALOR (WRK-IDX-RE) * -1
               MOVE "-" TO WRK-CHEQ-ITEM-SINAL
           ELSE
               MOVE TAB-RE-VALOR (WRK-IDX-RE) TO WRK-RUB-ABS
           END-IF.
           IF TAB-RE-NATUREZA (WRK-IDX-RE) = 'D'
               AND (TAB-RE-GRUPO (WRK-IDX-RE) = 'B'
                   OR TAB-RE-GRUPO (WRK-IDX-RE) = 'A')
               MOVE "-" TO WRK-CHEQ-ITEM-SINAL
           END-IF.
           MOVE WRK-RUB-ABS TO WRK-FMT-VALOR-ENTRADA.
           PERFORM 2960-FORMATA-VALOR-MOEDA.
           MOVE WRK-FMT-VALOR-TEXTO TO WRK-CHEQ-ITEM-VALOR.
           WRITE LINHA-CONTRACHEQUE FROM WRK-CHEQ-ITEM.

      *** IMPRIME NO REGISTRO AS RUBRICAS VARIAVEIS LANCADAS NO MES ****
       2598-IMPRIME-RUBRICA-VARIAVEL.
           IF TAB-RE-VARIAVEL (WRK-IDX-RE) = 'S'
               MOVE TAB-RE-CODIGO (WRK-IDX-RE) TO WRK-RUB-COD-ED
               MOVE TAB-RE-DESCRICAO (WRK-IDX-RE) TO WRK-RUB-DESC-ED
               MOVE TAB-RE-VALOR (WRK-IDX-RE) TO WRK-RUB-VALOR-ED
               IF TAB-RE-NATUREZA (WRK-IDX-RE) = 'D'
                   MOVE "-" TO WRK-RUB-SINAL-ED
               ELSE
                   MOVE SPACE TO WRK-RUB-SINAL-ED
               END-IF
               MOVE WRK-LINHA-RUBRICA TO WRK-LINHA-IMPRESSAO
               PERFORM 3900-GRAVA-LINHA-RELATORIO
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF.

      *** GRAVA CADA RUBRICA APURADA NO MES - BASE DA CONTABILIZACAO ***
      *** POR CONTA (PROGCOB13) E DA EXPORTACAO AO ESOCIAL (PROGCOB20) *
       2778-GRAVA-RUBRICA-APL.
           MOVE SPACES TO WRK-REG-RUBRICA-APL.
           MOVE WRK-ID TO RAP-ID.
           MOVE TAB-RE-CODIGO (WRK-IDX-RE) TO RAP-CODIGO.
           MOVE TAB-RE-NATUREZA (WRK-IDX-RE) TO RAP-NATUREZA.
           MOVE TAB-RE-GRUPO (WRK-IDX-RE) TO RAP-GRUPO.
           MOVE TAB-RE-VALOR (WRK-IDX-RE) TO RAP-VALOR.
           MOVE TAB-RE-INCIDE-INSS (WRK-IDX-RE) TO RAP-INCIDE-INSS.
           MOVE TAB-RE-INCIDE-IRRF (WRK-IDX-RE) TO RAP-INCIDE-IRRF.
           MOVE TAB-RE-INCIDE-FGTS (WRK-IDX-RE) TO RAP-INCIDE-FGTS.
           MOVE TAB-RE-CONTA (WRK-IDX-RE) TO RAP-CONTA.
           MOVE WRK-CENTRO-CUSTO TO RAP-CENTRO-CUSTO.
           MOVE WRK-EMPRESA-SELECIONADA TO RAP-EMPRESA.
           MOVE SPACES TO RAP-TIPO.
           MOVE WRK-COMPETENCIA TO RAP-COMPETENCIA.
           WRITE LINHA-RUBAPL FROM WRK-REG-RUBRICA-APL.

      *********** GRAVA HISTORICO DE SALARIOS DO EMPREGADO **************
       2800-GRAVA-HISTORICO-SALARIO.
           MOVE WRK-ID TO HIST-ID.
      *** O ADIANTAMENTO LEVA BRUTO ZERADO E TIPO 'ADTO' - O BRUTO ****
      *** INTEGRAL SO SAI NA FOLHA MENSAL, PARA O INFORME ANUAL NAO ***
      *** CONTAR O MESMO BRUTO DUAS VEZES ******************************
      *** A COMPLEMENTAR LEVA SO A DIFERENCA DO BRUTO, COM TIPO ********
      *** 'COMP' - SOMADA A FOLHA MENSAL DA O BRUTO CORRIGIDO **********
           IF EVENTO-ADIANTAMENTO
               MOVE ZEROS TO HIST-SALARIO-BRUTO
               MOVE "ADTO" TO HIST-TIPO
           ELSE
               MOVE WRK-SALARIO-BRUTO-TOTAL TO HIST-SALARIO-BRUTO
               IF EVENTO-COMPLEMENTAR
                   MOVE "COMP" TO HIST-TIPO
               ELSE
                   MOVE SPACES TO HIST-TIPO
               END-IF
           END-IF.
           MOVE WRK-LIQUIDO-AJUSTADO TO HIST-LIQUIDO.
           IF EVENTO-COMPLEMENTAR
               PERFORM 2810-ACUMULA-HISTORICO-COMPL
           ELSE
      *** REEXECUCAO FORCADA DA MESMA COMPETENCIA REGRAVA O ************
      *** LANCAMENTO DA CHAVE EM VEZ DE DUPLICAR ***********************
               WRITE HISTORICO-RECORD
                   INVALID KEY
                       REWRITE HISTORICO-RECORD
               END-WRITE
           END-IF.

      *** SEGUNDA COMPLEMENTAR DO EMPREGADO NA MESMA COMPETENCIA SOMA **
      *** A NOVA DIFERENCA AO LANCAMENTO 'COMP' JA GRAVADO *************
       2810-ACUMULA-HISTORICO-COMPL.
           MOVE HIST-SALARIO-BRUTO TO WRK-CPL-HIST-BRUTO.
           MOVE HIST-LIQUIDO TO WRK-CPL-HIST-LIQUIDO.
           WRITE HISTORICO-RECORD
               INVALID KEY
                   READ HISTORICO-SALARIO
                   ADD WRK-CPL-HIST-BRUTO TO HIST-SALARIO-BRUTO
                   ADD WRK-CPL-HIST-LIQUIDO TO HIST-LIQUIDO
                   REWRITE HISTORICO-RECORD
           END-WRITE.

           MOVE 'N' TO WRK-PRORATA.
           MOVE WRK-SALARIO TO WRK-SALARIO-PERIODO.
           MOVE 'N' TO WRK-ADM-ENCONTRADA.
           PERFORM 2445-BUSCA-ADMISSAO.
           IF WRK-ADM-ENCONTRADA = 'S'
               IF WRK-ADM-ANO-EMP = WRK-ANO AND
                   WRK-ADM-MES-EMP = WRK-MES AND
           END-IF.

       2445-BUSCA-ADMISSAO.
           MOVE "AD" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           IF WRK-FIM-TRABALHO NOT = 'S'
               MOVE FTR-ADM-ANO TO WRK-ADM-ANO-EMP
               MOVE FTR-ADM-MES TO WRK-ADM-MES-EMP
               MOVE FTR-ADM-DIA TO WRK-ADM-DIA-EMP
               MOVE 'S' TO WRK-ADM-ENCONTRADA
           END-IF.

           MOVE ZEROS TO WRK-DIAS-DSR.
           MOVE 'N' TO WRK-FALTA-JUSTIFICADA.
           MOVE 'N' TO WRK-FALTA-ENCONTRADA.
           PERFORM 2449-BUSCA-FALTA.
           IF WRK-FALTA-ENCONTRADA = 'S'
               IF WRK-FALTA-JUSTIFICADA = 'S'
                   DISPLAY 'FALTA JUSTIFICADA SEM DESCONTO - ID '
               END-IF
           END-IF.

      *** AFASTAMENTO - OS DIAS DO MES A CARGO DO INSS SAO ABATIDOS ****
      *** DO SALARIO NA BASE COMERCIAL DE 30 DIAS (A EMPRESA PAGA SO ***
      *** OS SEUS DIAS). NO ACIDENTE DE TRABALHO E NA MATERNIDADE O ****
      *** SALARIO DESSES DIAS CONTINUA NA BASE DO FGTS *****************
       2447-APLICA-AFASTAMENTO.
           MOVE ZEROS TO WRK-AFA-DIAS-INSS.
           MOVE ZEROS TO WRK-AFA-DIAS-FGTS.
           MOVE ZEROS TO WRK-DESC-AFASTAMENTO.
           MOVE ZEROS TO WRK-AFA-BASE-FGTS.
           PERFORM 1076-CARREGA-AFASTAMENTOS-EMP.
           PERFORM 2446-SOMA-DIAS-AFASTAMENTO
               VARYING WRK-IDX-AFA FROM 1 BY 1
               UNTIL WRK-IDX-AFA > WRK-QTD-AFASTAMENTOS.
           IF WRK-AFA-DIAS-INSS > 30
               MOVE 30 TO WRK-AFA-DIAS-INSS
           END-IF.
           IF WRK-AFA-DIAS-FGTS > WRK-AFA-DIAS-INSS
               MOVE WRK-AFA-DIAS-INSS TO WRK-AFA-DIAS-FGTS
           END-IF.
           IF WRK-AFA-DIAS-INSS > ZEROS
               COMPUTE WRK-DESC-AFASTAMENTO ROUNDED =
                   WRK-SALARIO * WRK-AFA-DIAS-INSS / 30
               COMPUTE WRK-AFA-BASE-FGTS ROUNDED =
                   WRK-SALARIO * WRK-AFA-DIAS-FGTS / 30
               DISPLAY 'AFASTAMENTO - ' WRK-AFA-DIAS-INSS
                   ' DIAS A CARGO DO INSS - ID ' WRK-ID
           END-IF.

       2446-SOMA-DIAS-AFASTAMENTO.
           IF TAB-AFA-ID (WRK-IDX-AFA) = WRK-ID
               IF TAB-AFA-INSS-INICIO (WRK-IDX-AFA)
                   > WRK-AFA-MES-INICIO
                   MOVE TAB-AFA-INSS-INICIO (WRK-IDX-AFA) TO WRK-AFA-DE
               ELSE
                   MOVE WRK-AFA-MES-INICIO TO WRK-AFA-DE
               END-IF
               IF TAB-AFA-INSS-FIM (WRK-IDX-AFA) < WRK-AFA-MES-FIM
                   MOVE TAB-AFA-INSS-FIM (WRK-IDX-AFA) TO WRK-AFA-ATE
               ELSE
                   MOVE WRK-AFA-MES-FIM TO WRK-AFA-ATE
               END-IF
               IF WRK-AFA-ATE >= WRK-AFA-DE
                   COMPUTE WRK-AFA-DIAS-INSS = WRK-AFA-DIAS-INSS
                       + WRK-AFA-ATE - WRK-AFA-DE + 1
                   IF TAB-AFA-TIPO (WRK-IDX-AFA) NOT = "D"
                       COMPUTE WRK-AFA-DIAS-FGTS = WRK-AFA-DIAS-FGTS
                           + WRK-AFA-ATE - WRK-AFA-DE + 1
                   END-IF
               END-IF
           END-IF.

       2449-BUSCA-FALTA.
           MOVE "FA" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           IF WRK-FIM-TRABALHO NOT = 'S'
               MOVE FTR-FAL-DIAS TO WRK-FALTA-DIAS
               MOVE FTR-FAL-JUSTIFICADA TO WRK-FALTA-JUSTIFICADA
               MOVE 'S' TO WRK-FALTA-ENCONTRADA
           END-IF.

           MOVE ZEROS TO WRK-HORAS-SEMANA.
           MOVE ZEROS TO WRK-HORAS-EXTRAS.
           MOVE 'N' TO WRK-HORAEXTRA-ENCONTRADA.
           PERFORM 2460-BUSCA-HORAEXTRA.
           IF WRK-HORAS-SEMANA > 44
               COMPUTE WRK-HORAS-EXTRAS = WRK-HORAS-SEMANA - 44
           ELSE
           COMPUTE WRK-VALOR-HORA-EXTRA = WRK-VALOR-HORA * 1,5.
           COMPUTE WRK-PAGTO-HORA-EXTRA =
               WRK-HORAS-EXTRAS * WRK-VALOR-HORA-EXTRA.
      *** O BRUTO TOTAL JA SAI LIQUIDO DAS FALTAS, DO DSR PERDIDO E ***
      *** DOS DIAS DE AFASTAMENTO PAGOS PELO INSS, PARA INSS/IRRF E ****
      *** TUDO A JUSANTE VEREM O VALOR REDUZIDO. ***********************
      *** FALTAS MAIORES QUE O SALARIO DO PERIODO TRAVAM O BRUTO EM ****
      *** ZERO - O CAMPO SEM SINAL NAO PODE RECEBER RESULTADO **********
      *** NEGATIVO *****************************************************
           COMPUTE WRK-BRUTO-CALCULADO =
               WRK-SALARIO-PERIODO + WRK-PAGTO-HORA-EXTRA
                   - WRK-DESC-FALTAS - WRK-DESC-DSR
                   - WRK-DESC-AFASTAMENTO.
           IF WRK-BRUTO-CALCULADO < ZEROS
               MOVE ZEROS TO WRK-SALARIO-BRUTO-TOTAL
           ELSE
           END-IF.

       2460-BUSCA-HORAEXTRA.
           MOVE "HE" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           IF WRK-FIM-TRABALHO NOT = 'S'
               MOVE FTR-HE-HORAS TO WRK-HORAS-SEMANA
               MOVE 'S' TO WRK-HORAEXTRA-ENCONTRADA
           END-IF.

      *** DEPOSITO DE FGTS DA EMPRESA (8% DO BRUTO TOTAL, COM HORAS ****
      *** EXTRAS) - NAO DESCONTA DO LIQUIDO. FGTS E ENCARGO DA FOLHA ***
      *** DOMESTICA (BRL) - EXPATRIADO PAGO EM USD/EUR FICA FORA, ******
      *** COMO NO INSS/IRRF. O SALARIO DOS DIAS DE ACIDENTE DE *********
      *** TRABALHO E DE MATERNIDADE PAGOS PELO INSS ENTRA NA BASE ******
      *** (A BASE VEM DAS RUBRICAS COM INCIDENCIA DE FGTS - 2350) ******
       2480-CALCULA-FGTS.
           IF WRK-MOEDA NOT = "BRL"
               MOVE ZEROS TO WRK-FGTS
           ELSE
               COMPUTE WRK-FGTS ROUNDED =
                   WRK-FGTS-BASE * WRK-FGTS-ALIQUOTA
           END-IF.
           ADD WRK-FGTS TO WRK-TOTAL-FGTS.

      *** ENCARGOS PATRONAIS (INSS PATRONAL + RAT + TERCEIROS) SOBRE ***
      *** A BASE DE INSS - ENCARGO DA EMPRESA, NAO DESCONTA DO LIQUIDO *
      *** EXPATRIADO PAGO EM USD/EUR FICA FORA, COMO NO INSS ***********
       2485-CALCULA-ENCARGOS.
           IF WRK-MOEDA NOT = "BRL"
               MOVE ZEROS TO WRK-ENCARGOS
           ELSE
               COMPUTE WRK-ENCARGOS ROUNDED =
                   WRK-BASE-INSS *
                       (WRK-TAX-PATRONAL + WRK-TAX-RAT
                           + WRK-TAX-TERCEIROS)
           END-IF.
               MOVE WRK-ID TO FGT-ID
               MOVE WRK-ANO TO FGT-ANO
               MOVE WRK-MES TO FGT-MES
               MOVE WRK-FGTS-BASE TO FGT-BASE
               MOVE WRK-FGTS TO FGT-DEPOSITO
               MOVE WRK-EMPRESA-SELECIONADA TO FGT-EMPRESA
               IF EVENTO-COMPLEMENTAR
                   MOVE "COMP" TO FGT-ORIGEM
               ELSE
                   MOVE "MENS" TO FGT-ORIGEM
               END-IF
               WRITE LINHA-FGTS FROM WRK-REG-FGTS
           END-IF.

      *********** DESCONTOS DE INSS E IRRF (FAIXAS PROGRESSIVAS) ********
      *** INCIDEM SOBRE AS BASES MONTADAS PELAS RUBRICAS DO MES ********
      *** INSS/IRRF SAO ENCARGOS DA FOLHA DOMESTICA (BRL) - O EXPATRIADO
      *** PAGO DIRETO EM USD/EUR NAO TEM RETENCAO POR ESTA FOLHA ********
      *** A BASE DO IRRF ABATE A DEDUCAO POR DEPENDENTE (QUANTIDADE ****
      *** DO CADASTRO X VALOR DA TABELA DE TAXAS), SEM FICAR NEGATIVA **
      *** E A PENSAO ALIMENTICIA JUDICIAL DESCONTADA NO MES (QUANDO A **
      *** RUBRICA PEN TEM INCIDENCIA DE IRRF) **************************
       2500-CALCULA-DESCONTOS.
           PERFORM 2520-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-PEN-EMP.
           MOVE ZEROS TO WRK-PENSAO-TOTAL.
           IF WRK-MOEDA NOT = "BRL"
               MOVE ZEROS TO WRK-INSS
               MOVE ZEROS TO WRK-IRRF
           ELSE
               EVALUATE TRUE
                   WHEN WRK-BASE-INSS <= WRK-TAX-INSS-FX1
                       COMPUTE WRK-INSS = WRK-BASE-INSS
                           * WRK-TAX-INSS-AL1
                   WHEN WRK-BASE-INSS <= WRK-TAX-INSS-FX2
                       COMPUTE WRK-INSS = WRK-BASE-INSS
                           * WRK-TAX-INSS-AL2
                   WHEN OTHER
                       COMPUTE WRK-INSS = WRK-BASE-INSS
                           * WRK-TAX-INSS-AL3
               END-EVALUATE
               PERFORM 2510-APURA-PENSOES
               COMPUTE WRK-DEDUCAO-DEPENDENTES =
                   WRK-QTD-DEPENDENTES-EMP * WRK-TAX-DEDUCAO-DEP
               IF WRK-INSS >= WRK-BASE-IRRF-RUB
                   MOVE ZEROS TO WRK-BASE-IRRF
               ELSE
                   COMPUTE WRK-BASE-IRRF =
                       WRK-BASE-IRRF-RUB - WRK-INSS
               END-IF
               IF WRK-DEDUCAO-DEPENDENTES >= WRK-BASE-IRRF
                   MOVE ZEROS TO WRK-BASE-IRRF
               ELSE
                   SUBTRACT WRK-DEDUCAO-DEPENDENTES
                       FROM WRK-BASE-IRRF
               END-IF
               IF WRK-RUB-PEN-IRRF = 'S'
                   IF WRK-PENSAO-TOTAL >= WRK-BASE-IRRF
                       MOVE ZEROS TO WRK-BASE-IRRF
                   ELSE
                       SUBTRACT WRK-PENSAO-TOTAL FROM WRK-BASE-IRRF
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WRK-BASE-IRRF <= WRK-TAX-IRRF-FX1
                       COMPUTE WRK-IRRF = WRK-BASE-IRRF
                           * WRK-TAX-IRRF-AL3
               END-EVALUATE
           END-IF.
           IF WRK-PENSAO-TOTAL + WRK-IRRF
               > WRK-SALARIO-BRUTO-TOTAL - WRK-INSS
               MOVE ZEROS TO WRK-LIQUIDO
               DISPLAY 'PENSAO ALIMENTICIA CONSOME TODO O LIQUIDO - ID '
                   WRK-ID
           ELSE
               COMPUTE WRK-LIQUIDO = WRK-SALARIO-BRUTO-TOTAL
                   - WRK-INSS - WRK-IRRF - WRK-PENSAO-TOTAL
           END-IF.
           PERFORM 2540-APLICA-CONSIGNADOS.

      *** PENSAO ALIMENTICIA - ORDENS DO EMPREGADO EM VIGOR NA DATA ****
      *** DA FOLHA (ATE 5 POR EMPREGADO). O PERCENTUAL DO LIQUIDO ******
      *** INCIDE SOBRE O BRUTO MENOS O INSS - O IRRF NAO ENTRA NESSA ***
      *** BASE PORQUE DEPENDE DA PROPRIA PENSAO, QUE E DEDUTIVEL. A ****
      *** SOMA DAS ORDENS NUNCA PASSA DO BRUTO MENOS O INSS. O CREDITO *
      *** SO VAI PARA A REMESSA COM ROTEAMENTO COMPLETO (CHAVE PIX OU **
      *** BANCO E CONTA) - SEM ELE A PENSAO E DESCONTADA E APONTADA ****
      *** PARA PAGAMENTO POR FORA. O CREDITO E EM REAL - O EXPATRIADO **
      *** PAGO EM USD/EUR FICA FORA, COMO NO CONSIGNADO ****************
       2510-APURA-PENSOES.
           PERFORM 1070-CARREGA-PENSOES-EMP.
           COMPUTE WRK-PENSAO-DISPONIVEL =
               WRK-SALARIO-BRUTO-TOTAL - WRK-INSS.
           PERFORM 2515-CONFERE-PENSAO
               VARYING WRK-IDX-PEN FROM 1 BY 1
               UNTIL WRK-IDX-PEN > WRK-QTD-PENSOES.

       2515-CONFERE-PENSAO.
           IF TAB-PEN-ID (WRK-IDX-PEN) = WRK-ID
               AND TAB-PEN-DATA-INICIO (WRK-IDX-PEN)
                   <= WRK-DATA-REF-PENSAO
               AND WRK-QTD-PEN-EMP < 5
               ADD 1 TO WRK-QTD-PEN-EMP
               MOVE WRK-IDX-PEN TO TAB-PE-IDX (WRK-QTD-PEN-EMP)
               EVALUATE TAB-PEN-REGRA (WRK-IDX-PEN)
                   WHEN 'B'
                       MOVE WRK-SALARIO-BRUTO-TOTAL
                           TO TAB-PE-BASE (WRK-QTD-PEN-EMP)
                       COMPUTE WRK-PENSAO-VALOR ROUNDED =
                           WRK-SALARIO-BRUTO-TOTAL
                               * TAB-PEN-PERCENTUAL (WRK-IDX-PEN) / 100
                   WHEN 'L'
                       COMPUTE TAB-PE-BASE (WRK-QTD-PEN-EMP) =
                           WRK-SALARIO-BRUTO-TOTAL - WRK-INSS
                       COMPUTE WRK-PENSAO-VALOR ROUNDED =
                           TAB-PE-BASE (WRK-QTD-PEN-EMP)
                               * TAB-PEN-PERCENTUAL (WRK-IDX-PEN) / 100
                   WHEN OTHER
                       MOVE ZEROS TO TAB-PE-BASE (WRK-QTD-PEN-EMP)
                       MOVE TAB-PEN-VALOR-FIXO (WRK-IDX-PEN)
                           TO WRK-PENSAO-VALOR
               END-EVALUATE
               IF WRK-PENSAO-VALOR > WRK-PENSAO-DISPONIVEL
                   MOVE WRK-PENSAO-DISPONIVEL TO WRK-PENSAO-VALOR
                   DISPLAY 'PENSAO LIMITADA AO BRUTO MENOS INSS - ID '
                       WRK-ID ' ORDEM ' TAB-PEN-ORDEM (WRK-IDX-PEN)
               END-IF
               MOVE WRK-PENSAO-VALOR TO TAB-PE-VALOR (WRK-QTD-PEN-EMP)
               SUBTRACT WRK-PENSAO-VALOR FROM WRK-PENSAO-DISPONIVEL
               ADD WRK-PENSAO-VALOR TO WRK-PENSAO-TOTAL
               MOVE 'C' TO TAB-PE-SITUACAO (WRK-QTD-PEN-EMP)
               IF TAB-PEN-TIPO-PAGAMENTO (WRK-IDX-PEN) = 'P'
                   IF TAB-PEN-CHAVE-PIX (WRK-IDX-PEN) = SPACES
                       MOVE 'S' TO TAB-PE-SITUACAO (WRK-QTD-PEN-EMP)
                   END-IF
               ELSE
                   IF TAB-PEN-BANCO (WRK-IDX-PEN) = ZEROS
                       OR TAB-PEN-CONTA (WRK-IDX-PEN) = ZEROS
                       MOVE 'S' TO TAB-PE-SITUACAO (WRK-QTD-PEN-EMP)
                   END-IF
               END-IF
               IF WRK-PENSAO-VALOR = ZEROS
                   MOVE 'S' TO TAB-PE-SITUACAO (WRK-QTD-PEN-EMP)
               END-IF
               IF TAB-PE-SITUACAO (WRK-QTD-PEN-EMP) = 'S'
                   AND WRK-PENSAO-VALOR > ZEROS
                   DISPLAY 'PENSAO SEM DADOS DE CREDITO, FORA DA '
                       'REMESSA - ID ' WRK-ID
                       ' ORDEM ' TAB-PEN-ORDEM (WRK-IDX-PEN)
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               END-IF
           END-IF.

      *** PARCELAS DE CONSIGNADO EM VIGOR NA COMPETENCIA - A MARGEM ****
      *** CONSIGNAVEL E 35% DO LIQUIDO (BRUTO - INSS - IRRF). O ********
      *** CONTRATO QUE COMECA NESTA COMPETENCIA SO ENTRA SE A SOMA DAS *
      *** PARCELAS DOS CONTRATOS JA EM CURSO MAIS A SUA COUBER NA ******
      *** MARGEM (SENAO E RECUSADO). A PARCELA SO E DESCONTADA SE O ****
      *** LIQUIDO RESTANTE A COBRE INTEIRA - O CONSIGNADO E CREDITO EM *
      *** REAL, E O EXPATRIADO PAGO EM USD/EUR FICA SEM DESCONTO *******
       2540-APLICA-CONSIGNADOS.
           PERFORM 1072-CARREGA-CONSIG-EMP.
           MOVE ZEROS TO WRK-QTD-CSG-EMP.
           MOVE ZEROS TO WRK-CONSIG-TOTAL.
           MOVE ZEROS TO WRK-CONSIG-COMPROMETIDO.
           COMPUTE WRK-CONSIG-MARGEM ROUNDED =
               WRK-LIQUIDO * WRK-CONSIG-PCT-MARGEM.
           PERFORM 2542-SOMA-CONSIG-EM-CURSO
               VARYING WRK-IDX-CSG FROM 1 BY 1
               UNTIL WRK-IDX-CSG > WRK-QTD-CONSIGNADOS.
           PERFORM 2545-CONFERE-CONSIGNADO
               VARYING WRK-IDX-CSG FROM 1 BY 1
               UNTIL WRK-IDX-CSG > WRK-QTD-CONSIGNADOS.

       2542-SOMA-CONSIG-EM-CURSO.
           IF TAB-CSG-ID (WRK-IDX-CSG) = WRK-ID
               AND TAB-CSG-COMP-INICIO (WRK-IDX-CSG) < WRK-COMPETENCIA
               AND TAB-CSG-COMP-FIM (WRK-IDX-CSG) >= WRK-COMPETENCIA
               ADD TAB-CSG-VALOR (WRK-IDX-CSG)
                   TO WRK-CONSIG-COMPROMETIDO
           END-IF.

       2545-CONFERE-CONSIGNADO.
           IF TAB-CSG-ID (WRK-IDX-CSG) = WRK-ID
               AND TAB-CSG-COMP-INICIO (WRK-IDX-CSG)
                   <= WRK-COMPETENCIA
               AND TAB-CSG-COMP-FIM (WRK-IDX-CSG) >= WRK-COMPETENCIA
               AND WRK-QTD-CSG-EMP < 10
               ADD 1 TO WRK-QTD-CSG-EMP
               MOVE TAB-CSG-BANCO (WRK-IDX-CSG)
                   TO TAB-CE-BANCO (WRK-QTD-CSG-EMP)
               MOVE TAB-CSG-CONTRATO (WRK-IDX-CSG)
                   TO TAB-CE-CONTRATO (WRK-QTD-CSG-EMP)
               MOVE TAB-CSG-VALOR (WRK-IDX-CSG)
                   TO TAB-CE-VALOR (WRK-QTD-CSG-EMP)
               MOVE 'D' TO TAB-CE-SITUACAO (WRK-QTD-CSG-EMP)
               IF TAB-CSG-COMP-INICIO (WRK-IDX-CSG) = WRK-COMPETENCIA
                   IF WRK-CONSIG-COMPROMETIDO
                       + TAB-CSG-VALOR (WRK-IDX-CSG)
                       > WRK-CONSIG-MARGEM
                       MOVE 'R' TO TAB-CE-SITUACAO (WRK-QTD-CSG-EMP)
                       DISPLAY 'CONTRATO CONSIGNADO RECUSADO - '
                           'MARGEM DE 35% EXCEDIDA - ID ' WRK-ID
                           ' CONTRATO ' TAB-CSG-CONTRATO (WRK-IDX-CSG)
                   ELSE
                       ADD TAB-CSG-VALOR (WRK-IDX-CSG)
                           TO WRK-CONSIG-COMPROMETIDO
                   END-IF
               END-IF
               IF TAB-CE-SITUACAO (WRK-QTD-CSG-EMP) = 'D'
                   IF WRK-MOEDA NOT = "BRL"
                       OR TAB-CSG-VALOR (WRK-IDX-CSG) > WRK-LIQUIDO
                       MOVE 'N' TO TAB-CE-SITUACAO (WRK-QTD-CSG-EMP)
                       DISPLAY 'PARCELA DE CONSIGNADO NAO DESCONTADA '
                           '- LIQUIDO INSUFICIENTE - ID ' WRK-ID
                           ' CONTRATO ' TAB-CSG-CONTRATO (WRK-IDX-CSG)
                   ELSE
                       SUBTRACT TAB-CSG-VALOR (WRK-IDX-CSG)
                           FROM WRK-LIQUIDO
                       ADD TAB-CSG-VALOR (WRK-IDX-CSG)
                           TO WRK-CONSIG-TOTAL
                   END-IF
               END-IF
           END-IF.

      *** TOTALIZA OS DEPENDENTES DO EMPREGADO EM PROCESSAMENTO ********
       2520-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEPENDENTES-EMP.
           MOVE "DP" TO FTR-TIPO.
           MOVE WRK-ID TO FTR-ID.
           MOVE ZEROS TO FTR-SEQ.
           PERFORM 1057-LE-TRABALHO-CHAVE.
           IF WRK-TRB-ACHADO = 'S'
               MOVE FTR-DPD-QTD TO WRK-QTD-DEPENDENTES-EMP
           END-IF.

      *** APURA OS DESCONTOS RECORRENTES EM VIGOR NA COMPETENCIA - *****
      *** VALOR FIXO OU PERCENTUAL DO BRUTO TOTAL, ITEMIZADOS POR ******
      *** CODIGO PARA O CONTRACHEQUE, O REGISTRO E O SUBTOTAL **********
      *** CONTABIL. CADA UM VIRA UMA RUBRICA DO MES ANTES DA APURACAO **
      *** DAS BASES, PARA VALER A INCIDENCIA DO CATALOGO ***************
       2555-APURA-DESCONTOS-REC.
           MOVE ZEROS TO WRK-QTD-DESC-EMP.
           MOVE ZEROS TO WRK-DESC-REC-TOTAL.
           PERFORM 1074-CARREGA-DESCREC-EMP.
           PERFORM 2570-CONFERE-DESCONTO-REC
               VARYING WRK-IDX-DRC FROM 1 BY 1
               UNTIL WRK-IDX-DRC > WRK-QTD-DESCREC.
           PERFORM 2557-INCLUI-RUBRICA-DESC-REC
               VARYING WRK-IDX-DE FROM 1 BY 1
               UNTIL WRK-IDX-DE > WRK-QTD-DESC-EMP.

       2557-INCLUI-RUBRICA-DESC-REC.
           MOVE TAB-DE-CODIGO (WRK-IDX-DE) TO WRK-RUB-COD-BUSCA.
           MOVE TAB-DE-DESCRICAO (WRK-IDX-DE) TO WRK-RUB-DESC-INC.
           MOVE TAB-DE-VALOR (WRK-IDX-DE) TO WRK-RUB-VALOR-INC.
           MOVE 'R' TO WRK-RUB-GRUPO-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.

      *** ABATE DO LIQUIDO AJUSTADO OS DESCONTOS RECORRENTES E AS ******
      *** RUBRICAS VARIAVEIS DE DESCONTO LANCADAS NO MES ***************
       2560-APLICA-DESCONTOS-REC.
           SUBTRACT WRK-DESC-REC-TOTAL WRK-RUB-DESC-VARIAVEL
               FROM WRK-LIQUIDO-AJUSTADO.

       2570-CONFERE-DESCONTO-REC.
           IF TAB-DRC-ID (WRK-IDX-DRC) = WRK-ID
           PERFORM 3900-GRAVA-LINHA-RELATORIO.
           ADD 1 TO WRK-LINHAS-PAGINA.

      *** IMPRIME A PARCELA DE CONSIGNADO NO REGISTRO, COM A ***********
      *** SITUACAO (DESCONTADA, NAO DESCONTADA OU RECUSADA) ************
       2595-IMPRIME-CONSIGNADO.
           MOVE TAB-CE-BANCO (WRK-IDX-CE) TO WRK-CSG-BANCO-ED.
           MOVE TAB-CE-CONTRATO (WRK-IDX-CE) TO WRK-CSG-CONTRATO-ED.
           MOVE TAB-CE-VALOR (WRK-IDX-CE) TO WRK-CSG-VALOR-ED.
           EVALUATE TAB-CE-SITUACAO (WRK-IDX-CE)
               WHEN 'D'
                   MOVE "DESCONTADA" TO WRK-CSG-SITUACAO-ED
               WHEN 'N'
                   MOVE "NAO DESCONTADA - LIQUIDO"
                       TO WRK-CSG-SITUACAO-ED
               WHEN OTHER
                   MOVE "RECUSADA - MARGEM 35%"
                       TO WRK-CSG-SITUACAO-ED
           END-EVALUATE.
           MOVE WRK-LINHA-CONSIGNADO TO WRK-LINHA-IMPRESSAO.
           PERFORM 3900-GRAVA-LINHA-RELATORIO.
           ADD 1 TO WRK-LINHAS-PAGINA.

      *** IMPRIME A ORDEM DE PENSAO NO REGISTRO, COM A SITUACAO DO *****
      *** CREDITO AO BENEFICIARIO **************************************
       2597-IMPRIME-PENSAO.
           MOVE TAB-PE-IDX (WRK-IDX-PE) TO WRK-IDX-PEN-ORDEM.
           MOVE TAB-PEN-ORDEM (WRK-IDX-PEN-ORDEM) TO WRK-PEN-ORDEM-ED.
           MOVE TAB-PEN-BENEF-NOME (WRK-IDX-PEN-ORDEM)
               TO WRK-PEN-BENEF-ED.
           MOVE TAB-PE-VALOR (WRK-IDX-PE) TO WRK-PEN-VALOR-ED.
           IF TAB-PE-SITUACAO (WRK-IDX-PE) = 'C'
               MOVE "CREDITO NA REMESSA" TO WRK-PEN-SITUACAO-ED
           ELSE
               MOVE "SEM CREDITO" TO WRK-PEN-SITUACAO-ED
           END-IF.
           MOVE WRK-LINHA-PENSAO TO WRK-LINHA-IMPRESSAO.
           PERFORM 3900-GRAVA-LINHA-RELATORIO.
           ADD 1 TO WRK-LINHAS-PAGINA.

      *** GRAVA CADA DESCONTO APLICADO PARA O SUBTOTAL POR CODIGO ******
      *** NA EXPORTACAO CONTABIL ***************************************
       2770-GRAVA-DESCONTOS-APL.
           MOVE WRK-EMPRESA-SELECIONADA TO DAP-EMPRESA.
           WRITE DESCAPL-RECORD.

      *** O TOTAL DE CONSIGNADO DESCONTADO ENTRA NO SUBTOTAL CONTABIL **
      *** DE CONSIGNACOES COM O CODIGO CSG *****************************
       2772-GRAVA-CONSIG-DESCAPL.
           MOVE "CSG" TO DAP-CODIGO.
           MOVE WRK-CONSIG-TOTAL TO DAP-VALOR.
           MOVE WRK-EMPRESA-SELECIONADA TO DAP-EMPRESA.
           WRITE DESCAPL-RECORD.

      *** O TOTAL DE PENSAO ALIMENTICIA DESCONTADO ENTRA NO SUBTOTAL ***
      *** CONTABIL COM O CODIGO PEN ************************************
       2773-GRAVA-PENSAO-DESCAPL.
           MOVE "PEN" TO DAP-CODIGO.
           MOVE WRK-PENSAO-TOTAL TO DAP-VALOR.
           MOVE WRK-EMPRESA-SELECIONADA TO DAP-EMPRESA.
           WRITE DESCAPL-RECORD.

      *** GRAVA CADA ORDEM DE PENSAO APURADA NA COMPETENCIA PARA A *****
      *** CONCILIACAO DA REMESSA E O DEMONSTRATIVO POR ORDEM ***********
       2777-GRAVA-PENSAO-APL.
           MOVE TAB-PE-IDX (WRK-IDX-PE) TO WRK-IDX-PEN-ORDEM.
           MOVE SPACES TO WRK-REG-PENSAO-APL.
           MOVE WRK-ID TO PAP-EMP-ID.
           MOVE WRK-NOME TO PAP-NOME.
           MOVE TAB-PEN-ORDEM (WRK-IDX-PEN-ORDEM) TO PAP-ORDEM.
           MOVE TAB-PEN-BENEF-NOME (WRK-IDX-PEN-ORDEM)
               TO PAP-BENEF-NOME.
           MOVE TAB-PEN-REGRA (WRK-IDX-PEN-ORDEM) TO PAP-REGRA.
           MOVE TAB-PEN-PERCENTUAL (WRK-IDX-PEN-ORDEM)
               TO PAP-PERCENTUAL.
           MOVE TAB-PE-BASE (WRK-IDX-PE) TO PAP-BASE.
           MOVE TAB-PE-VALOR (WRK-IDX-PE) TO PAP-VALOR.
           MOVE WRK-ANO TO PAP-ANO.
           MOVE WRK-MES TO PAP-MES.
           MOVE TAB-PE-SITUACAO (WRK-IDX-PE) TO PAP-SITUACAO.
           MOVE TAB-PEN-TIPO-PAGAMENTO (WRK-IDX-PEN-ORDEM)
               TO PAP-FORMA-PAGAMENTO.
           MOVE TAB-PEN-BANCO (WRK-IDX-PEN-ORDEM) TO PAP-BANCO.
           MOVE TAB-PEN-AGENCIA (WRK-IDX-PEN-ORDEM) TO PAP-AGENCIA.
           MOVE TAB-PEN-CONTA (WRK-IDX-PEN-ORDEM) TO PAP-CONTA.
           MOVE TAB-PEN-CONTA-DV (WRK-IDX-PEN-ORDEM) TO PAP-CONTA-DV.
           MOVE TAB-PEN-CHAVE-PIX (WRK-IDX-PEN-ORDEM) TO PAP-CHAVE-PIX.
           MOVE WRK-DATA-PAGAMENTO TO PAP-DATA-PAGAMENTO.
           MOVE WRK-EMPRESA-SELECIONADA TO PAP-EMPRESA.
           WRITE WRK-REG-PENSAO-APL.

      *** GRAVA CADA PARCELA DE CONSIGNADO APURADA NA COMPETENCIA ******
      *** PARA O REPASSE AOS BANCOS E O RELATORIO DE NAO DESCONTADAS ***
       2775-GRAVA-CONSIG-APL.
           MOVE SPACES TO WRK-REG-CONSIG-APL.
           MOVE WRK-ID TO CAP-EMP-ID.
           MOVE WRK-NOME TO CAP-NOME.
           MOVE TAB-CE-BANCO (WRK-IDX-CE) TO CAP-BANCO.
           MOVE TAB-CE-CONTRATO (WRK-IDX-CE) TO CAP-CONTRATO.
           MOVE TAB-CE-VALOR (WRK-IDX-CE) TO CAP-VALOR-PARCELA.
           MOVE WRK-ANO TO CAP-ANO.
           MOVE WRK-MES TO CAP-MES.
           MOVE TAB-CE-SITUACAO (WRK-IDX-CE) TO CAP-SITUACAO.
           MOVE WRK-EMPRESA-SELECIONADA TO CAP-EMPRESA.
           WRITE WRK-REG-CONSIG-APL.

      *** CALCULO DO ADIANTAMENTO - PERCENTUAL DO SALARIO, SEM *********
      *** DESCONTOS NEM ENCARGOS (ACERTAM NA FOLHA MENSAL) - OS DIAS ***
      *** DE AFASTAMENTO A CARGO DO INSS NO MES SAEM DA BASE ***********
       2030-CALCULA-ADIANTAMENTO.
           PERFORM 2447-APLICA-AFASTAMENTO.
           COMPUTE WRK-VALOR-ADIANTAMENTO ROUNDED =
               (WRK-SALARIO - WRK-DESC-AFASTAMENTO)
                   * WRK-ADIANT-PCT / 100.
           MOVE ZEROS TO WRK-DESC-AFASTAMENTO.
           MOVE ZEROS TO WRK-AFA-BASE-FGTS.
           MOVE ZEROS TO WRK-FGTS-BASE.
           MOVE WRK-VALOR-ADIANTAMENTO TO WRK-SALARIO-PERIODO.
           MOVE WRK-VALOR-ADIANTAMENTO TO WRK-SALARIO-BRUTO-TOTAL.
           MOVE ZEROS TO WRK-HORAS-EXTRAS.
           MOVE ZEROS TO WRK-AJUSTE-VALOR.
           MOVE ZEROS TO WRK-QTD-DESC-EMP.
           MOVE ZEROS TO WRK-DESC-REC-TOTAL.
           MOVE ZEROS TO WRK-QTD-RUB-EMP.
           MOVE ZEROS TO WRK-RUB-DESC-VARIAVEL.
           MOVE ZEROS TO WRK-QTD-CSG-EMP.
           MOVE ZEROS TO WRK-CONSIG-TOTAL.
           MOVE ZEROS TO WRK-QTD-PEN-EMP.
           MOVE ZEROS TO WRK-PENSAO-TOTAL.
           MOVE ZEROS TO WRK-ADTO-PAGO.
           MOVE ZEROS TO WRK-QTD-DEPENDENTES-EMP.
           MOVE ZEROS TO WRK-DESC-FALTAS.
       2565-ABATE-ADIANTAMENTO.
           MOVE ZEROS TO WRK-ADTO-PAGO.
           MOVE 'N' TO WRK-ADTO-ENCONTRADO.
           PERFORM 2568-BUSCA-ADTO-EMPREGADO.
           IF WRK-ADTO-PAGO > ZEROS
               SUBTRACT WRK-ADTO-PAGO FROM WRK-LIQUIDO-AJUSTADO
           END-IF.

       2568-BUSCA-ADTO-EMPREGADO.
           MOVE "AT" TO FTR-TIPO.
           MOVE WRK-ID TO FTR-ID.
           MOVE ZEROS TO FTR-SEQ.
           PERFORM 1057-LE-TRABALHO-CHAVE.
           IF WRK-TRB-ACHADO = 'S'
               MOVE FTR-ADT-VALOR TO WRK-ADTO-PAGO
               MOVE 'S' TO WRK-ADTO-ENCONTRADO
           END-IF.

       2600-APLICA-AJUSTE.
           MOVE ZEROS TO WRK-AJUSTE-VALOR.
           MOVE 'N' TO WRK-AJUSTE-ENCONTRADO.
           PERFORM 2650-BUSCA-AJUSTE.
           COMPUTE WRK-LIQUIDO-AJUSTADO = WRK-LIQUIDO + WRK-AJUSTE-VALOR.

       2650-BUSCA-AJUSTE.
           MOVE "AJ" TO WRK-TRB-TIPO.
           MOVE WRK-ID TO WRK-TRB-ID.
           PERFORM 1060-POSICIONA-TRABALHO.
           IF WRK-FIM-TRABALHO NOT = 'S'
               MOVE FTR-AJ-VALOR TO WRK-AJUSTE-VALOR
               MOVE 'S' TO WRK-AJUSTE-ENCONTRADO
           END-IF.

      *** FOLHA COMPLEMENTAR - RECALCULA A COMPETENCIA COM O CADASTRO **
      *** ATUAL E PAGA SO A DIFERENCA SOBRE O QUE JA FOI PAGO NA FOLHA *
      *** MENSAL E NAS COMPLEMENTARES ANTERIORES (HISTORICO, RESUMO E **
      *** FGTS). DESCONTOS, CONSIGNADOS, PENSOES, AJUSTE E ADIANTAMENTO
      *** JA FORAM ACERTADOS NA FOLHA MENSAL E NAO SE REPETEM; INSS, ***
      *** IRRF, ENCARGOS E FGTS A MENOR NAO SAO DEVOLVIDOS *************
       2620-APURA-COMPLEMENTAR.
           MOVE 'N' TO WRK-CPL-SEM-DIFERENCA.
           MOVE WRK-ID TO WRK-CPL-ID-BUSCA.
           PERFORM 1180-BUSCA-COMPLEMENTAR.
           SUBTRACT WRK-BRUTO-BRL FROM WRK-TOTAL-BRL-EQUIV.
           SUBTRACT WRK-FGTS FROM WRK-TOTAL-FGTS.
           SUBTRACT WRK-ENCARGOS FROM WRK-TOTAL-ENCARGOS.
           COMPUTE WRK-CPL-DIF-BRUTO = WRK-SALARIO-BRUTO-TOTAL
               - WRK-CPL-BRUTO-MENSAL
               - WRK-CPL-BRUTO-COMPL.
           COMPUTE WRK-CPL-DIF-INSS =
               WRK-INSS - WRK-CPL-INSS.
           IF WRK-CPL-DIF-INSS < ZEROS
               MOVE ZEROS TO WRK-CPL-DIF-INSS
           END-IF.
           COMPUTE WRK-CPL-DIF-IRRF =
               WRK-IRRF - WRK-CPL-IRRF.
           IF WRK-CPL-DIF-IRRF < ZEROS
               MOVE ZEROS TO WRK-CPL-DIF-IRRF
           END-IF.
           COMPUTE WRK-CPL-DIF-ENCARGOS =
               WRK-ENCARGOS - WRK-CPL-ENCARGOS.
           IF WRK-CPL-DIF-ENCARGOS < ZEROS
               MOVE ZEROS TO WRK-CPL-DIF-ENCARGOS
           END-IF.
           COMPUTE WRK-CPL-DIF-FGTS =
               WRK-FGTS - WRK-CPL-FGTS.
           IF WRK-CPL-DIF-FGTS < ZEROS
               MOVE ZEROS TO WRK-CPL-DIF-FGTS
           END-IF.
           COMPUTE WRK-CPL-DIF-BASE-FGTS =
               WRK-FGTS-BASE - WRK-CPL-FGTS-BASE.
           IF WRK-CPL-DIF-BASE-FGTS < ZEROS
               MOVE ZEROS TO WRK-CPL-DIF-BASE-FGTS
           END-IF.
           COMPUTE WRK-CPL-DIF-LIQUIDO = WRK-CPL-DIF-BRUTO
               - WRK-CPL-DIF-INSS - WRK-CPL-DIF-IRRF.
           IF WRK-CPL-DIF-LIQUIDO NOT > ZEROS
               DISPLAY "SEM DIFERENCA A PAGAR NA FOLHA COMPLEMENTAR"
                   " - ID " WRK-ID
               MOVE 'S' TO WRK-CPL-SEM-DIFERENCA
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           ELSE
               DISPLAY "FOLHA COMPLEMENTAR - ID " WRK-ID " - "
                   WRK-CPL-MOTIVO
               IF WRK-MOEDA = "BRL"
                   MOVE WRK-CPL-DIF-BRUTO TO WRK-BRUTO-BRL
               ELSE
                   COMPUTE WRK-BRUTO-BRL ROUNDED =
                       WRK-CPL-DIF-BRUTO * WRK-TAXA-EMPREGADO
               END-IF
               MOVE WRK-CPL-DIF-BRUTO TO WRK-SALARIO-BRUTO-TOTAL
               MOVE WRK-CPL-DIF-BRUTO TO WRK-SALARIO-PERIODO
               MOVE WRK-CPL-DIF-INSS TO WRK-INSS
               MOVE WRK-CPL-DIF-IRRF TO WRK-IRRF
               MOVE WRK-CPL-DIF-LIQUIDO TO WRK-LIQUIDO
               MOVE WRK-CPL-DIF-LIQUIDO TO WRK-LIQUIDO-AJUSTADO
               MOVE WRK-CPL-DIF-FGTS TO WRK-FGTS
               MOVE WRK-CPL-DIF-BASE-FGTS TO WRK-FGTS-BASE
               MOVE WRK-CPL-DIF-ENCARGOS TO WRK-ENCARGOS
               MOVE ZEROS TO WRK-HORAS-EXTRAS
               MOVE ZEROS TO WRK-PAGTO-HORA-EXTRA
               ADD WRK-BRUTO-BRL TO WRK-TOTAL-BRL-EQUIV
               ADD WRK-FGTS TO WRK-TOTAL-FGTS
               ADD WRK-ENCARGOS TO WRK-TOTAL-ENCARGOS
               MOVE 'N' TO WRK-PRORATA
               MOVE ZEROS TO WRK-DESC-FALTAS
               MOVE ZEROS TO WRK-DESC-DSR
               MOVE ZEROS TO WRK-DESC-AFASTAMENTO
               MOVE ZEROS TO WRK-QTD-DESC-EMP
               MOVE ZEROS TO WRK-DESC-REC-TOTAL
               MOVE ZEROS TO WRK-QTD-CSG-EMP
               MOVE ZEROS TO WRK-CONSIG-TOTAL
               MOVE ZEROS TO WRK-QTD-PEN-EMP
               MOVE ZEROS TO WRK-PENSAO-TOTAL
               MOVE ZEROS TO WRK-RUB-DESC-VARIAVEL
               MOVE ZEROS TO WRK-ADTO-PAGO
               MOVE ZEROS TO WRK-AJUSTE-VALOR
               PERFORM 2625-MONTA-RUBRICAS-COMPL
           END-IF.

      *** RUBRICAS DO CONTRACHEQUE COMPLEMENTAR - SO A DIFERENCA DO ****
      *** BRUTO E OS IMPOSTOS RETIDOS SOBRE ELA ************************
       2625-MONTA-RUBRICAS-COMPL.
           MOVE ZEROS TO WRK-QTD-RUB-EMP.
           MOVE 'B' TO WRK-RUB-GRUPO-INC.
           MOVE "0001" TO WRK-RUB-COD-BUSCA.
           MOVE "DIFERENCA FOLHA COMPLEMENTAR" TO WRK-RUB-DESC-INC.
           MOVE WRK-CPL-DIF-BRUTO TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE 'R' TO WRK-RUB-GRUPO-INC.
           MOVE "0090" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-INSS TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.
           MOVE "0091" TO WRK-RUB-COD-BUSCA.
           MOVE WRK-IRRF TO WRK-RUB-VALOR-INC.
           PERFORM 2330-INCLUI-RUBRICA-EMP.

      *** SEPARA O LIQUIDO DO EXPATRIADO COM CONTA NO EXTERIOR NA ******
      *** PARCELA REMETIDA AO EXTERIOR (PERCENTUAL DO LIQUIDO OU VALOR *
      *** FIXO NA MOEDA DO SALARIO, LIMITADO AO LIQUIDO) E NA PARCELA **
      *** CREDITADA NO BRASIL PELA REMESSA CNAB240. O VALOR FIXO JA ****
      *** SAIU NA FOLHA MENSAL - A COMPLEMENTAR SO DIVIDE A DIFERENCA **
      *** PELO PERCENTUAL. O ADIANTAMENTO E LIQUIDO ZERADO OU NEGATIVO *
      *** FICAM TODOS NO BRASIL ****************************************
       2630-APURA-PARCELA-EXTERIOR.
           MOVE 'N' TO WRK-TEM-PARCELA-EXT.
           MOVE 'N' TO WRK-PARCELA-INTEGRAL.
           MOVE WRK-LIQUIDO-AJUSTADO TO WRK-PARCELA-DOMESTICA.
           MOVE ZEROS TO WRK-PARCELA-EXTERIOR.
           MOVE ZEROS TO WRK-PARCELA-BRL.
           MOVE ZEROS TO WRK-PARCELA-MOEDA-CONTA.
           IF NOT EVENTO-ADIANTAMENTO AND WRK-LIQUIDO-AJUSTADO > ZEROS
               MOVE WRK-ID TO WRK-CEX-ID-BUSCA
               PERFORM 1945-BUSCA-CONTA-EXTERIOR
               IF WRK-CEX-ENCONTRADA = 'S'
                   PERFORM 2632-CALCULA-PARCELA-EXTERIOR
               END-IF
           END-IF.

      *** CONTA SEM BENEFICIARIO, SEM IBAN E SEM SWIFT, SEM MOEDA OU ***
      *** COM TIPO DE PARCELA INVALIDO NAO RECEBE NO EXTERIOR - O ******
      *** LIQUIDO SEGUE TODO NO BRASIL E O EMPREGADO E APONTADO ********
       2632-CALCULA-PARCELA-EXTERIOR.
           IF (WRK-CEX-IBAN = SPACES
                   AND WRK-CEX-SWIFT = SPACES)
               OR WRK-CEX-BENEFICIARIO = SPACES
               OR WRK-CEX-MOEDA = SPACES
               OR (WRK-CEX-TIPO-PARCELA NOT = 'P'
                   AND WRK-CEX-TIPO-PARCELA NOT = 'V')
               DISPLAY 'CONTA NO EXTERIOR INCOMPLETA, LIQUIDO TODO '
                   'NO BRASIL - ID ' WRK-ID
               IF WRK-RETORNO < 4
                   MOVE 4 TO WRK-RETORNO
               END-IF
           ELSE
               IF WRK-CEX-TIPO-PARCELA = 'P'
                   COMPUTE WRK-PARCELA-EXTERIOR ROUNDED =
                       WRK-LIQUIDO-AJUSTADO
                       * WRK-CEX-VALOR-PARCELA / 100
               ELSE
                   IF NOT EVENTO-COMPLEMENTAR
                       MOVE WRK-CEX-VALOR-PARCELA
                           TO WRK-PARCELA-EXTERIOR
                   END-IF
               END-IF
               IF WRK-PARCELA-EXTERIOR > WRK-LIQUIDO-AJUSTADO
                   DISPLAY 'PARCELA NO EXTERIOR MAIOR QUE O LIQUIDO, '
                       'REMETIDO O LIQUIDO TODO - ID ' WRK-ID
                   IF WRK-RETORNO < 4
                       MOVE 4 TO WRK-RETORNO
                   END-IF
                   MOVE WRK-LIQUIDO-AJUSTADO TO WRK-PARCELA-EXTERIOR
               END-IF
               IF WRK-PARCELA-EXTERIOR > ZEROS
                   MOVE 'S' TO WRK-TEM-PARCELA-EXT
                   COMPUTE WRK-PARCELA-DOMESTICA =
                       WRK-LIQUIDO-AJUSTADO - WRK-PARCELA-EXTERIOR
                   IF WRK-PARCELA-DOMESTICA = ZEROS
                       MOVE 'S' TO WRK-PARCELA-INTEGRAL
                   END-IF
                   PERFORM 2634-CONVERTE-PARCELA-EXTERIOR
               END-IF
           END-IF.

      *** CONVERTE A PARCELA NO EXTERIOR PELAS TAXAS DO DIA (BRL POR ***
      *** UNIDADE DE MOEDA, CAMBIO.DAT): MOEDA DO SALARIO -> BRL -> ****
      *** MOEDA DA CONTA. CONTA NA MOEDA DO SALARIO NAO E CONVERTIDA ***
       2634-CONVERTE-PARCELA-EXTERIOR.
           IF WRK-MOEDA = "BRL"
               MOVE 1 TO WRK-TAXA-SALARIO-EXT
           ELSE
               MOVE WRK-MOEDA TO WRK-MOEDA-BUSCA
               PERFORM 1790-BUSCA-TAXA
               MOVE WRK-TAXA-EMPREGADO TO WRK-TAXA-SALARIO-EXT
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CEX-MOEDA = "BRL"
                   MOVE 1 TO WRK-TAXA-CONTA-EXT
               WHEN WRK-CEX-MOEDA = WRK-MOEDA
                   MOVE WRK-TAXA-SALARIO-EXT TO WRK-TAXA-CONTA-EXT
               WHEN OTHER
                   MOVE WRK-CEX-MOEDA
                       TO WRK-MOEDA-BUSCA
                   PERFORM 1790-BUSCA-TAXA
                   MOVE WRK-TAXA-EMPREGADO TO WRK-TAXA-CONTA-EXT
                   MOVE WRK-TAXA-SALARIO-EXT TO WRK-TAXA-EMPREGADO
           END-EVALUATE.
           COMPUTE WRK-PARCELA-BRL ROUNDED =
               WRK-PARCELA-EXTERIOR * WRK-TAXA-SALARIO-EXT.
           IF WRK-CEX-MOEDA = WRK-MOEDA
               MOVE WRK-PARCELA-EXTERIOR TO WRK-PARCELA-MOEDA-CONTA
           ELSE
               COMPUTE WRK-PARCELA-MOEDA-CONTA ROUNDED =
                   WRK-PARCELA-EXTERIOR * WRK-TAXA-SALARIO-EXT
                   / WRK-TAXA-CONTA-EXT
           END-IF.

      *** FORMATA O LIQUIDO EM BRL (VIRGULA) OU USD/EUR (PONTO) *********
       2900-FORMATA-LIQUIDO.
           MOVE SPACES TO WRK-LIQ-TEXTO.
