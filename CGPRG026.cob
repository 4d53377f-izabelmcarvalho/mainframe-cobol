       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG026.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    ANALISE DO PRECO REALIZADO POR FAIXA DE CEP                *
      *    RECEBE O MES DE COMPETENCIA (TERCMP), VARRE O TERMST E     *
      *    TOMA OS LOTES VENDIDOS (STATUS "V") CUJA VENDA (MS-DATA-   *
      *    ULT) CAIU NO MES. CADA VENDA E ENQUADRADA NA FAIXA DE CEP  *
      *    DA VERSAO DO TERPRC EM VIGOR NA DATA DA VENDA (VIGENCIA    *
      *    MAIS RECENTE NAO POSTERIOR A ELA - MESMA REGRA DO          *
      *    CGPRG004). O RELATORIO TERANR TRAZ, POR FAIXA:             *
      *    - QUANTIDADE DE VENDAS;                                   *
      *    - M2 REALIZADO MEDIO (SOMA DOS VALORES CONTRATADOS SOBRE   *
      *      A SOMA DAS AREAS - FRENTE X COMPRIMENTO);               *
      *    - VAL-M2 DE TABELA DA FAIXA E A DIFERENCA PERCENTUAL;      *
      *    - MEDIA DE DIAS DA PRECIFICACAO ATE A VENDA, PELO ULTIMO   *
      *      EVENTO "PR" DO LOTE GRAVADO NO TERHIS ANTES DO EVENTO    *
      *      "VD" DA VENDA (A CHAVE SEGUE A ORDEM DE PROCESSAMENTO)   *
      *      (ANO COMERCIAL DE 360 DIAS); LOTE SEM ESSE EVENTO        *
      *      (PRECIFICADO ANTES DO HISTORICO) FICA FORA DESSA MEDIA;  *
      *    - SINALIZACAO DAS FAIXAS CUJA DIFERENCA, PARA MAIS OU      *
      *      PARA MENOS, PASSA DA TOLERANCIA DO TERANP (AUSENTE OU    *
      *      INCONSISTENTE, VALE A TOLERANCIA PADRAO).               *
      *    VENDA SEM FAIXA EM VIGOR OU SEM AREA SAI NO TOTAL COMO NAO *
      *    ANALISADA E O PROGRAMA ENCERRA COM CODIGO 04 (TAMBEM QUANDO*
      *    O TERPRC PASSA DO LIMITE DA TABELA INTERNA). MES SEM       *
      *    VENDAS ENCERRA COM CODIGO DE RETORNO 10.                  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.

           SELECT ARQ-COMPETENCIA ASSIGN TO "TERCMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-COMPETENCIA.

           SELECT ARQ-PARAMETROS ASSIGN TO "TERANP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PARAMETROS.

           SELECT ARQ-PRECOS     ASSIGN TO "TERPRC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PRECOS.

           SELECT ARQ-MASTER     ASSIGN TO "TERMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS MS-ID-LOTE
                  FILE STATUS  IS FS-MASTER.

           SELECT ARQ-HISTORICO  ASSIGN TO "TERHIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HI-CHAVE
                  FILE STATUS  IS FS-HISTORICO.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERANR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> MES DE COMPETENCIA DA ANALISE (AAAAMM)
       FD  ARQ-COMPETENCIA
           LABEL RECORDS ARE STANDARD.
       01  REG-COMPETENCIA.
           05 FC-COMPETENCIA        PIC 9(06).

      *-----> PARAMETRO DA ANALISE: TOLERANCIA (EM %) DA DIFERENCA
      *-----> ENTRE O M2 REALIZADO E O DE TABELA
       FD  ARQ-PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARAMETROS.
           05 AP-PERC-TOLERANCIA    PIC 9(02)V99.

      *-----> TABELA DE PRECOS OFICIAL (MESMO LAYOUT DO CGPRG008)
       FD  ARQ-PRECOS
           LABEL RECORDS ARE STANDARD.
       01  REG-PRECO.
           05 PC-DATA-VIGENCIA      PIC 9(08).
           05 PC-CEP-INICIAL        PIC 9(08).
           05 PC-CEP-FINAL          PIC 9(08).
           05 PC-VAL-M2             PIC 9(05)V99.

      *-----> CADASTRO MESTRE DE TERRENOS (MESMO LAYOUT DO CGPRG004 -
      *-----> UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       FD  ARQ-MASTER
           LABEL RECORDS ARE STANDARD.
       01  REG-MASTER.
           05 MS-ID-LOTE            PIC 9(10).
           05 MS-STATUS             PIC X(01).
              88 MS-PRECIFICADO               VALUE "P".
              88 MS-REPRECIFICADO             VALUE "R".
              88 MS-REJEITADO                 VALUE "J".
              88 MS-VENDIDO                   VALUE "V".
              88 MS-RESERVADO                 VALUE "E".
           05 MS-CEP                PIC 9(08).
           05 MS-FRENTE             PIC 9(03)V99.
           05 MS-COMP               PIC 9(03)V99.
           05 MS-VAL-M2             PIC 9(05)V99.
           05 MS-VAL-VENDA          PIC 9(08)V99.
           05 MS-COMISSAO           PIC 9(07)V99.
           05 MS-IMPOSTO            PIC 9(07)V99.
           05 MS-COD-CORRETOR       PIC 9(05).
           05 MS-VAL-VENDA-ANT      PIC 9(08)V99.
           05 MS-QTD-REPRECIF       PIC 9(03).
           05 MS-DATA-ULT           PIC 9(08).
           05 MS-HORA-ULT           PIC 99.99.9999.

      *-----> HISTORICO DE EVENTOS DO LOTE (MESMO LAYOUT DO CGPRG004 -
      *-----> UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       FD  ARQ-HISTORICO
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           05 HI-CHAVE.
              10 HI-ID-LOTE         PIC 9(10).
              10 HI-DATA-EVENTO     PIC 9(08).
              10 HI-HORA-EVENTO     PIC 99.99.9999.
              10 HI-SEQ-EVENTO      PIC 9(04).
           05 HI-PROGRAMA           PIC X(08).
           05 HI-TIPO-EVENTO        PIC X(02).
              88 HI-PRECIFICACAO              VALUE "PR".
              88 HI-REPRECIFICACAO            VALUE "RP".
              88 HI-REJEICAO                  VALUE "RJ".
              88 HI-VENDA                     VALUE "VD".
              88 HI-DISTRATO                  VALUE "DT".
              88 HI-RESERVA                   VALUE "RS".
              88 HI-FIM-RESERVA               VALUE "FR".
              88 HI-ARQUIVAMENTO              VALUE "AR".
           05 HI-STATUS-ANT         PIC X(01).
           05 HI-STATUS-NOVO        PIC X(01).
           05 HI-VAL-M2             PIC 9(05)V99.
           05 HI-VAL-ANTERIOR       PIC 9(08)V99.
           05 HI-VAL-NOVO           PIC 9(08)V99.
           05 HI-VIGENCIA           PIC 9(08).
           05 HI-COD-CORRETOR       PIC 9(05).
           05 HI-COD-MOTIVO         PIC 9(02).
           05 HI-DESC-MOTIVO        PIC X(30).
           05 HI-DATA-NEGOCIO       PIC 9(08).

      *-----> RELATORIO DA ANALISE DO PRECO REALIZADO
       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO           PIC X(120).

      *-----> CONTROLE DE EXECUCAO DA CADEIA (TERRUN) - MESMO LAYOUT
      *-----> DO CGPRG004; ALTERACAO LA DEVE SER REFLETIDA AQUI
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTROLE.
           05 RC-PROGRAMA           PIC X(08).
           05 RC-TIPO-REG           PIC X(01).
              88 RC-REG-INICIO                VALUE "I".
              88 RC-REG-FIM                   VALUE "F".
           05 RC-DATA               PIC 9(08).
           05 RC-HORA               PIC 99.99.9999.
           05 RC-DATA-PROC          PIC 9(08).
           05 RC-CT-LIDOS           PIC 9(08).
           05 RC-CT-GRAVADOS        PIC 9(08).
           05 RC-COD-RETORNO        PIC 9(02).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  FS-COMPETENCIA          PIC X(02) VALUE "00".
       77  FS-PARAMETROS           PIC X(02) VALUE "00".
       77  FS-PRECOS               PIC X(02) VALUE "00".
       77  FS-MASTER               PIC X(02) VALUE "00".
       77  FS-HISTORICO            PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-HISTORICO-ABERTO     PIC X(01) VALUE "N".
           88 HISTORICO-ABERTO               VALUE "S".
       77  WS-FIM-HISTORICO        PIC X(01) VALUE "N".
           88 FIM-HISTORICO                  VALUE "S".
       77  WS-FIM-PRECOS           PIC X(01) VALUE "N".
       77  WS-FAIXAS-EXCEDIDAS     PIC X(01) VALUE "N".

      *-----> TOLERANCIA DA DIFERENCA (TERANP AUSENTE OU
      *-----> INCONSISTENTE MANTEM A TOLERANCIA PADRAO ABAIXO)
       77  WS-PERC-TOLERANCIA      PIC 9(02)V99 VALUE 10,00.
       77  WS-TOLERANCIA-NEG       PIC S9(03)V99 VALUE ZEROS.

      *-----> TODAS AS VERSOES DO TERPRC COM OS ACUMULADORES DAS
      *-----> VENDAS ENQUADRADAS EM CADA FAIXA (20 FAIXAS POR VERSAO,
      *-----> COMO NO CGPRG004, PARA ATE 10 VERSOES GUARDADAS)
       01  TAB-FAIXAS-PRECO.
           05 TAB-FAIXA OCCURS 200 TIMES
              INDEXED BY WS-IDX-FAI WS-IDX-PES.
              10 TF-DATA-VIGENCIA  PIC 9(08).
              10 TF-CEP-INICIAL    PIC 9(08).
              10 TF-CEP-FINAL      PIC 9(08).
              10 TF-VAL-M2         PIC 9(05)V99.
              10 TF-QTD-VENDAS     PIC 9(05).
              10 TF-TOT-CONTRATADO PIC 9(12)V99.
              10 TF-TOT-AREA       PIC 9(10)V9(04).
              10 TF-QTD-COM-DIAS   PIC 9(05).
              10 TF-TOT-DIAS       PIC 9(09).
       77  WS-QTD-FAIXAS           PIC 9(03) VALUE ZEROS.
       77  WS-MAX-FAIXAS           PIC 9(03) VALUE 200.

      *-----> ENQUADRAMENTO DA VENDA CORRENTE
       77  WS-VIG-VENDA            PIC 9(08) VALUE ZEROS.
       77  WS-ACHOU-FAIXA          PIC X(01) VALUE "N".
           88 FAIXA-ENCONTRADA               VALUE "S".
       77  WS-AREA-LOTE            PIC 9(06)V9(04) VALUE ZEROS.
       77  WS-DATA-PRECIF          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ULT-PRECIF      PIC 9(08) VALUE ZEROS.

      *-----> CALCULO DE DIAS PELA CONVENCAO COMERCIAL (ANO DE 360
      *-----> DIAS, MES DE 30) - MESMA CONVENCAO DO CGPRG010
       77  WS-DIAS-VENDA           PIC 9(09) VALUE ZEROS.
       77  WS-DIAS-PRECIF          PIC 9(09) VALUE ZEROS.
       77  WS-DIAS-ATE-VENDA       PIC S9(09) VALUE ZEROS.
       77  WS-DIAS-CONVERTIDOS     PIC 9(09) VALUE ZEROS.
       01  WS-DATA-CONVERTE.
           05 CV-AAAA              PIC 9(04).
           05 CV-MM                PIC 9(02).
           05 CV-DD                PIC 9(02).

      *-----> RESULTADO DE UMA FAIXA
       77  WS-M2-REALIZADO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-PERC-DIFERENCA       PIC S9(05)V99 VALUE ZEROS.
       77  WS-MEDIA-DIAS           PIC 9(05) VALUE ZEROS.

      *-----> CONTADORES DA ANALISE
       77  WS-CT-LIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENDAS-MES        PIC 9(08) VALUE ZEROS.
       77  WS-CT-ANALISADAS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-FAIXA         PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-AREA          PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-PRECIF        PIC 9(08) VALUE ZEROS.
       77  WS-CT-FAIXAS-IMPRESSAS  PIC 9(08) VALUE ZEROS.
       77  WS-CT-FORA-TOLERANCIA   PIC 9(08) VALUE ZEROS.

      *-----> LINHAS DO RELATORIO DA ANALISE
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG026 - ANALISE DO PRE".
           05 FILLER              PIC X(30)
              VALUE "CO REALIZADO POR FAIXA DE CEP ".

       01  WS-CABECALHO-2.
           05 FILLER              PIC X(13)
              VALUE "COMPETENCIA: ".
           05 CB2-COMPETENCIA.
              10 CB2-COMP-MM       PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 CB2-COMP-AAAA     PIC X(04).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "EMISSAO: ".
           05 CB2-DATA.
              10 CB2-DATA-DD       PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 CB2-DATA-MM       PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 CB2-DATA-AAAA     PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CB2-HORA            PIC 99.99.9999.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "TOLERANCIA: ".
           05 CB2-TOLERANCIA      PIC Z9,99.
           05 FILLER              PIC X(01) VALUE "%".

       01  WS-CABECALHO-3.
           05 FILLER              PIC X(25) VALUE
              "VIGENCIA   CEP INI  CEP F".
           05 FILLER              PIC X(25) VALUE
              "IN    QTD   M2 REALIZADO ".
           05 FILLER              PIC X(25) VALUE
              "   M2 TABELA  DIFERENCA %".
           05 FILLER              PIC X(25) VALUE
              "  DIAS MEDIOS            ".

       01  WS-LINHA-DETALHE.
           05 DL-VIGENCIA.
              10 DL-VIG-DD         PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-VIG-MM         PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-VIG-AAAA       PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-CEP-INICIAL      PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-CEP-FINAL        PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-QTD-VENDAS       PIC ZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-M2-REALIZADO     PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-M2-TABELA        PIC $$$.$$9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DL-PERC-DIFERENCA   PIC ------9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 DL-MEDIA-DIAS       PIC ZZ.ZZ9.
           05 DL-MEDIA-DIAS-X REDEFINES DL-MEDIA-DIAS
                                  PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-SINAL            PIC X(18).

       01  WS-LINHA-TOTAL.
           05 TT-DESCRICAO         PIC X(40).
           05 TT-QTD               PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 060-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              PERFORM 020-LER-MASTER
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 040-IMPRIMIR-ANALISE
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 062-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG026 - ANALISE DO PRECO REALIZADO"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-HISTORICO-ABERTO
                         WS-FAIXAS-EXCEDIDAS
           MOVE ZEROS TO WS-COD-RETORNO     WS-COMPETENCIA
                          WS-QTD-FAIXAS      WS-CT-LIDOS
                          WS-CT-VENDAS-MES   WS-CT-ANALISADAS
                          WS-CT-SEM-FAIXA    WS-CT-SEM-AREA
                          WS-CT-SEM-PRECIF   WS-CT-FAIXAS-IMPRESSAS
                          WS-CT-FORA-TOLERANCIA

           PERFORM 014-CARREGAR-COMPETENCIA

           IF WS-COD-RETORNO = ZEROS
              PERFORM 015-CARREGAR-PARAMETRO
              PERFORM 017-CARREGAR-PRECOS
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN INPUT ARQ-MASTER
              IF FS-MASTER NOT = "00"
                 DISPLAY "** ARQ-MASTER (TERMST) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-MASTER " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

      *-----> TERHIS AINDA INEXISTENTE: A ANALISE SAI, SO QUE SEM A
      *-----> MEDIA DE DIAS ATE A VENDA
           IF WS-COD-RETORNO = ZEROS
              OPEN INPUT ARQ-HISTORICO
              EVALUATE FS-HISTORICO
                 WHEN "00"
                    MOVE "S" TO WS-HISTORICO-ABERTO
                 WHEN "35"
                    DISPLAY "** TERHIS INEXISTENTE - ANALISE SEM A **"
                    DISPLAY "** MEDIA DE DIAS ATE A VENDA          **"
                 WHEN OTHER
                    DISPLAY "** ARQ-HISTORICO (TERHIS) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-HISTORICO " **"
                    CLOSE ARQ-MASTER
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERANR) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 CLOSE ARQ-MASTER
                 IF HISTORICO-ABERTO
                    CLOSE ARQ-HISTORICO
                 END-IF
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DA ANALISE                            *
      *--------------------------------------------------------------*
       012-IMPRIMIR-CABECALHO.

           MOVE WS-COMPETENCIA(5:2) TO CB2-COMP-MM
           MOVE WS-COMPETENCIA(1:4) TO CB2-COMP-AAAA
           MOVE AS-DATA(7:2) TO CB2-DATA-DD
           MOVE AS-DATA(5:2) TO CB2-DATA-MM
           MOVE AS-DATA(3:1) TO CB2-DATA-AAAA(1:1)
           MOVE AS-DATA(1:1) TO CB2-DATA-AAAA(2:1)
           MOVE AS-DATA(3:2) TO CB2-DATA-AAAA(3:2)
           MOVE AS-HORA      TO CB2-HORA
           MOVE WS-PERC-TOLERANCIA TO CB2-TOLERANCIA

           WRITE REG-RELATORIO FROM WS-CABECALHO-1
           WRITE REG-RELATORIO FROM WS-CABECALHO-2
           WRITE REG-RELATORIO FROM SPACES
           WRITE REG-RELATORIO FROM WS-CABECALHO-3
           .
      *--------------------------------------------------------------*
      *    CARREGAR O MES DE COMPETENCIA DO TERCMP (SEM COMPETENCIA   *
      *    CONSISTENTE A ANALISE NAO RODA)                            *
      *--------------------------------------------------------------*
       014-CARREGAR-COMPETENCIA.

           OPEN INPUT ARQ-COMPETENCIA
           IF FS-COMPETENCIA NOT = "00"
              DISPLAY "** ARQ-COMPETENCIA (TERCMP) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-COMPETENCIA " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              READ ARQ-COMPETENCIA
                 AT END
                    DISPLAY "** TERCMP VAZIO - SEM COMPETENCIA **"
                    MOVE 99 TO WS-COD-RETORNO
                 NOT AT END
                    IF FC-COMPETENCIA IS NUMERIC
                       AND FC-COMPETENCIA > ZEROS
                       MOVE FC-COMPETENCIA TO WS-COMPETENCIA
                       DISPLAY "COMPETENCIA DA ANALISE = "
                          WS-COMPETENCIA
                    ELSE
                       DISPLAY "** COMPETENCIA INVALIDA NO TERCMP **"
                       MOVE 99 TO WS-COD-RETORNO
                    END-IF
              END-READ
              CLOSE ARQ-COMPETENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TOLERANCIA DA DIFERENCA DO TERANP               *
      *--------------------------------------------------------------*
       015-CARREGAR-PARAMETRO.

           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS NOT = "00"
              DISPLAY "** TERANP AUSENTE - TOLERANCIA PADRAO DE "
                 WS-PERC-TOLERANCIA "% **"
           ELSE
              READ ARQ-PARAMETROS
                 AT END
                    DISPLAY "** TERANP VAZIO - TOLERANCIA PADRAO DE "
                       WS-PERC-TOLERANCIA "% **"
                 NOT AT END
                    IF AP-PERC-TOLERANCIA IS NUMERIC
                       AND AP-PERC-TOLERANCIA > ZEROS
                       MOVE AP-PERC-TOLERANCIA TO WS-PERC-TOLERANCIA
                    ELSE
                       DISPLAY "** TERANP INCONSISTENTE - TOLERANCIA "
                          "PADRAO DE " WS-PERC-TOLERANCIA "% **"
                    END-IF
              END-READ
              CLOSE ARQ-PARAMETROS
           END-IF

           COMPUTE WS-TOLERANCIA-NEG = ZERO - WS-PERC-TOLERANCIA
           DISPLAY "TOLERANCIA DA DIFERENCA = " WS-PERC-TOLERANCIA "%"
           .
      *--------------------------------------------------------------*
      *    CONVERTER UMA DATA AAAAMMDD EM DIAS PELA CONVENCAO         *
      *    COMERCIAL (ANO DE 360 DIAS E MES DE 30)                    *
      *--------------------------------------------------------------*
       016-CONVERTER-DIAS.

           COMPUTE WS-DIAS-CONVERTIDOS =
              CV-AAAA * 360 + CV-MM * 30 + CV-DD
           .
      *--------------------------------------------------------------*
      *    CARREGAR TODAS AS VERSOES DO TERPRC - CADA VENDA E         *
      *    ENQUADRADA NA VERSAO EM VIGOR NA SUA PROPRIA DATA          *
      *--------------------------------------------------------------*
       017-CARREGAR-PRECOS.

           MOVE "N" TO WS-FIM-PRECOS
           OPEN INPUT ARQ-PRECOS
           IF FS-PRECOS NOT = "00"
              DISPLAY "** ARQ-PRECOS (TERPRC) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-PRECOS " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              PERFORM 018-GUARDAR-FAIXA
                 UNTIL WS-FIM-PRECOS = "S"
              CLOSE ARQ-PRECOS

              IF WS-QTD-FAIXAS = ZERO
                 DISPLAY "** TERPRC SEM FAIXAS - ANALISE ABORTADA **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 DISPLAY "FAIXAS DE PRECO CARREGADAS = " WS-QTD-FAIXAS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UMA FAIXA DO TERPRC COM OS ACUMULADORES ZERADOS    *
      *--------------------------------------------------------------*
       018-GUARDAR-FAIXA.

           READ ARQ-PRECOS
              AT END
                 MOVE "S" TO WS-FIM-PRECOS
              NOT AT END
                 IF PC-DATA-VIGENCIA IS NUMERIC
                    AND PC-DATA-VIGENCIA > ZEROS
                    IF WS-QTD-FAIXAS < WS-MAX-FAIXAS
                       ADD 1 TO WS-QTD-FAIXAS
                       SET WS-IDX-FAI TO WS-QTD-FAIXAS
                       MOVE PC-DATA-VIGENCIA TO
                          TF-DATA-VIGENCIA (WS-IDX-FAI)
                       MOVE PC-CEP-INICIAL   TO
                          TF-CEP-INICIAL (WS-IDX-FAI)
                       MOVE PC-CEP-FINAL     TO
                          TF-CEP-FINAL (WS-IDX-FAI)
                       MOVE PC-VAL-M2        TO
                          TF-VAL-M2 (WS-IDX-FAI)
                       MOVE ZEROS TO TF-QTD-VENDAS (WS-IDX-FAI)
                                     TF-TOT-CONTRATADO (WS-IDX-FAI)
                                     TF-TOT-AREA (WS-IDX-FAI)
                                     TF-QTD-COM-DIAS (WS-IDX-FAI)
                                     TF-TOT-DIAS (WS-IDX-FAI)
                    ELSE
                       DISPLAY "** TERPRC COM MAIS FAIXAS QUE O **"
                       DISPLAY "** LIMITE DA TABELA INTERNA     **"
                       MOVE "S" TO WS-FIM-PRECOS
                       MOVE "S" TO WS-FAIXAS-EXCEDIDAS
                    END-IF
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO LOTE DO CADASTRO MESTRE                      *
      *--------------------------------------------------------------*
       020-LER-MASTER.

           READ ARQ-MASTER
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    TRATAR O LOTE CORRENTE: SO ENTRA NA ANALISE O LOTE VENDIDO *
      *    COM DATA DA VENDA NO MES DE COMPETENCIA                    *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF MS-VENDIDO
              AND MS-DATA-ULT IS NUMERIC
              AND MS-DATA-ULT(1:6) = WS-COMPETENCIA
              ADD 1 TO WS-CT-VENDAS-MES
              PERFORM 032-ENQUADRAR-VENDA
           END-IF

           PERFORM 020-LER-MASTER
           .
      *--------------------------------------------------------------*
      *    ENQUADRAR A VENDA NA FAIXA EM VIGOR NA DATA DA VENDA E     *
      *    ACUMULA-LA                                                 *
      *--------------------------------------------------------------*
       032-ENQUADRAR-VENDA.

           COMPUTE WS-AREA-LOTE = MS-FRENTE * MS-COMP

           MOVE ZEROS TO WS-VIG-VENDA
           PERFORM 033-PESQUISAR-VIGENCIA
              VARYING WS-IDX-PES FROM 1 BY 1
              UNTIL WS-IDX-PES > WS-QTD-FAIXAS

           MOVE "N" TO WS-ACHOU-FAIXA
           IF WS-VIG-VENDA > ZEROS
              PERFORM 034-PESQUISAR-FAIXA
                 VARYING WS-IDX-PES FROM 1 BY 1
                 UNTIL WS-IDX-PES > WS-QTD-FAIXAS
                    OR FAIXA-ENCONTRADA
           END-IF

           EVALUATE TRUE
              WHEN WS-AREA-LOTE = ZERO
                 ADD 1 TO WS-CT-SEM-AREA
                 DISPLAY "** LOTE " MS-ID-LOTE " VENDIDO SEM AREA - "
                    "FORA DA ANALISE **"
              WHEN NOT FAIXA-ENCONTRADA
                 ADD 1 TO WS-CT-SEM-FAIXA
                 DISPLAY "** LOTE " MS-ID-LOTE " CEP " MS-CEP
                    " SEM FAIXA EM VIGOR NA VENDA **"
              WHEN OTHER
                 ADD 1 TO WS-CT-ANALISADAS
                 ADD 1            TO TF-QTD-VENDAS (WS-IDX-FAI)
                 ADD MS-VAL-VENDA TO TF-TOT-CONTRATADO (WS-IDX-FAI)
                 ADD WS-AREA-LOTE TO TF-TOT-AREA (WS-IDX-FAI)
                 PERFORM 036-CALCULAR-DIAS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A VIGENCIA MAIS RECENTE NAO POSTERIOR A VENDA    *
      *--------------------------------------------------------------*
       033-PESQUISAR-VIGENCIA.

           IF TF-DATA-VIGENCIA (WS-IDX-PES) <= MS-DATA-ULT
              AND TF-DATA-VIGENCIA (WS-IDX-PES) > WS-VIG-VENDA
              MOVE TF-DATA-VIGENCIA (WS-IDX-PES) TO WS-VIG-VENDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR, NA VIGENCIA DA VENDA, A FAIXA DO CEP DO LOTE    *
      *--------------------------------------------------------------*
       034-PESQUISAR-FAIXA.

           IF TF-DATA-VIGENCIA (WS-IDX-PES) = WS-VIG-VENDA
              AND MS-CEP >= TF-CEP-INICIAL (WS-IDX-PES)
              AND MS-CEP <= TF-CEP-FINAL (WS-IDX-PES)
              MOVE "S" TO WS-ACHOU-FAIXA
              SET WS-IDX-FAI TO WS-IDX-PES
           END-IF
           .
      *--------------------------------------------------------------*
      *    DIAS DA PRECIFICACAO ATE A VENDA: ULTIMO EVENTO "PR" DO    *
      *    LOTE NO TERHIS GRAVADO ANTES DO ULTIMO EVENTO "VD"         *
      *--------------------------------------------------------------*
       036-CALCULAR-DIAS.

           MOVE ZEROS TO WS-DATA-PRECIF WS-DATA-ULT-PRECIF

           IF HISTORICO-ABERTO
              MOVE "N" TO WS-FIM-HISTORICO
              MOVE LOW-VALUES TO HI-CHAVE
              MOVE MS-ID-LOTE TO HI-ID-LOTE

              START ARQ-HISTORICO KEY IS NOT LESS THAN HI-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-HISTORICO
              END-START

              PERFORM 037-LER-EVENTO
                 UNTIL FIM-HISTORICO
           END-IF

           IF WS-DATA-PRECIF = ZEROS
              ADD 1 TO WS-CT-SEM-PRECIF
           ELSE
              MOVE MS-DATA-ULT TO WS-DATA-CONVERTE
              PERFORM 016-CONVERTER-DIAS
              MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-VENDA

              MOVE WS-DATA-PRECIF TO WS-DATA-CONVERTE
              PERFORM 016-CONVERTER-DIAS
              MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-PRECIF

              COMPUTE WS-DIAS-ATE-VENDA = WS-DIAS-VENDA - WS-DIAS-PRECIF
              IF WS-DIAS-ATE-VENDA < ZERO
                 MOVE ZERO TO WS-DIAS-ATE-VENDA
              END-IF

              ADD 1                 TO TF-QTD-COM-DIAS (WS-IDX-FAI)
              ADD WS-DIAS-ATE-VENDA TO TF-TOT-DIAS (WS-IDX-FAI)
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO EVENTO DO LOTE: GUARDAR A DATA DA ULTIMA     *
      *    PRECIFICACAO LIDA E, A CADA VENDA, FIXA-LA COMO A DA VENDA *
      *    (VENDA DESFEITA POR DISTRATO E REFEITA VALE A ULTIMA)      *
      *--------------------------------------------------------------*
       037-LER-EVENTO.

           READ ARQ-HISTORICO NEXT RECORD
              AT END
                 MOVE "S" TO WS-FIM-HISTORICO
              NOT AT END
                 IF HI-ID-LOTE NOT = MS-ID-LOTE
                    MOVE "S" TO WS-FIM-HISTORICO
                 ELSE
                    IF HI-PRECIFICACAO
                       MOVE HI-DATA-NEGOCIO    TO WS-DATA-ULT-PRECIF
                    END-IF
                    IF HI-VENDA
                       MOVE WS-DATA-ULT-PRECIF TO WS-DATA-PRECIF
                    END-IF
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR AS FAIXAS COM VENDA NO MES E OS TOTAIS            *
      *--------------------------------------------------------------*
       040-IMPRIMIR-ANALISE.

           PERFORM 042-IMPRIMIR-FAIXA
              VARYING WS-IDX-FAI FROM 1 BY 1
              UNTIL WS-IDX-FAI > WS-QTD-FAIXAS

           IF WS-CT-FAIXAS-IMPRESSAS = ZERO
              MOVE "NENHUMA VENDA ANALISADA NA COMPETENCIA"
                 TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF

           WRITE REG-RELATORIO FROM SPACES

           MOVE "VENDAS DO MES (LOTES COM STATUS V)     "
              TO TT-DESCRICAO
           MOVE WS-CT-VENDAS-MES TO TT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE "VENDAS ANALISADAS                      "
              TO TT-DESCRICAO
           MOVE WS-CT-ANALISADAS TO TT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE "NAO ANALISADAS - SEM FAIXA EM VIGOR    "
              TO TT-DESCRICAO
           MOVE WS-CT-SEM-FAIXA TO TT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE "NAO ANALISADAS - LOTE SEM AREA         "
              TO TT-DESCRICAO
           MOVE WS-CT-SEM-AREA TO TT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE "FORA DA MEDIA DE DIAS (SEM EVENTO PR)  "
              TO TT-DESCRICAO
           MOVE WS-CT-SEM-PRECIF TO TT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE "FAIXAS FORA DA TOLERANCIA              "
              TO TT-DESCRICAO
           MOVE WS-CT-FORA-TOLERANCIA TO TT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA FAIXA COM VENDA: M2 REALIZADO, DIFERENCA      *
      *    PARA A TABELA, MEDIA DE DIAS E SINAL DE TOLERANCIA         *
      *--------------------------------------------------------------*
       042-IMPRIMIR-FAIXA.

           IF TF-QTD-VENDAS (WS-IDX-FAI) > ZERO
              COMPUTE WS-M2-REALIZADO ROUNDED =
                 TF-TOT-CONTRATADO (WS-IDX-FAI) /
                 TF-TOT-AREA (WS-IDX-FAI)

              IF TF-VAL-M2 (WS-IDX-FAI) > ZERO
                 COMPUTE WS-PERC-DIFERENCA ROUNDED =
                    (WS-M2-REALIZADO - TF-VAL-M2 (WS-IDX-FAI)) * 100 /
                    TF-VAL-M2 (WS-IDX-FAI)
              ELSE
                 MOVE ZEROS TO WS-PERC-DIFERENCA
              END-IF

              MOVE TF-DATA-VIGENCIA (WS-IDX-FAI)(7:2) TO DL-VIG-DD
              MOVE TF-DATA-VIGENCIA (WS-IDX-FAI)(5:2) TO DL-VIG-MM
              MOVE TF-DATA-VIGENCIA (WS-IDX-FAI)(1:4) TO DL-VIG-AAAA
              MOVE TF-CEP-INICIAL (WS-IDX-FAI)  TO DL-CEP-INICIAL
              MOVE TF-CEP-FINAL (WS-IDX-FAI)    TO DL-CEP-FINAL
              MOVE TF-QTD-VENDAS (WS-IDX-FAI)   TO DL-QTD-VENDAS
              MOVE WS-M2-REALIZADO              TO DL-M2-REALIZADO
              MOVE TF-VAL-M2 (WS-IDX-FAI)       TO DL-M2-TABELA
              MOVE WS-PERC-DIFERENCA            TO DL-PERC-DIFERENCA

              IF TF-QTD-COM-DIAS (WS-IDX-FAI) > ZERO
                 COMPUTE WS-MEDIA-DIAS ROUNDED =
                    TF-TOT-DIAS (WS-IDX-FAI) /
                    TF-QTD-COM-DIAS (WS-IDX-FAI)
                 MOVE WS-MEDIA-DIAS TO DL-MEDIA-DIAS
              ELSE
                 MOVE "   N/D"      TO DL-MEDIA-DIAS-X
              END-IF

              IF WS-PERC-DIFERENCA > WS-PERC-TOLERANCIA
                 OR WS-PERC-DIFERENCA < WS-TOLERANCIA-NEG
                 MOVE "FORA DA TOLERANCIA" TO DL-SINAL
                 ADD 1 TO WS-CT-FORA-TOLERANCIA
              ELSE
                 MOVE SPACES               TO DL-SINAL
              END-IF

              WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
              ADD 1 TO WS-CT-FAIXAS-IMPRESSAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF FS-RELATORIO = "00"
              AND WS-COD-RETORNO NOT = 99
              CLOSE ARQ-MASTER
              IF HISTORICO-ABERTO
                 CLOSE ARQ-HISTORICO
              END-IF
              CLOSE ARQ-RELATORIO

              DISPLAY "LOTES LIDOS          = " WS-CT-LIDOS
              DISPLAY "VENDAS DO MES        = " WS-CT-VENDAS-MES
              DISPLAY "VENDAS ANALISADAS    = " WS-CT-ANALISADAS
              DISPLAY "SEM FAIXA EM VIGOR   = " WS-CT-SEM-FAIXA
              DISPLAY "SEM AREA             = " WS-CT-SEM-AREA
              DISPLAY "FAIXAS FORA DA TOLER.= " WS-CT-FORA-TOLERANCIA

              IF WS-CT-SEM-FAIXA > ZERO OR WS-CT-SEM-AREA > ZERO
                 OR WS-FAIXAS-EXCEDIDAS = "S"
                 MOVE 04 TO WS-COD-RETORNO
              END-IF

              IF WS-CT-VENDAS-MES = ZERO
                 MOVE 10 TO WS-COD-RETORNO
              END-IF
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG026"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DE INICIO NO CONTROLE (TERRUN)           *
      *--------------------------------------------------------------*
       060-GRAVAR-CTRL-INICIO.

           MOVE "I" TO WS-CTRL-TIPO
           PERFORM 064-GRAVAR-CONTROLE
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DE FIM NO CONTROLE (TERRUN)              *
      *--------------------------------------------------------------*
       062-GRAVAR-CTRL-FIM.

           MOVE "F" TO WS-CTRL-TIPO
           PERFORM 064-GRAVAR-CONTROLE
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NO CONTROLE DE EXECUCAO DA CADEIA       *
      *    (A DATA DE PROCESSAMENTO E O PRIMEIRO DIA DA COMPETENCIA)  *
      *--------------------------------------------------------------*
       064-GRAVAR-CONTROLE.

           OPEN EXTEND ARQ-CONTROLE
           IF FS-CONTROLE NOT = "00"
              OPEN OUTPUT ARQ-CONTROLE
           END-IF

           IF FS-CONTROLE NOT = "00"
              DISPLAY "** ARQ-CONTROLE (TERRUN) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-CONTROLE " **"
           ELSE
              MOVE "CGPRG026"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              IF WS-COMPETENCIA > ZEROS
                 COMPUTE RC-DATA-PROC = WS-COMPETENCIA * 100 + 1
              ELSE
                 MOVE WS-DATA-HOJE   TO RC-DATA-PROC
              END-IF
              MOVE WS-CT-LIDOS       TO RC-CT-LIDOS
              MOVE WS-CT-ANALISADAS  TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG026 <-------------------*
