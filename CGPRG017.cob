       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG017.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    DISTRATO DAS VENDAS CANCELADAS PELA MESA DE VENDAS         *
      *    LE O ARQUIVO DIARIO DE DISTRATOS (TERDIS: ID DO LOTE,     *
      *    DATA DO DISTRATO, MOTIVO E USUARIO QUE AUTORIZOU),        *
      *    CONFERE NO CADASTRO MESTRE QUE O LOTE ESTA DE FATO        *
      *    VENDIDO ("V") E O DEVOLVE AO ESTOQUE COMO PRECIFICADO     *
      *    ("P"): O VALOR DE TABELA RETIDO EM MS-VAL-VENDA-ANT       *
      *    VOLTA PARA MS-VAL-VENDA E O VALOR CONTRATADO DESFEITO     *
      *    FICA RETIDO EM MS-VAL-VENDA-ANT. EMITE O DEMONSTRATIVO    *
      *    DE DISTRATO (TERDRL) AGRUPADO POR CORRETOR, PARA QUE OS   *
      *    NUMEROS DE VENDA E A POSICAO DO ESTOQUE (CGPRG010)        *
      *    REFLITAM OS LOTES DEVOLVIDOS AO MERCADO. DISTRATOS         *
      *    RECUSADOS VAO PARA O TERDRJ COM O MOTIVO. A COMISSAO     *
      *    LANCADA NA BAIXA DA VENDA (TERCPG) E ESTORNADA PARA CADA  *
      *    CORRETOR QUE A RECEBEU, NETANDO O EXTRATO DO MES.         *
      *    AS PARCELAS AINDA EM ABERTO DO LOTE NO CONTAS A RECEBER   *
      *    (TERREC) SAO CANCELADAS PARA SAIREM DA COBRANCA; AS JA    *
      *    PAGAS FICAM COMO ESTAO PARA A DEVOLUCAO AO COMPRADOR.     *
      *    CADA DISTRATO EFETIVADO GANHA UM EVENTO NO HISTORICO DO   *
      *    LOTE (TERHIS), COM O MOTIVO INFORMADO PELA MESA.          *
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

           SELECT ARQ-DISTRATOS  ASSIGN TO "TERDIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-DISTRATOS.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERDRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-REJEITADOS ASSIGN TO "TERDRJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-REJEITADOS.

           SELECT ARQ-COMIS-PAGAR ASSIGN TO "TERCPG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-COMIS-PAGAR.

           SELECT ARQ-RECEBER    ASSIGN TO "TERREC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RB-CHAVE
                  FILE STATUS  IS FS-RECEBER.

           SELECT ARQ-MASTER     ASSIGN TO "TERMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MS-ID-LOTE
                  FILE STATUS  IS FS-MASTER.

           SELECT ARQ-HISTORICO  ASSIGN TO "TERHIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HI-CHAVE
                  FILE STATUS  IS FS-HISTORICO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

           SELECT ARQ-SORT       ASSIGN TO "SORTDS".

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> ARQUIVO DIARIO DE DISTRATOS ENVIADO PELA MESA DE VENDAS
       FD  ARQ-DISTRATOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DISTRATO.
           05 DS-ID-LOTE           PIC 9(10).
           05 DS-DATA-DISTRATO     PIC 9(08).
           05 DS-MOTIVO            PIC X(30).
           05 DS-USUARIO           PIC X(08).

      *-----> DEMONSTRATIVO DE DISTRATO DAS VENDAS
       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO           PIC X(120).

      *-----> ARQUIVO DOS DISTRATOS RECUSADOS NA VALIDACAO
       FD  ARQ-REJEITADOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DISTRATO-REJEITADO.
           05 DJ-ID-LOTE           PIC 9(10).
           05 DJ-DATA-DISTRATO     PIC 9(08).
           05 DJ-MOTIVO            PIC X(30).
           05 DJ-USUARIO           PIC X(08).
           05 DJ-COD-MOTIVO        PIC 9(02).
           05 DJ-DESC-MOTIVO       PIC X(30).

      *-----> RAZAO DE COMISSOES A PAGAR (MESMO LAYOUT DO CGPRG009 -
      *-----> UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       FD  ARQ-COMIS-PAGAR
           LABEL RECORDS ARE STANDARD.
       01  REG-COMIS-PAGAR.
           05 CP-ID-LOTE            PIC 9(10).
           05 CP-TIPO-LANC          PIC X(01).
              88 CP-LANC-VENDA                VALUE "V".
              88 CP-LANC-ESTORNO              VALUE "D".
           05 CP-DATA-LANC          PIC 9(08).
           05 CP-COD-CORRETOR       PIC 9(05).
           05 CP-PAPEL              PIC X(01).
              88 CP-CAPTADOR                  VALUE "C".
              88 CP-VENDEDOR                  VALUE "V".
           05 CP-VAL-CONTRATADO     PIC 9(08)V99.
           05 CP-FAIXA              PIC X(12).
           05 CP-PERC-COMISSAO      PIC 9(02)V99.
           05 CP-PERC-PARTICIPACAO  PIC 9(03)V99.
           05 CP-VAL-COMISSAO       PIC 9(07)V99.
           05 CP-DATA-PROC          PIC 9(08).

      *-----> CONTAS A RECEBER DAS VENDAS (MESMO LAYOUT DO CGPRG009 -
      *-----> UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       FD  ARQ-RECEBER
           LABEL RECORDS ARE STANDARD.
       01  REG-RECEBER.
           05 RB-CHAVE.
              10 RB-ID-LOTE         PIC 9(10).
              10 RB-DATA-VENDA      PIC 9(08).
              10 RB-NUM-PARCELA     PIC 9(03).
           05 RB-QTD-PARCELAS       PIC 9(03).
           05 RB-COD-CORRETOR       PIC 9(05).
           05 RB-DATA-VENC          PIC 9(08).
           05 RB-VAL-PARCELA        PIC 9(08)V99.
           05 RB-INDICE             PIC X(04).
           05 RB-SITUACAO           PIC X(01).
              88 RB-ABERTA                    VALUE "A".
              88 RB-PAGA                      VALUE "P".
              88 RB-CANCELADA                 VALUE "C".
           05 RB-DATA-PAGTO         PIC 9(08).
           05 RB-VAL-PAGO           PIC 9(08)V99.
           05 RB-DATA-PROC          PIC 9(08).

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

      *-----> ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CORRETOR (O
      *-----> CORRETOR VEM DO MESTRE - O TERDIS NAO O INFORMA)
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SR-COD-CORRETOR      PIC 9(05).
           05 SR-ID-LOTE           PIC 9(10).
           05 SR-DATA-DISTRATO     PIC 9(08).
           05 SR-MOTIVO            PIC X(30).
           05 SR-USUARIO           PIC X(08).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  FS-DISTRATOS            PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-REJEITADOS           PIC X(02) VALUE "00".
       77  FS-COMIS-PAGAR          PIC X(02) VALUE "00".
       77  FS-MASTER               PIC X(02) VALUE "00".
       77  FS-HISTORICO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----> CONTADORES DO DISTRATO
       77  WS-CT-LIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-DISTRATADOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECUSADOS         PIC 9(08) VALUE ZEROS.

      *-----> DISTRATO CORRENTE, JA CLASSIFICADO POR CORRETOR
       01  WS-DISTRATO.
           05 DT-COD-CORRETOR      PIC 9(05).
           05 DT-ID-LOTE           PIC 9(10).
           05 DT-DATA-DISTRATO     PIC 9(08).
           05 DT-MOTIVO            PIC X(30).
           05 DT-USUARIO           PIC X(08).

      *-----> VALIDACAO DO DISTRATO
       77  WS-REG-VALIDO           PIC X(01) VALUE "S".
           88 REGISTRO-VALIDO                VALUE "S".
           88 REGISTRO-INVALIDO              VALUE "N".
       77  WS-COD-MOTIVO           PIC 9(02) VALUE ZEROS.
       77  WS-DESC-MOTIVO          PIC X(30) VALUE SPACES.

      *-----> CONTROLE DO CADASTRO MESTRE DE TERRENOS (TERMST)
       77  WS-MASTER-ABERTO        PIC X(01) VALUE "N".
           88 MASTER-ABERTO                  VALUE "S".
       77  WS-MASTER-EXISTE        PIC X(01) VALUE "N".
           88 LOTE-NO-MASTER                 VALUE "S".

      *-----> CONTROLE DO HISTORICO DE EVENTOS DO LOTE (TERHIS) - A
      *-----> VIGENCIA DA TABELA DE PRECOS E HERDADA DO ULTIMO EVENTO
      *-----> DO LOTE QUE A REGISTROU (A PRECIFICACAO DO CGPRG004)
       77  WS-HISTORICO-ABERTO     PIC X(01) VALUE "N".
           88 HISTORICO-ABERTO               VALUE "S".
       77  WS-FIM-HISTORICO        PIC X(01) VALUE "N".
           88 FIM-HISTORICO                  VALUE "S".
       77  WS-SEQ-EVENTO           PIC 9(04) VALUE ZEROS.
       77  WS-CT-EVENTOS           PIC 9(08) VALUE ZEROS.
       77  WS-EVT-STATUS-ANT       PIC X(01) VALUE SPACE.
       77  WS-EVT-VIGENCIA         PIC 9(08) VALUE ZEROS.

      *-----> VALOR CONTRATADO DESFEITO E VALOR DE TABELA DEVOLVIDO
      *-----> AO LOTE PELO DISTRATO
       77  WS-VAL-CONTRATADO       PIC 9(08)V99 VALUE ZEROS.
       77  WS-VAL-TABELA           PIC 9(08)V99 VALUE ZEROS.

      *-----> LOTES DO TERDIS DO DIA COM OS LANCAMENTOS DA ULTIMA
      *-----> VENDA AINDA NAO ESTORNADA NO RAZAO DE COMISSOES (UMA
      *-----> VENDA TEM NO MAXIMO DOIS: VENDEDOR E CAPTADOR)
       01  TAB-ESTORNOS.
           05 TAB-ESTORNO OCCURS 1000 TIMES
              INDEXED BY WS-IDX-EST.
              10 TE-ID-LOTE            PIC 9(10).
              10 TE-SITUACAO           PIC X(01).
                 88 TE-COM-VENDA                VALUE "V".
                 88 TE-SEM-VENDA                VALUE "E".
              10 TE-QTD-LANC           PIC 9(01).
              10 TE-LANC OCCURS 2 TIMES INDEXED BY WS-IDX-LNC.
                 15 TE-COD-CORRETOR    PIC 9(05).
                 15 TE-PAPEL           PIC X(01).
                    88 TE-PAPEL-CAPTADOR        VALUE "C".
                 15 TE-VAL-CONTRATADO  PIC 9(08)V99.
                 15 TE-FAIXA           PIC X(12).
                 15 TE-PERC-COMISSAO   PIC 9(02)V99.
                 15 TE-PERC-PARTIC     PIC 9(03)V99.
                 15 TE-VAL-COMISSAO    PIC 9(07)V99.
       77  WS-QTD-ESTORNOS         PIC 9(04) VALUE ZEROS.
       77  WS-MAX-ESTORNOS         PIC 9(04) VALUE 1000.
       77  WS-ACHOU-ESTORNO        PIC X(01) VALUE "N".
           88 ESTORNO-ENCONTRADO             VALUE "S".
       77  WS-ID-LOTE-PESQ         PIC 9(10) VALUE ZEROS.
       77  WS-FIM-COMISSOES        PIC X(01) VALUE "N".
       77  WS-COMIS-PAGAR-ABERTO   PIC X(01) VALUE "N".
           88 COMIS-PAGAR-ABERTO             VALUE "S".

      *-----> CANCELAMENTO DAS PARCELAS EM ABERTO NO CONTAS A RECEBER
       77  FS-RECEBER              PIC X(02) VALUE "00".
       77  WS-RECEBER-ABERTO       PIC X(01) VALUE "N".
           88 RECEBER-ABERTO                 VALUE "S".
       77  WS-FIM-PARCELAS         PIC X(01) VALUE "N".
       77  WS-CT-PARC-CANCELADAS   PIC 9(08) VALUE ZEROS.
       77  WS-TOT-PARC-CANCELADAS  PIC 9(10)V99 VALUE ZEROS.
       77  WS-CT-LANC-ESTORNO      PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-COMISSAO      PIC 9(08) VALUE ZEROS.
       77  WS-TOT-COMIS-ESTORNO    PIC 9(10)V99 VALUE ZEROS.

      *-----> QUEBRA POR CORRETOR DO DEMONSTRATIVO
       77  WS-CORRETOR-ANT         PIC 9(05) VALUE ZEROS.
       77  WS-PRIMEIRA-QUEBRA      PIC X(01) VALUE "S".
       77  WS-CT-CORRETOR          PIC 9(08) VALUE ZEROS.
       77  WS-TOT-CONTRAT-CORR     PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-TABELA-CORR      PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-CONTRAT-GERAL    PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-TABELA-GERAL     PIC 9(10)V99 VALUE ZEROS.

      *-----> LINHAS DO DEMONSTRATIVO DE DISTRATO
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG017 - DISTRATO DE VE".
           05 FILLER              PIC X(30)
              VALUE "NDAS DE TERRENOS              ".

       01  WS-CABECALHO-2.
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 CB2-DATA.
              10 CB2-DATA-DD       PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 CB2-DATA-MM       PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 CB2-DATA-AAAA     PIC X(04).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "HORA: ".
           05 CB2-HORA            PIC 99.99.9999.

       01  WS-CABECALHO-3.
           05 FILLER              PIC X(25) VALUE
              "CORR.  ID DO LOTE DATA DI".
           05 FILLER              PIC X(25) VALUE
              "STRATO VAL CONTRATADO  VA".
           05 FILLER              PIC X(25) VALUE
              "L TABELA    USUARIO  MOTI".
           05 FILLER              PIC X(25) VALUE
              "VO / SITUACAO            ".

       01  WS-LINHA-DETALHE.
           05 DL-CORRETOR         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DATA-DISTRATO.
              10 DL-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-AAAA      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-CONTRATADO   PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-TABELA       PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-USUARIO          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-SITUACAO         PIC X(40).

       01  WS-LINHA-SUBTOTAL.
           05 FILLER              PIC X(19)
              VALUE "SUBTOTAL CORRETOR  ".
           05 SB-CORRETOR          PIC 9(05).
           05 FILLER              PIC X(07) VALUE "  QTD: ".
           05 SB-QTD               PIC ZZZ.ZZ9.
           05 FILLER              PIC X(13) VALUE "  CONTRATADO ".
           05 SB-CONTRATADO        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(09) VALUE "  TABELA ".
           05 SB-TABELA            PIC $$$.$$$.$$9,99.

       01  WS-LINHA-TOTAL-GERAL.
           05 FILLER              PIC X(16) VALUE "TOTAL GERAL  -  ".
           05 FILLER              PIC X(05) VALUE "QTD: ".
           05 TG-QTD               PIC ZZZ.ZZ9.
           05 FILLER              PIC X(16) VALUE "     CONTRATADO ".
           05 TG-CONTRATADO        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(09) VALUE "  TABELA ".
           05 TG-TABELA            PIC $$$.$$$.$$9,99.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              SORT ARQ-SORT
                 ON ASCENDING KEY SR-COD-CORRETOR SR-ID-LOTE
                 INPUT PROCEDURE IS 019-CLASSIFICAR-DISTRATOS
                 OUTPUT PROCEDURE IS 031-PROCESSAR-CLASSIFICADO
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG017 - DISTRATO DE VENDAS DE TERRENOS"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM
           MOVE "S"   TO WS-PRIMEIRA-QUEBRA
           MOVE ZEROS TO WS-COD-RETORNO      WS-CT-LIDOS
                          WS-CT-DISTRATADOS   WS-CT-RECUSADOS
                          WS-CORRETOR-ANT     WS-CT-CORRETOR
                          WS-TOT-CONTRAT-CORR WS-TOT-TABELA-CORR
                          WS-TOT-CONTRAT-GERAL WS-TOT-TABELA-GERAL
                          WS-QTD-ESTORNOS     WS-CT-LANC-ESTORNO
                          WS-CT-SEM-COMISSAO  WS-TOT-COMIS-ESTORNO
                          WS-CT-PARC-CANCELADAS WS-TOT-PARC-CANCELADAS
                          WS-SEQ-EVENTO       WS-CT-EVENTOS

           OPEN INPUT ARQ-DISTRATOS
           IF FS-DISTRATOS NOT = "00"
              DISPLAY "** ARQ-DISTRATOS (TERDIS) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-DISTRATOS " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERDRL) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-REJEITADOS
              IF FS-REJEITADOS NOT = "00"
                 DISPLAY "** ARQ-REJEITADOS (TERDRJ) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-REJEITADOS " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 070-ABRIR-MASTER
              IF NOT MASTER-ABERTO
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

      *-----> TERREC INEXISTENTE: NENHUMA VENDA PARCELADA AINDA -
      *-----> NAO HA PARCELA A CANCELAR
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-RECEBER-ABERTO
              OPEN I-O ARQ-RECEBER
              EVALUATE FS-RECEBER
                 WHEN "00"
                    MOVE "S" TO WS-RECEBER-ABERTO
                 WHEN "35"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "** ARQ-RECEBER (TERREC) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-RECEBER " **"
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

      *-----> HISTORICO DE EVENTOS INEXISTENTE E CRIADO NA PRIMEIRA
      *-----> RODADA QUE ALTERA UM LOTE
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-HISTORICO-ABERTO
              OPEN I-O ARQ-HISTORICO
              IF FS-HISTORICO = "35"
                 OPEN OUTPUT ARQ-HISTORICO
                 IF FS-HISTORICO = "00"
                    CLOSE ARQ-HISTORICO
                    OPEN I-O ARQ-HISTORICO
                 END-IF
              END-IF
              IF FS-HISTORICO NOT = "00"
                 DISPLAY "** ARQ-HISTORICO (TERHIS) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-HISTORICO " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 MOVE "S" TO WS-HISTORICO-ABERTO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO DEMONSTRATIVO DE DISTRATO          *
      *--------------------------------------------------------------*
       012-IMPRIMIR-CABECALHO.

           MOVE AS-DATA(7:2) TO CB2-DATA-DD
           MOVE AS-DATA(5:2) TO CB2-DATA-MM
           MOVE AS-DATA(3:1) TO CB2-DATA-AAAA(1:1)
           MOVE AS-DATA(1:1) TO CB2-DATA-AAAA(2:1)
           MOVE AS-DATA(3:2) TO CB2-DATA-AAAA(3:2)
           MOVE AS-HORA      TO CB2-HORA

           WRITE REG-RELATORIO FROM WS-CABECALHO-1
           WRITE REG-RELATORIO FROM WS-CABECALHO-2
           WRITE REG-RELATORIO FROM SPACES
           WRITE REG-RELATORIO FROM WS-CABECALHO-3
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LE O TERDIS, BUSCA NO     *
      *    MESTRE O CORRETOR DA VENDA E LIBERA O DISTRATO PARA A      *
      *    CLASSIFICACAO POR CORRETOR                                 *
      *--------------------------------------------------------------*
       019-CLASSIFICAR-DISTRATOS.

           MOVE "N" TO WS-FIM

           PERFORM 020-LER-DISTRATO
           PERFORM 026-LIBERAR-DISTRATO UNTIL WS-FIM = "S"
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO ARQUIVO DE DISTRATOS             *
      *--------------------------------------------------------------*
       020-LER-DISTRATO.

           READ ARQ-DISTRATOS
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR O DISTRATO CORRENTE PARA O SORT E LER O PROXIMO    *
      *    (LOTE INVALIDO OU FORA DO MESTRE VAI PARA O CORRETOR ZERO  *
      *    E E RECUSADO NO PROCESSAMENTO)                             *
      *--------------------------------------------------------------*
       026-LIBERAR-DISTRATO.

           MOVE ZEROS            TO SR-COD-CORRETOR
           MOVE DS-ID-LOTE       TO SR-ID-LOTE
           MOVE DS-DATA-DISTRATO TO SR-DATA-DISTRATO
           MOVE DS-MOTIVO        TO SR-MOTIVO
           MOVE DS-USUARIO       TO SR-USUARIO

           IF DS-ID-LOTE IS NUMERIC AND DS-ID-LOTE NOT = ZEROS
              MOVE DS-ID-LOTE TO DT-ID-LOTE
              PERFORM 072-CONSULTAR-MASTER
              IF LOTE-NO-MASTER
                 MOVE MS-COD-CORRETOR TO SR-COD-CORRETOR
              END-IF
              PERFORM 024-GUARDAR-LOTE-ESTORNO
           END-IF

           RELEASE REG-SORT

           PERFORM 020-LER-DISTRATO
           .
      *--------------------------------------------------------------*
      *    GUARDAR O LOTE DO DISTRATO NA TABELA DE ESTORNOS (O MESMO  *
      *    LOTE REPETIDO NO TERDIS OCUPA UMA SO POSICAO)              *
      *--------------------------------------------------------------*
       024-GUARDAR-LOTE-ESTORNO.

           MOVE DS-ID-LOTE TO WS-ID-LOTE-PESQ
           PERFORM 078-PESQUISAR-ESTORNO

           IF NOT ESTORNO-ENCONTRADO
              IF WS-QTD-ESTORNOS < WS-MAX-ESTORNOS
                 ADD 1 TO WS-QTD-ESTORNOS
                 SET WS-IDX-EST TO WS-QTD-ESTORNOS
                 MOVE DS-ID-LOTE TO TE-ID-LOTE (WS-IDX-EST)
                 MOVE "E"        TO TE-SITUACAO (WS-IDX-EST)
                 MOVE ZEROS      TO TE-QTD-LANC (WS-IDX-EST)
              ELSE
      *-----> SEM LUGAR NA TABELA A COMISSAO NAO SERIA ESTORNADA -
      *-----> A RODADA PARA ANTES DE DEVOLVER QUALQUER LOTE
                 IF WS-COD-RETORNO = ZEROS
                    DISPLAY "** TERDIS COM MAIS LOTES QUE O LIMITE **"
                    DISPLAY "** DA TABELA DE ESTORNO DE COMISSAO   **"
                    MOVE 99 TO WS-COD-RETORNO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR DO RAZAO DE COMISSOES (TERCPG) OS LANCAMENTOS DA  *
      *    ULTIMA VENDA DE CADA LOTE DO DIA E REABRI-LO PARA GRAVAR   *
      *    OS ESTORNOS (RAZAO INEXISTENTE = NENHUMA COMISSAO LANCADA) *
      *--------------------------------------------------------------*
       014-CARREGAR-COMISSOES.

           MOVE "N" TO WS-FIM-COMISSOES WS-COMIS-PAGAR-ABERTO

           OPEN INPUT ARQ-COMIS-PAGAR
           EVALUATE FS-COMIS-PAGAR
              WHEN "00"
                 PERFORM 015-LER-LANCAMENTO
                    UNTIL WS-FIM-COMISSOES = "S"
                 CLOSE ARQ-COMIS-PAGAR
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "** ARQ-COMIS-PAGAR (TERCPG) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-COMIS-PAGAR " **"
                 MOVE 99 TO WS-COD-RETORNO
           END-EVALUATE

           IF WS-COD-RETORNO = ZEROS
              OPEN EXTEND ARQ-COMIS-PAGAR
              IF FS-COMIS-PAGAR NOT = "00"
                 OPEN OUTPUT ARQ-COMIS-PAGAR
              END-IF
              IF FS-COMIS-PAGAR NOT = "00"
                 DISPLAY "** ARQ-COMIS-PAGAR (TERCPG) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-COMIS-PAGAR " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 MOVE "S" TO WS-COMIS-PAGAR-ABERTO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM LANCAMENTO DO RAZAO E GUARDA-LO SE O LOTE ESTA NO   *
      *    TERDIS DO DIA: VENDA APOS UM ESTORNO (OU A PRIMEIRA)       *
      *    RECOMECA A LISTA; ESTORNO ZERA A VENDA EM ABERTO           *
      *--------------------------------------------------------------*
       015-LER-LANCAMENTO.

           READ ARQ-COMIS-PAGAR
              AT END
                 MOVE "S" TO WS-FIM-COMISSOES
              NOT AT END
                 MOVE CP-ID-LOTE TO WS-ID-LOTE-PESQ
                 PERFORM 078-PESQUISAR-ESTORNO
                 IF ESTORNO-ENCONTRADO
                    PERFORM 016-GUARDAR-LANCAMENTO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR O LANCAMENTO LIDO NA POSICAO DO LOTE               *
      *--------------------------------------------------------------*
       016-GUARDAR-LANCAMENTO.

           IF CP-LANC-ESTORNO
              MOVE "E"   TO TE-SITUACAO (WS-IDX-EST)
              MOVE ZEROS TO TE-QTD-LANC (WS-IDX-EST)
           ELSE
              IF TE-SEM-VENDA (WS-IDX-EST)
                 MOVE "V"   TO TE-SITUACAO (WS-IDX-EST)
                 MOVE ZEROS TO TE-QTD-LANC (WS-IDX-EST)
              END-IF
              IF TE-QTD-LANC (WS-IDX-EST) < 2
                 ADD 1 TO TE-QTD-LANC (WS-IDX-EST)
                 SET WS-IDX-LNC TO TE-QTD-LANC (WS-IDX-EST)
                 MOVE CP-COD-CORRETOR      TO
                    TE-COD-CORRETOR (WS-IDX-EST, WS-IDX-LNC)
                 MOVE CP-PAPEL             TO
                    TE-PAPEL (WS-IDX-EST, WS-IDX-LNC)
                 MOVE CP-VAL-CONTRATADO    TO
                    TE-VAL-CONTRATADO (WS-IDX-EST, WS-IDX-LNC)
                 MOVE CP-FAIXA             TO
                    TE-FAIXA (WS-IDX-EST, WS-IDX-LNC)
                 MOVE CP-PERC-COMISSAO     TO
                    TE-PERC-COMISSAO (WS-IDX-EST, WS-IDX-LNC)
                 MOVE CP-PERC-PARTICIPACAO TO
                    TE-PERC-PARTIC (WS-IDX-EST, WS-IDX-LNC)
                 MOVE CP-VAL-COMISSAO      TO
                    TE-VAL-COMISSAO (WS-IDX-EST, WS-IDX-LNC)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: RECEBE OS DISTRATOS JA      *
      *    CLASSIFICADOS POR CORRETOR E PROCESSA UM A UM              *
      *--------------------------------------------------------------*
       031-PROCESSAR-CLASSIFICADO.

           IF WS-COD-RETORNO = ZEROS
              PERFORM 014-CARREGAR-COMISSOES
           END-IF

           MOVE "N" TO WS-FIM

           PERFORM 032-RETORNAR-CLASSIFICADO
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           .
      *--------------------------------------------------------------*
      *    RETORNAR O PROXIMO DISTRATO CLASSIFICADO DO SORT           *
      *--------------------------------------------------------------*
       032-RETORNAR-CLASSIFICADO.

           RETURN ARQ-SORT INTO WS-DISTRATO
              AT END
                 MOVE 'S' TO WS-FIM
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM DISTRATO: VALIDAR O CICLO DE VIDA NO MESTRE,  *
      *    DEVOLVER O LOTE AO ESTOQUE E DAR SAIDA NO DEMONSTRATIVO    *
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *-----> DEPOIS DE UM ERRO NO MESTRE NENHUM OUTRO DISTRATO E
      *-----> EFETIVADO - O SORT E APENAS DRENADO ATE O FIM PARA A
      *-----> RODADA ENCERRAR COM O ERRO DECLARADO
           IF WS-COD-RETORNO NOT = ZEROS
              PERFORM 032-RETORNAR-CLASSIFICADO
           ELSE
              PERFORM 025-VALIDAR-DISTRATO

              IF REGISTRO-VALIDO
                 PERFORM 072-CONSULTAR-MASTER
                 PERFORM 027-CRITICAR-CICLO-DE-VIDA
              END-IF

              PERFORM 028-QUEBRAR-CORRETOR

              IF REGISTRO-VALIDO
                 PERFORM 073-EFETIVAR-DISTRATO
      *-----> DISTRATO SO E RELATADO COMO EFETIVADO COM O MESTRE DE
      *-----> FATO ATUALIZADO - REWRITE RECUSADO SAI COMO RECUSADO
                 IF FS-MASTER = "00"
                    PERFORM 040-IMPRIMIR-DISTRATO
                    ADD 1 TO WS-CT-DISTRATADOS
                    PERFORM 074-ESTORNAR-COMISSAO
                    IF RECEBER-ABERTO
                       PERFORM 076-CANCELAR-PARCELAS
                    END-IF
                 ELSE
                    MOVE 99 TO WS-COD-MOTIVO
                    MOVE "ERRO AO ATUALIZAR O MESTRE"
                       TO WS-DESC-MOTIVO
                    PERFORM 035-GRAVAR-RECUSADO
                    PERFORM 041-IMPRIMIR-RECUSADO
                    ADD 1 TO WS-CT-RECUSADOS
                 END-IF
              ELSE
                 PERFORM 035-GRAVAR-RECUSADO
                 PERFORM 041-IMPRIMIR-RECUSADO
                 ADD 1 TO WS-CT-RECUSADOS
              END-IF

              PERFORM 032-RETORNAR-CLASSIFICADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR OS CAMPOS DO REGISTRO DE DISTRATO                  *
      *--------------------------------------------------------------*
       025-VALIDAR-DISTRATO.

           MOVE "S"     TO WS-REG-VALIDO
           MOVE ZEROS   TO WS-COD-MOTIVO
           MOVE SPACES  TO WS-DESC-MOTIVO

           IF DT-ID-LOTE IS NOT NUMERIC
              OR DT-DATA-DISTRATO IS NOT NUMERIC
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 01  TO WS-COD-MOTIVO
                 MOVE "CAMPO NAO NUMERICO"           TO WS-DESC-MOTIVO
           ELSE
              IF DT-ID-LOTE = ZEROS
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 07  TO WS-COD-MOTIVO
                 MOVE "ID DO LOTE AUSENTE OU INVALIDO"
                    TO WS-DESC-MOTIVO
              ELSE
                 IF DT-DATA-DISTRATO = ZEROS
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 15  TO WS-COD-MOTIVO
                    MOVE "DATA DO DISTRATO INVALIDA"
                       TO WS-DESC-MOTIVO
                 ELSE
                    IF DT-USUARIO = SPACES
                       MOVE "N" TO WS-REG-VALIDO
                       MOVE 16  TO WS-COD-MOTIVO
                       MOVE "USUARIO AUTORIZADOR AUSENTE"
                          TO WS-DESC-MOTIVO
                    ELSE
                       IF DT-MOTIVO = SPACES
                          MOVE "N" TO WS-REG-VALIDO
                          MOVE 17  TO WS-COD-MOTIVO
                          MOVE "MOTIVO DO DISTRATO AUSENTE"
                             TO WS-DESC-MOTIVO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CICLO DE VIDA DO LOTE NO CADASTRO MESTRE        *
      *    (SO LOTE "V" PODE SER DISTRATADO, COM O VALOR DE TABELA    *
      *    RETIDO NA BAIXA E DATA NAO ANTERIOR A DA VENDA)            *
      *--------------------------------------------------------------*
       027-CRITICAR-CICLO-DE-VIDA.

           IF NOT LOTE-NO-MASTER
              MOVE "N" TO WS-REG-VALIDO
              MOVE 11  TO WS-COD-MOTIVO
              MOVE "LOTE INEXISTENTE NO MESTRE"   TO WS-DESC-MOTIVO
           ELSE
              IF NOT MS-VENDIDO
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 18  TO WS-COD-MOTIVO
                 MOVE "LOTE NAO VENDIDO - SEM DISTRATO"
                    TO WS-DESC-MOTIVO
              ELSE
                 IF MS-VAL-VENDA-ANT = ZEROS
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 19  TO WS-COD-MOTIVO
                    MOVE "VALOR DE TABELA RETIDO ZERADO"
                       TO WS-DESC-MOTIVO
                 ELSE
                    IF DT-DATA-DISTRATO < MS-DATA-ULT
                       MOVE "N" TO WS-REG-VALIDO
                       MOVE 20  TO WS-COD-MOTIVO
                       MOVE "DISTRATO ANTERIOR A VENDA"
                          TO WS-DESC-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR A QUEBRA POR CORRETOR DO DEMONSTRATIVO              *
      *--------------------------------------------------------------*
       028-QUEBRAR-CORRETOR.

           IF WS-PRIMEIRA-QUEBRA = "S"
              MOVE DT-COD-CORRETOR TO WS-CORRETOR-ANT
              MOVE "N"             TO WS-PRIMEIRA-QUEBRA
           END-IF

           IF DT-COD-CORRETOR NOT = WS-CORRETOR-ANT
              PERFORM 044-IMPRIMIR-SUBTOTAL
              MOVE DT-COD-CORRETOR TO WS-CORRETOR-ANT
           END-IF
           .
      *--------------------------------------------------------------*
      *    EFETIVAR O DISTRATO NO MESTRE: O VALOR DE TABELA RETIDO    *
      *    NA BAIXA VOLTA A SER O MS-VAL-VENDA, O VALOR CONTRATADO    *
      *    DESFEITO FICA EM MS-VAL-VENDA-ANT E O LOTE VOLTA AO        *
      *    ESTOQUE COMO PRECIFICADO ("P"). O MS-COD-CORRETOR, QUE A   *
      *    BAIXA TROCOU PELO VENDEDOR, VOLTA AO CAPTADOR DO LANCAMENTO*
      *    "C" DA VENDA NO RAZAO (SEM "C" O VENDEDOR ERA O CAPTADOR)  *
      *--------------------------------------------------------------*
       073-EFETIVAR-DISTRATO.

           MOVE MS-VAL-VENDA      TO WS-VAL-CONTRATADO
           MOVE MS-VAL-VENDA-ANT  TO WS-VAL-TABELA

           MOVE MS-STATUS         TO WS-EVT-STATUS-ANT
           MOVE WS-VAL-TABELA     TO MS-VAL-VENDA
           MOVE WS-VAL-CONTRATADO TO MS-VAL-VENDA-ANT
           MOVE "P"               TO MS-STATUS
           MOVE DT-DATA-DISTRATO  TO MS-DATA-ULT
           MOVE AS-HORA           TO MS-HORA-ULT

           MOVE DT-ID-LOTE TO WS-ID-LOTE-PESQ
           PERFORM 078-PESQUISAR-ESTORNO
           IF ESTORNO-ENCONTRADO
              IF TE-COM-VENDA (WS-IDX-EST)
                 PERFORM 079-RESTAURAR-CAPTADOR
                    VARYING WS-IDX-LNC FROM 1 BY 1
                    UNTIL WS-IDX-LNC > TE-QTD-LANC (WS-IDX-EST)
              END-IF
           END-IF

           REWRITE REG-MASTER

           IF FS-MASTER NOT = "00"
              DISPLAY "** ERRO AO ATUALIZAR O MESTRE (TERMST) **"
              DISPLAY "** FILE STATUS " FS-MASTER " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              PERFORM 083-PESQUISAR-VIGENCIA
              MOVE "DT"              TO HI-TIPO-EVENTO
              MOVE WS-DATA-HOJE      TO HI-DATA-EVENTO
              MOVE DT-DATA-DISTRATO  TO HI-DATA-NEGOCIO
              MOVE WS-VAL-CONTRATADO TO HI-VAL-ANTERIOR
              MOVE DT-COD-CORRETOR   TO HI-COD-CORRETOR
              MOVE ZEROS             TO HI-COD-MOTIVO
              MOVE DT-MOTIVO         TO HI-DESC-MOTIVO
              PERFORM 085-GRAVAR-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ESTORNAR NO RAZAO A COMISSAO DA VENDA DESFEITA: UM         *
      *    LANCAMENTO "D" COM OS MESMOS VALORES DE CADA LANCAMENTO    *
      *    DA VENDA (VENDA ANTERIOR AO RAZAO NAO TEM O QUE ESTORNAR)  *
      *--------------------------------------------------------------*
       074-ESTORNAR-COMISSAO.

           MOVE DT-ID-LOTE TO WS-ID-LOTE-PESQ
           PERFORM 078-PESQUISAR-ESTORNO

           IF ESTORNO-ENCONTRADO
              IF TE-COM-VENDA (WS-IDX-EST)
                 PERFORM 075-GRAVAR-ESTORNO
                    VARYING WS-IDX-LNC FROM 1 BY 1
                    UNTIL WS-IDX-LNC > TE-QTD-LANC (WS-IDX-EST)
                 MOVE "E" TO TE-SITUACAO (WS-IDX-EST)
              ELSE
                 ADD 1 TO WS-CT-SEM-COMISSAO
              END-IF
           ELSE
              ADD 1 TO WS-CT-SEM-COMISSAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O ESTORNO DE UM LANCAMENTO DA VENDA DESFEITA        *
      *--------------------------------------------------------------*
       075-GRAVAR-ESTORNO.

           MOVE DT-ID-LOTE        TO CP-ID-LOTE
           MOVE "D"               TO CP-TIPO-LANC
           MOVE DT-DATA-DISTRATO  TO CP-DATA-LANC
           MOVE TE-COD-CORRETOR (WS-IDX-EST, WS-IDX-LNC)
              TO CP-COD-CORRETOR
           MOVE TE-PAPEL (WS-IDX-EST, WS-IDX-LNC)
              TO CP-PAPEL
           MOVE TE-VAL-CONTRATADO (WS-IDX-EST, WS-IDX-LNC)
              TO CP-VAL-CONTRATADO
           MOVE TE-FAIXA (WS-IDX-EST, WS-IDX-LNC)
              TO CP-FAIXA
           MOVE TE-PERC-COMISSAO (WS-IDX-EST, WS-IDX-LNC)
              TO CP-PERC-COMISSAO
           MOVE TE-PERC-PARTIC (WS-IDX-EST, WS-IDX-LNC)
              TO CP-PERC-PARTICIPACAO
           MOVE TE-VAL-COMISSAO (WS-IDX-EST, WS-IDX-LNC)
              TO CP-VAL-COMISSAO
           MOVE WS-DATA-HOJE      TO CP-DATA-PROC

           WRITE REG-COMIS-PAGAR

           IF FS-COMIS-PAGAR = "00"
              ADD 1               TO WS-CT-LANC-ESTORNO
              ADD CP-VAL-COMISSAO TO WS-TOT-COMIS-ESTORNO
           ELSE
              DISPLAY "** ERRO AO GRAVAR O RAZAO (TERCPG) - LOTE "
                 CP-ID-LOTE " **"
              DISPLAY "** FILE STATUS " FS-COMIS-PAGAR " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CANCELAR NO CONTAS A RECEBER AS PARCELAS EM ABERTO DO LOTE *
      *    (TODAS AS VENDAS DO LOTE - AS DE VENDAS JA DESFEITAS ESTAO *
      *    CANCELADAS OU PAGAS E NAO SAO TOCADAS)                     *
      *--------------------------------------------------------------*
       076-CANCELAR-PARCELAS.

           MOVE "N"        TO WS-FIM-PARCELAS
           MOVE DT-ID-LOTE TO RB-ID-LOTE
           MOVE ZEROS      TO RB-DATA-VENDA RB-NUM-PARCELA

           START ARQ-RECEBER KEY IS NOT LESS THAN RB-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FIM-PARCELAS
           END-START

           PERFORM 077-CANCELAR-PARCELA
              UNTIL WS-FIM-PARCELAS = "S"
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA PARCELA E CANCELA-LA SE E DO LOTE E ESTA EM  *
      *    ABERTO                                                     *
      *--------------------------------------------------------------*
       077-CANCELAR-PARCELA.

           READ ARQ-RECEBER NEXT RECORD
              AT END
                 MOVE "S" TO WS-FIM-PARCELAS
           END-READ

           IF WS-FIM-PARCELAS NOT = "S"
              IF RB-ID-LOTE NOT = DT-ID-LOTE
                 MOVE "S" TO WS-FIM-PARCELAS
              ELSE
                 IF RB-ABERTA
                    MOVE "C"          TO RB-SITUACAO
                    MOVE WS-DATA-HOJE TO RB-DATA-PROC
                    REWRITE REG-RECEBER
                    IF FS-RECEBER = "00"
                       ADD 1 TO WS-CT-PARC-CANCELADAS
                       COMPUTE WS-TOT-PARC-CANCELADAS =
                          WS-TOT-PARC-CANCELADAS
                          + RB-VAL-PARCELA - RB-VAL-PAGO
                    ELSE
                       DISPLAY "** ERRO AO ATUALIZAR O TERREC - LOTE "
                          RB-ID-LOTE " **"
                       DISPLAY "** FILE STATUS " FS-RECEBER " **"
                       MOVE 99  TO WS-COD-RETORNO
                       MOVE "S" TO WS-FIM-PARCELAS
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESQUISAR O LOTE DE WS-ID-LOTE-PESQ NA TABELA DE ESTORNOS  *
      *    (WS-IDX-EST FICA APONTANDO A OCORRENCIA)                   *
      *--------------------------------------------------------------*
       078-PESQUISAR-ESTORNO.

           MOVE "N" TO WS-ACHOU-ESTORNO

           IF WS-QTD-ESTORNOS > ZERO
              SET WS-IDX-EST TO 1
              SEARCH TAB-ESTORNO
                 AT END
                    CONTINUE
                 WHEN TE-ID-LOTE (WS-IDX-EST) = WS-ID-LOTE-PESQ
                    AND WS-IDX-EST <= WS-QTD-ESTORNOS
                       MOVE "S" TO WS-ACHOU-ESTORNO
              END-SEARCH
           END-IF
           .
      *--------------------------------------------------------------*
      *    DEVOLVER AO MESTRE O CAPTADOR DA VENDA DESFEITA A PARTIR   *
      *    DO LANCAMENTO "C" GUARDADO NA TABELA DE ESTORNOS           *
      *--------------------------------------------------------------*
       079-RESTAURAR-CAPTADOR.

           IF TE-PAPEL-CAPTADOR (WS-IDX-EST, WS-IDX-LNC)
              MOVE TE-COD-CORRETOR (WS-IDX-EST, WS-IDX-LNC)
                 TO MS-COD-CORRETOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DISTRATO RECUSADO NO ARQUIVO DE REJEITADOS        *
      *    (TERDRJ)                                                   *
      *--------------------------------------------------------------*
       035-GRAVAR-RECUSADO.

           MOVE DT-ID-LOTE        TO DJ-ID-LOTE
           MOVE DT-DATA-DISTRATO  TO DJ-DATA-DISTRATO
           MOVE DT-MOTIVO         TO DJ-MOTIVO
           MOVE DT-USUARIO        TO DJ-USUARIO
           MOVE WS-COD-MOTIVO     TO DJ-COD-MOTIVO
           MOVE WS-DESC-MOTIVO    TO DJ-DESC-MOTIVO

           WRITE REG-DISTRATO-REJEITADO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM DISTRATO EFETIVADO                  *
      *--------------------------------------------------------------*
       040-IMPRIMIR-DISTRATO.

           MOVE DT-COD-CORRETOR        TO DL-CORRETOR
           MOVE DT-ID-LOTE             TO DL-ID-LOTE
           MOVE DT-DATA-DISTRATO(7:2)  TO DL-DATA-DD
           MOVE DT-DATA-DISTRATO(5:2)  TO DL-DATA-MM
           MOVE DT-DATA-DISTRATO(1:4)  TO DL-DATA-AAAA
           MOVE WS-VAL-CONTRATADO      TO DL-VAL-CONTRATADO
           MOVE WS-VAL-TABELA          TO DL-VAL-TABELA
           MOVE DT-USUARIO             TO DL-USUARIO
           MOVE DT-MOTIVO              TO DL-SITUACAO

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE

           ADD 1                  TO WS-CT-CORRETOR
           ADD WS-VAL-CONTRATADO  TO WS-TOT-CONTRAT-CORR
                                      WS-TOT-CONTRAT-GERAL
           ADD WS-VAL-TABELA      TO WS-TOT-TABELA-CORR
                                      WS-TOT-TABELA-GERAL
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM DISTRATO RECUSADO                   *
      *--------------------------------------------------------------*
       041-IMPRIMIR-RECUSADO.

           MOVE DT-COD-CORRETOR        TO DL-CORRETOR
           MOVE DT-ID-LOTE             TO DL-ID-LOTE
           MOVE DT-DATA-DISTRATO(7:2)  TO DL-DATA-DD
           MOVE DT-DATA-DISTRATO(5:2)  TO DL-DATA-MM
           MOVE DT-DATA-DISTRATO(1:4)  TO DL-DATA-AAAA
           MOVE ZEROS                  TO DL-VAL-CONTRATADO
                                          DL-VAL-TABELA
           MOVE DT-USUARIO             TO DL-USUARIO
           MOVE SPACES                 TO DL-SITUACAO
           STRING "RECUSADO: " WS-DESC-MOTIVO
              DELIMITED BY SIZE INTO DL-SITUACAO

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O SUBTOTAL DO CORRETOR ENCERRADO                  *
      *--------------------------------------------------------------*
       044-IMPRIMIR-SUBTOTAL.

           MOVE WS-CORRETOR-ANT     TO SB-CORRETOR
           MOVE WS-CT-CORRETOR      TO SB-QTD
           MOVE WS-TOT-CONTRAT-CORR TO SB-CONTRATADO
           MOVE WS-TOT-TABELA-CORR  TO SB-TABELA

           WRITE REG-RELATORIO FROM WS-LINHA-SUBTOTAL
           WRITE REG-RELATORIO FROM SPACES

           MOVE ZEROS TO WS-CT-CORRETOR WS-TOT-CONTRAT-CORR
                          WS-TOT-TABELA-CORR
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO MESTRE DE TERRENOS (SEM MESTRE NAO HA     *
      *    CICLO DE VIDA A CRITICAR - O DISTRATO NAO RODA)            *
      *--------------------------------------------------------------*
       070-ABRIR-MASTER.

           MOVE "N" TO WS-MASTER-ABERTO

           OPEN I-O ARQ-MASTER
           IF FS-MASTER = "00"
              MOVE "S" TO WS-MASTER-ABERTO
           ELSE
              DISPLAY "** ARQ-MASTER (TERMST) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-MASTER " **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONSULTAR O LOTE DO DISTRATO NO CADASTRO MESTRE            *
      *--------------------------------------------------------------*
       072-CONSULTAR-MASTER.

           MOVE "N"        TO WS-MASTER-EXISTE
           MOVE DT-ID-LOTE TO MS-ID-LOTE

           READ ARQ-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO WS-MASTER-EXISTE
           END-READ
           .
      *--------------------------------------------------------------*
      *    PESQUISAR NO HISTORICO A VIGENCIA DA TABELA DE PRECOS QUE  *
      *    FORMOU O VALOR DO LOTE (ULTIMO EVENTO COM VIGENCIA) - LOTE *
      *    SEM HISTORICO ANTERIOR FICA COM VIGENCIA ZERADA            *
      *--------------------------------------------------------------*
       083-PESQUISAR-VIGENCIA.

           MOVE ZEROS      TO WS-EVT-VIGENCIA
           MOVE "N"        TO WS-FIM-HISTORICO
           MOVE LOW-VALUES TO HI-CHAVE
           MOVE MS-ID-LOTE TO HI-ID-LOTE

           START ARQ-HISTORICO KEY IS NOT LESS THAN HI-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FIM-HISTORICO
           END-START

           PERFORM 084-LER-HISTORICO
              UNTIL FIM-HISTORICO
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO EVENTO DO LOTE NO HISTORICO                  *
      *--------------------------------------------------------------*
       084-LER-HISTORICO.

           READ ARQ-HISTORICO NEXT RECORD
              AT END
                 MOVE "S" TO WS-FIM-HISTORICO
              NOT AT END
                 IF HI-ID-LOTE NOT = MS-ID-LOTE
                    MOVE "S" TO WS-FIM-HISTORICO
                 ELSE
                    IF HI-VIGENCIA > ZEROS
                       MOVE HI-VIGENCIA TO WS-EVT-VIGENCIA
                    END-IF
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO HISTORICO O EVENTO DO LOTE CORRENTE - TIPO,      *
      *    DATA, VALOR ANTERIOR, CORRETOR E MOTIVO JA VEM             *
      *    PREENCHIDOS; O DEPOIS VEM DO PROPRIO MESTRE                *
      *--------------------------------------------------------------*
       085-GRAVAR-HISTORICO.

           IF WS-SEQ-EVENTO = 9999
              MOVE ZEROS TO WS-SEQ-EVENTO
           ELSE
              ADD 1 TO WS-SEQ-EVENTO
           END-IF
           MOVE MS-ID-LOTE        TO HI-ID-LOTE
           MOVE AS-HORA           TO HI-HORA-EVENTO
           MOVE WS-SEQ-EVENTO     TO HI-SEQ-EVENTO
           MOVE "CGPRG017"        TO HI-PROGRAMA
           MOVE WS-EVT-STATUS-ANT TO HI-STATUS-ANT
           MOVE MS-STATUS         TO HI-STATUS-NOVO
           MOVE MS-VAL-M2         TO HI-VAL-M2
           MOVE MS-VAL-VENDA      TO HI-VAL-NOVO
           MOVE WS-EVT-VIGENCIA   TO HI-VIGENCIA

           WRITE REG-HISTORICO
              INVALID KEY
                 DISPLAY "** ERRO AO GRAVAR O HISTORICO (TERHIS) **"
                 DISPLAY "** FILE STATUS " FS-HISTORICO " **"
                 MOVE 99 TO WS-COD-RETORNO
              NOT INVALID KEY
                 ADD 1 TO WS-CT-EVENTOS
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

      *-----> O DEMONSTRATIVO FECHA E OS CONTADORES SAEM MESMO
      *-----> QUANDO A RODADA PAROU POR ERRO NO MESTRE - SO O
      *-----> RETORNO PELAS CONTAGENS FICA RESERVADO AS RODADAS
      *-----> SEM ERRO APONTADO
           IF FS-RELATORIO = "00"
              IF WS-PRIMEIRA-QUEBRA = "N"
                 PERFORM 044-IMPRIMIR-SUBTOTAL
              END-IF

              MOVE WS-CT-DISTRATADOS    TO TG-QTD
              MOVE WS-TOT-CONTRAT-GERAL TO TG-CONTRATADO
              MOVE WS-TOT-TABELA-GERAL  TO TG-TABELA
              WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL

              CLOSE ARQ-DISTRATOS
              CLOSE ARQ-RELATORIO
              CLOSE ARQ-REJEITADOS
              IF MASTER-ABERTO
                 CLOSE ARQ-MASTER
              END-IF
              IF COMIS-PAGAR-ABERTO
                 CLOSE ARQ-COMIS-PAGAR
              END-IF
              IF RECEBER-ABERTO
                 CLOSE ARQ-RECEBER
              END-IF
              IF HISTORICO-ABERTO
                 CLOSE ARQ-HISTORICO
              END-IF

              DISPLAY "DISTRATOS LIDOS      = " WS-CT-LIDOS
              DISPLAY "DISTRATOS EFETIVADOS = " WS-CT-DISTRATADOS
              DISPLAY "DISTRATOS RECUSADOS  = " WS-CT-RECUSADOS
              DISPLAY "ESTORNOS DE COMISSAO = " WS-CT-LANC-ESTORNO
              DISPLAY "COMISSAO ESTORNADA   = " WS-TOT-COMIS-ESTORNO
              DISPLAY "DISTRATOS SEM COMIS. = " WS-CT-SEM-COMISSAO
              DISPLAY "PARCELAS CANCELADAS  = " WS-CT-PARC-CANCELADAS
              DISPLAY "SALDO CANCELADO      = " WS-TOT-PARC-CANCELADAS
              DISPLAY "EVENTOS NO HISTORICO = " WS-CT-EVENTOS

              IF WS-COD-RETORNO = ZEROS
                 IF WS-CT-LIDOS = ZERO
                    MOVE 10 TO WS-COD-RETORNO
                 ELSE
                    IF WS-CT-RECUSADOS > ZERO
                       MOVE 04 TO WS-COD-RETORNO
                    ELSE
                       MOVE 00 TO WS-COD-RETORNO
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG017"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DE INICIO NO CONTROLE (TERRUN)           *
      *--------------------------------------------------------------*
       080-GRAVAR-CTRL-INICIO.

           MOVE "I" TO WS-CTRL-TIPO
           PERFORM 082-GRAVAR-CONTROLE
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DE FIM NO CONTROLE (TERRUN)              *
      *--------------------------------------------------------------*
       081-GRAVAR-CTRL-FIM.

           MOVE "F" TO WS-CTRL-TIPO
           PERFORM 082-GRAVAR-CONTROLE
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NO CONTROLE DE EXECUCAO DA CADEIA       *
      *--------------------------------------------------------------*
       082-GRAVAR-CONTROLE.

           OPEN EXTEND ARQ-CONTROLE
           IF FS-CONTROLE NOT = "00"
              OPEN OUTPUT ARQ-CONTROLE
           END-IF

           IF FS-CONTROLE NOT = "00"
              DISPLAY "** ARQ-CONTROLE (TERRUN) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-CONTROLE " **"
           ELSE
              MOVE "CGPRG017"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              MOVE WS-DATA-HOJE      TO RC-DATA-PROC
              MOVE WS-CT-LIDOS       TO RC-CT-LIDOS
              MOVE WS-CT-DISTRATADOS TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG017 <-------------------*
