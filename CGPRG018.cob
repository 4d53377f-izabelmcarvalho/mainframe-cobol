       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG018.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    RESERVA DE LOTES PARA CORRETOR COM PRAZO DE VALIDADE       *
      *    PASSO DA CADEIA NOTURNA QUE MANTEM O CADASTRO DE RESERVAS *
      *    ATIVAS (TERRSV) E O STATUS "E" (RESERVADO) DO TERMST:     *
      *    - VENCE AS RESERVAS CUJO PRAZO (CONVENCAO COMERCIAL DE    *
      *      DIAS) SE ESGOTOU SEM VENDA, DEVOLVENDO AO LOTE O STATUS *
      *      QUE ELE TINHA ANTES DA RESERVA ("P" OU "R");            *
      *    - BAIXA DO CADASTRO AS RESERVAS CONVERTIDAS EM VENDA      *
      *      (LOTE "V" PELO CGPRG009) OU CUJO LOTE JA NAO ESTA MAIS  *
      *      RESERVADO NO MESTRE;                                    *
      *    - EFETIVA OS PEDIDOS DE RESERVA DO DIA (TERRES: ID DO     *
      *      LOTE, CORRETOR, DATA DA RESERVA E DIAS DE VALIDADE) -   *
      *      SO LOTE "P" OU "R" PODE SER RESERVADO;                  *
      *    - EMITE O RELATORIO DIARIO DE RESERVAS (TERRRL): ATIVAS,  *
      *      A VENCER NOS PROXIMOS DIAS, VENCIDAS SEM VENDA E        *
      *      BAIXADAS. PEDIDOS RECUSADOS VAO PARA O TERRRJ.          *
      *    O TERRSV E LIDO INTEIRO NA PARTIDA E REGRAVADO NO FIM     *
      *    SOMENTE COM AS RESERVAS QUE CONTINUAM ATIVAS. O CGPRG009  *
      *    CONSULTA O TERRSV PARA SO BAIXAR VENDA DE LOTE RESERVADO  *
      *    AO CORRETOR TITULAR DA RESERVA.                           *
      *    CADA RESERVA EFETIVADA E CADA RESERVA VENCIDA GANHAM UM   *
      *    EVENTO NO HISTORICO DO LOTE (TERHIS).                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.

           SELECT ARQ-PEDIDOS    ASSIGN TO "TERRES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PEDIDOS.

           SELECT ARQ-RESERVAS   ASSIGN TO "TERRSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RESERVAS.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERRRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-REJEITADOS ASSIGN TO "TERRRJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-REJEITADOS.

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

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> PEDIDOS DE RESERVA DO DIA ENVIADOS PELA MESA DE VENDAS
       FD  ARQ-PEDIDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-PEDIDO.
           05 PD-ID-LOTE           PIC 9(10).
           05 PD-COD-CORRETOR      PIC 9(05).
           05 PD-DATA-RESERVA      PIC 9(08).
           05 PD-DIAS-VALIDADE     PIC 9(03).

      *-----> CADASTRO DAS RESERVAS ATIVAS (O CGPRG009 LE O MESMO
      *-----> LAYOUT - UMA ALTERACAO AQUI DEVE SER REFLETIDA LA)
       FD  ARQ-RESERVAS
           LABEL RECORDS ARE STANDARD.
       01  REG-RESERVA.
           05 RV-ID-LOTE           PIC 9(10).
           05 RV-COD-CORRETOR      PIC 9(05).
           05 RV-DATA-RESERVA      PIC 9(08).
           05 RV-DIAS-VALIDADE     PIC 9(03).
           05 RV-STATUS-ANT        PIC X(01).

      *-----> RELATORIO DIARIO DE RESERVAS
       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO           PIC X(120).

      *-----> PEDIDOS DE RESERVA RECUSADOS NA VALIDACAO
       FD  ARQ-REJEITADOS
           LABEL RECORDS ARE STANDARD.
       01  REG-PEDIDO-REJEITADO.
           05 PJ-ID-LOTE           PIC 9(10).
           05 PJ-COD-CORRETOR      PIC 9(05).
           05 PJ-DATA-RESERVA      PIC 9(08).
           05 PJ-DIAS-VALIDADE     PIC 9(03).
           05 PJ-COD-MOTIVO        PIC 9(02).
           05 PJ-DESC-MOTIVO       PIC X(30).

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

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  FS-PEDIDOS              PIC X(02) VALUE "00".
       77  FS-RESERVAS             PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-REJEITADOS           PIC X(02) VALUE "00".
       77  FS-MASTER               PIC X(02) VALUE "00".
       77  FS-HISTORICO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----> ANTECEDENCIA (EM DIAS) COM QUE A RESERVA ATIVA PASSA A
      *-----> SAIR NA SECAO "A VENCER" DO RELATORIO
       77  WS-DIAS-AVISO           PIC 9(03) VALUE 003.

      *-----> CONTADORES DA RODADA
       77  WS-CT-PEDIDOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-EFETIVADAS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECUSADAS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENCIDAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-BAIXADAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATIVAS            PIC 9(08) VALUE ZEROS.
       77  WS-CT-SECAO             PIC 9(08) VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS OPCIONAIS E DO MESTRE
       77  WS-PEDIDOS-ABERTO       PIC X(01) VALUE "N".
           88 PEDIDOS-ABERTO                 VALUE "S".
       77  WS-RESERVAS-CARREGADAS  PIC X(01) VALUE "N".
           88 RESERVAS-CARREGADAS            VALUE "S".
       77  WS-FIM-RESERVAS         PIC X(01) VALUE "N".
       77  WS-MASTER-ABERTO        PIC X(01) VALUE "N".
           88 MASTER-ABERTO                  VALUE "S".
       77  WS-MASTER-EXISTE        PIC X(01) VALUE "N".
           88 LOTE-NO-MASTER                 VALUE "S".
       77  WS-ID-LOTE-PESQ         PIC 9(10) VALUE ZEROS.

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

      *-----> VALIDACAO DO PEDIDO DE RESERVA
       77  WS-REG-VALIDO           PIC X(01) VALUE "S".
           88 REGISTRO-VALIDO                VALUE "S".
           88 REGISTRO-INVALIDO              VALUE "N".
       77  WS-COD-MOTIVO           PIC 9(02) VALUE ZEROS.
       77  WS-DESC-MOTIVO          PIC X(30) VALUE SPACES.

      *-----> CALCULO DE DIAS PELA CONVENCAO COMERCIAL (ANO DE 360
      *-----> DIAS, MES DE 30) - MESMA CONVENCAO DO CGPRG010
       77  WS-DIAS-HOJE            PIC 9(09) VALUE ZEROS.
       77  WS-DIAS-CONVERTIDOS     PIC 9(09) VALUE ZEROS.
       77  WS-DIAS-RESTANTES       PIC S9(05) VALUE ZEROS.
       01  WS-DATA-CONVERTE.
           05 CV-AAAA              PIC 9(04).
           05 CV-MM                PIC 9(02).
           05 CV-DD                PIC 9(02).

      *-----> RESERVAS DA RODADA: AS ATIVAS CARREGADAS DO TERRSV E AS
      *-----> EFETIVADAS NO DIA, COM A SITUACAO APURADA
       01  TAB-RESERVAS.
           05 TAB-RESERVA OCCURS 2000 TIMES
              INDEXED BY WS-IDX-RSV.
              10 TR-ID-LOTE        PIC 9(10).
              10 TR-COD-CORRETOR   PIC 9(05).
              10 TR-DATA-RESERVA   PIC 9(08).
              10 TR-DIAS-VALIDADE  PIC 9(03).
              10 TR-STATUS-ANT     PIC X(01).
              10 TR-DIAS-RESTANTES PIC S9(05).
              10 TR-SITUACAO       PIC X(01).
                 88 TR-ATIVA                  VALUE "A".
                 88 TR-NOVA                   VALUE "N".
                 88 TR-VENCIDA                VALUE "V".
                 88 TR-VENDIDA                VALUE "S".
                 88 TR-ENCERRADA              VALUE "X".
       77  WS-QTD-RESERVAS         PIC 9(04) VALUE ZEROS.
       77  WS-MAX-RESERVAS         PIC 9(04) VALUE 2000.
       77  WS-ACHOU-RESERVA        PIC X(01) VALUE "N".
           88 RESERVA-ENCONTRADA             VALUE "S".

      *-----> SECAO DO RELATORIO EM IMPRESSAO
       77  WS-SECAO                PIC X(01) VALUE SPACE.
           88 SECAO-ATIVAS                   VALUE "A".
           88 SECAO-A-VENCER                 VALUE "P".
           88 SECAO-VENCIDAS                 VALUE "V".
           88 SECAO-BAIXADAS                 VALUE "B".

      *-----> LINHAS DO RELATORIO DE RESERVAS
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG018 - RESERVAS DE LO".
           05 FILLER              PIC X(30)
              VALUE "TES DE TERRENOS               ".

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
              "ID DO LOTE CORR.  DATA RE".
           05 FILLER              PIC X(25) VALUE
              "S.  PZO  RESTAM ANT  SITU".
           05 FILLER              PIC X(25) VALUE
              "ACAO                     ".

       01  WS-LINHA-RESERVA.
           05 LR-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LR-CORRETOR         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LR-DATA-RESERVA.
              10 LR-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LR-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LR-DATA-AAAA      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LR-DIAS-VALIDADE    PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LR-DIAS-RESTANTES   PIC ZZZZ9-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LR-STATUS-ANT       PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 LR-SITUACAO         PIC X(40).

       01  WS-LINHA-QTD-SECAO.
           05 FILLER              PIC X(22)
              VALUE "QTD DE RESERVAS:      ".
           05 QS-QTD              PIC ZZZ.ZZ9.

       01  WS-LINHA-TITULO         PIC X(60).

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              PERFORM 030-VENCER-RESERVA
                 VARYING WS-IDX-RSV FROM 1 BY 1
                 UNTIL WS-IDX-RSV > WS-QTD-RESERVAS

              IF PEDIDOS-ABERTO
                 MOVE "N" TO WS-FIM
                 PERFORM 020-LER-PEDIDO
                 PERFORM 034-PROCESSAR-PEDIDO UNTIL WS-FIM = "S"
              END-IF

              PERFORM 040-IMPRIMIR-RESERVAS
              PERFORM 046-REGRAVAR-RESERVAS
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG018 - RESERVAS DE LOTES DE TERRENOS"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-PEDIDOS-ABERTO
           MOVE ZEROS TO WS-COD-RETORNO    WS-CT-PEDIDOS
                          WS-CT-EFETIVADAS  WS-CT-RECUSADAS
                          WS-CT-VENCIDAS    WS-CT-BAIXADAS
                          WS-CT-ATIVAS
                          WS-SEQ-EVENTO     WS-CT-EVENTOS

           MOVE WS-DATA-HOJE TO WS-DATA-CONVERTE
           PERFORM 016-CONVERTER-DIAS
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-HOJE

           PERFORM 070-ABRIR-MASTER
           IF NOT MASTER-ABERTO
              MOVE 99 TO WS-COD-RETORNO
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
              PERFORM 014-CARREGAR-RESERVAS
              IF NOT RESERVAS-CARREGADAS
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

      *-----> DIA SEM PEDIDOS DE RESERVA E NORMAL - O PASSO RODA SO
      *-----> PARA VENCER AS RESERVAS ATIVAS
           IF WS-COD-RETORNO = ZEROS
              OPEN INPUT ARQ-PEDIDOS
              EVALUATE FS-PEDIDOS
                 WHEN "00"
                    MOVE "S" TO WS-PEDIDOS-ABERTO
                 WHEN "35"
                    DISPLAY "** TERRES INEXISTENTE - RODADA SEM **"
                    DISPLAY "** PEDIDOS DE RESERVA NO DIA       **"
                 WHEN OTHER
                    DISPLAY "** ARQ-PEDIDOS (TERRES) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-PEDIDOS " **"
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERRRL) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-REJEITADOS
              IF FS-REJEITADOS NOT = "00"
                 DISPLAY "** ARQ-REJEITADOS (TERRRJ) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-REJEITADOS " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO RELATORIO DE RESERVAS              *
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
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS RESERVAS ATIVAS DO TERRSV NA TABELA INTERNA    *
      *    (TERRSV INEXISTENTE SIGNIFICA QUE AINDA NAO HA RESERVAS)   *
      *--------------------------------------------------------------*
       014-CARREGAR-RESERVAS.

           MOVE "N"   TO WS-RESERVAS-CARREGADAS WS-FIM-RESERVAS
           MOVE ZEROS TO WS-QTD-RESERVAS

           OPEN INPUT ARQ-RESERVAS
           EVALUATE FS-RESERVAS
              WHEN "00"
                 MOVE "S" TO WS-RESERVAS-CARREGADAS
                 PERFORM 015-LER-RESERVA
                    UNTIL WS-FIM-RESERVAS = "S"
                 CLOSE ARQ-RESERVAS
              WHEN "35"
                 MOVE "S" TO WS-RESERVAS-CARREGADAS
                 DISPLAY "** TERRSV INEXISTENTE - NENHUMA RESERVA **"
                 DISPLAY "** ATIVA A CONFERIR                     **"
              WHEN OTHER
                 DISPLAY "** ARQ-RESERVAS (TERRSV) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RESERVAS " **"
           END-EVALUATE

           IF RESERVAS-CARREGADAS
              DISPLAY "RESERVAS CARREGADAS  = " WS-QTD-RESERVAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UMA RESERVA DO TERRSV E GUARDA-LA NA TABELA            *
      *--------------------------------------------------------------*
       015-LER-RESERVA.

           READ ARQ-RESERVAS
              AT END
                 MOVE "S" TO WS-FIM-RESERVAS
              NOT AT END
                 IF WS-QTD-RESERVAS < WS-MAX-RESERVAS
                    ADD 1 TO WS-QTD-RESERVAS
                    SET WS-IDX-RSV TO WS-QTD-RESERVAS
                    MOVE RV-ID-LOTE       TO TR-ID-LOTE (WS-IDX-RSV)
                    MOVE RV-COD-CORRETOR  TO
                       TR-COD-CORRETOR (WS-IDX-RSV)
                    MOVE RV-DATA-RESERVA  TO
                       TR-DATA-RESERVA (WS-IDX-RSV)
                    MOVE RV-DIAS-VALIDADE TO
                       TR-DIAS-VALIDADE (WS-IDX-RSV)
                    MOVE RV-STATUS-ANT    TO TR-STATUS-ANT (WS-IDX-RSV)
                    MOVE ZEROS TO TR-DIAS-RESTANTES (WS-IDX-RSV)
                    MOVE "A"   TO TR-SITUACAO (WS-IDX-RSV)
                 ELSE
                    DISPLAY "** TERRSV COM MAIS RESERVAS QUE O **"
                    DISPLAY "** LIMITE DA TABELA INTERNA       **"
                    MOVE "N" TO WS-RESERVAS-CARREGADAS
                    MOVE "S" TO WS-FIM-RESERVAS
                 END-IF
           END-READ
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
      *    CALCULAR OS DIAS QUE RESTAM DA RESERVA APONTADA POR        *
      *    WS-IDX-RSV (ZERO OU NEGATIVO = PRAZO ESGOTADO)             *
      *--------------------------------------------------------------*
       018-CALCULAR-DIAS-RESTANTES.

           MOVE TR-DATA-RESERVA (WS-IDX-RSV) TO WS-DATA-CONVERTE
           PERFORM 016-CONVERTER-DIAS
           COMPUTE WS-DIAS-RESTANTES =
              TR-DIAS-VALIDADE (WS-IDX-RSV)
              - (WS-DIAS-HOJE - WS-DIAS-CONVERTIDOS)
           MOVE WS-DIAS-RESTANTES TO TR-DIAS-RESTANTES (WS-IDX-RSV)
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO PEDIDO DE RESERVA                            *
      *--------------------------------------------------------------*
       020-LER-PEDIDO.

           READ ARQ-PEDIDOS
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-PEDIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    VALIDAR OS CAMPOS DO PEDIDO DE RESERVA                     *
      *--------------------------------------------------------------*
       025-VALIDAR-PEDIDO.

           MOVE "S"     TO WS-REG-VALIDO
           MOVE ZEROS   TO WS-COD-MOTIVO
           MOVE SPACES  TO WS-DESC-MOTIVO

           IF PD-ID-LOTE IS NOT NUMERIC
              OR PD-COD-CORRETOR IS NOT NUMERIC
              OR PD-DATA-RESERVA IS NOT NUMERIC
              OR PD-DIAS-VALIDADE IS NOT NUMERIC
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 01  TO WS-COD-MOTIVO
                 MOVE "CAMPO NAO NUMERICO"           TO WS-DESC-MOTIVO
           ELSE
              MOVE PD-DATA-RESERVA TO WS-DATA-CONVERTE
              EVALUATE TRUE
                 WHEN PD-ID-LOTE = ZEROS
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 07  TO WS-COD-MOTIVO
                    MOVE "ID DO LOTE AUSENTE OU INVALIDO"
                       TO WS-DESC-MOTIVO
                 WHEN PD-COD-CORRETOR = ZEROS
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 25  TO WS-COD-MOTIVO
                    MOVE "CORRETOR DA RESERVA AUSENTE"
                       TO WS-DESC-MOTIVO
                 WHEN CV-MM < 01 OR CV-MM > 12
                   OR CV-DD < 01 OR CV-DD > 31
                   OR PD-DATA-RESERVA > WS-DATA-HOJE
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 15  TO WS-COD-MOTIVO
                    MOVE "DATA DA RESERVA INVALIDA"
                       TO WS-DESC-MOTIVO
                 WHEN PD-DIAS-VALIDADE = ZEROS
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 24  TO WS-COD-MOTIVO
                    MOVE "PRAZO DE RESERVA INVALIDO"
                       TO WS-DESC-MOTIVO
                 WHEN OTHER
                    PERFORM 016-CONVERTER-DIAS
                    COMPUTE WS-DIAS-RESTANTES =
                       PD-DIAS-VALIDADE
                       - (WS-DIAS-HOJE - WS-DIAS-CONVERTIDOS)
                    IF WS-DIAS-RESTANTES NOT > ZERO
                       MOVE "N" TO WS-REG-VALIDO
                       MOVE 24  TO WS-COD-MOTIVO
                       MOVE "PRAZO DE RESERVA JA ESGOTADO"
                          TO WS-DESC-MOTIVO
                    END-IF
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CICLO DE VIDA DO LOTE NO CADASTRO MESTRE        *
      *    (SO LOTE "P" OU "R" PODE SER RESERVADO)                    *
      *--------------------------------------------------------------*
       027-CRITICAR-CICLO-DE-VIDA.

           EVALUATE TRUE
              WHEN NOT LOTE-NO-MASTER
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 11  TO WS-COD-MOTIVO
                 MOVE "LOTE INEXISTENTE NO MESTRE"   TO WS-DESC-MOTIVO
              WHEN MS-VENDIDO
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 12  TO WS-COD-MOTIVO
                 MOVE "LOTE JA VENDIDO"              TO WS-DESC-MOTIVO
              WHEN MS-REJEITADO
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 13  TO WS-COD-MOTIVO
                 MOVE "LOTE EM REJEICAO - SEM PRECO"
                    TO WS-DESC-MOTIVO
              WHEN MS-RESERVADO
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 23  TO WS-COD-MOTIVO
                 MOVE "LOTE JA RESERVADO"            TO WS-DESC-MOTIVO
              WHEN WS-QTD-RESERVAS NOT < WS-MAX-RESERVAS
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 26  TO WS-COD-MOTIVO
                 MOVE "LIMITE DE RESERVAS ESGOTADO"  TO WS-DESC-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERIR UMA RESERVA ATIVA CONTRA O MESTRE: BAIXAR A QUE   *
      *    VIROU VENDA OU PERDEU O STATUS "E" E VENCER A QUE ESGOTOU  *
      *    O PRAZO, DEVOLVENDO AO LOTE O STATUS ANTERIOR A RESERVA    *
      *--------------------------------------------------------------*
       030-VENCER-RESERVA.

           IF WS-COD-RETORNO = ZEROS
              MOVE TR-ID-LOTE (WS-IDX-RSV) TO WS-ID-LOTE-PESQ
              PERFORM 072-CONSULTAR-MASTER
              PERFORM 018-CALCULAR-DIAS-RESTANTES

              EVALUATE TRUE
                 WHEN NOT LOTE-NO-MASTER
                    MOVE "X" TO TR-SITUACAO (WS-IDX-RSV)
                    ADD 1    TO WS-CT-BAIXADAS
                 WHEN MS-VENDIDO
                    MOVE "S" TO TR-SITUACAO (WS-IDX-RSV)
                    ADD 1    TO WS-CT-BAIXADAS
                 WHEN NOT MS-RESERVADO
                    MOVE "X" TO TR-SITUACAO (WS-IDX-RSV)
                    ADD 1    TO WS-CT-BAIXADAS
                 WHEN TR-DIAS-RESTANTES (WS-IDX-RSV) NOT > ZERO
                    PERFORM 074-DEVOLVER-STATUS
                    IF FS-MASTER = "00"
                       MOVE "V" TO TR-SITUACAO (WS-IDX-RSV)
                       ADD 1    TO WS-CT-VENCIDAS
                    END-IF
                 WHEN OTHER
                    ADD 1    TO WS-CT-ATIVAS
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM PEDIDO DE RESERVA: VALIDAR, CRITICAR O CICLO  *
      *    DE VIDA NO MESTRE E EFETIVAR A RESERVA                     *
      *--------------------------------------------------------------*
       034-PROCESSAR-PEDIDO.

      *-----> DEPOIS DE UM ERRO NO MESTRE NENHUM OUTRO PEDIDO E
      *-----> EFETIVADO - O ARQUIVO E APENAS LIDO ATE O FIM
           IF WS-COD-RETORNO NOT = ZEROS
              PERFORM 020-LER-PEDIDO
           ELSE
              PERFORM 025-VALIDAR-PEDIDO

              IF REGISTRO-VALIDO
                 MOVE PD-ID-LOTE TO WS-ID-LOTE-PESQ
                 PERFORM 072-CONSULTAR-MASTER
                 PERFORM 027-CRITICAR-CICLO-DE-VIDA
              END-IF

              IF REGISTRO-VALIDO
                 PERFORM 073-EFETIVAR-RESERVA
                 IF FS-MASTER = "00"
                    ADD 1 TO WS-CT-EFETIVADAS WS-CT-ATIVAS
                 ELSE
                    MOVE 99 TO WS-COD-MOTIVO
                    MOVE "ERRO AO ATUALIZAR O MESTRE"
                       TO WS-DESC-MOTIVO
                    PERFORM 035-GRAVAR-RECUSADO
                 END-IF
              ELSE
                 PERFORM 035-GRAVAR-RECUSADO
              END-IF

              PERFORM 020-LER-PEDIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O PEDIDO RECUSADO NO ARQUIVO DE REJEITADOS (TERRRJ) *
      *--------------------------------------------------------------*
       035-GRAVAR-RECUSADO.

           MOVE PD-ID-LOTE        TO PJ-ID-LOTE
           MOVE PD-COD-CORRETOR   TO PJ-COD-CORRETOR
           MOVE PD-DATA-RESERVA   TO PJ-DATA-RESERVA
           MOVE PD-DIAS-VALIDADE  TO PJ-DIAS-VALIDADE
           MOVE WS-COD-MOTIVO     TO PJ-COD-MOTIVO
           MOVE WS-DESC-MOTIVO    TO PJ-DESC-MOTIVO

           WRITE REG-PEDIDO-REJEITADO

           ADD 1 TO WS-CT-RECUSADAS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O RELATORIO: UMA SECAO POR SITUACAO DA RESERVA    *
      *--------------------------------------------------------------*
       040-IMPRIMIR-RESERVAS.

           MOVE "RESERVAS ATIVAS" TO WS-LINHA-TITULO
           MOVE "A" TO WS-SECAO
           PERFORM 041-IMPRIMIR-SECAO

           MOVE SPACES TO WS-LINHA-TITULO
           STRING "RESERVAS A VENCER NOS PROXIMOS " WS-DIAS-AVISO
                  " DIAS" DELIMITED BY SIZE INTO WS-LINHA-TITULO
           MOVE "P" TO WS-SECAO
           PERFORM 041-IMPRIMIR-SECAO

           MOVE "RESERVAS VENCIDAS SEM VENDA - LOTE DEVOLVIDO AO ESTOQ
      -         "UE" TO WS-LINHA-TITULO
           MOVE "V" TO WS-SECAO
           PERFORM 041-IMPRIMIR-SECAO

           MOVE "RESERVAS BAIXADAS DO CADASTRO" TO WS-LINHA-TITULO
           MOVE "B" TO WS-SECAO
           PERFORM 041-IMPRIMIR-SECAO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA SECAO DO RELATORIO (TITULO, RESERVAS DA       *
      *    SECAO E QUANTIDADE)                                        *
      *--------------------------------------------------------------*
       041-IMPRIMIR-SECAO.

           MOVE ZEROS TO WS-CT-SECAO

           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-CABECALHO-3

           PERFORM 042-IMPRIMIR-RESERVA
              VARYING WS-IDX-RSV FROM 1 BY 1
              UNTIL WS-IDX-RSV > WS-QTD-RESERVAS

           MOVE WS-CT-SECAO TO QS-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-QTD-SECAO
           WRITE REG-RELATORIO FROM SPACES
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A RESERVA APONTADA SE ELA PERTENCE A SECAO        *
      *--------------------------------------------------------------*
       042-IMPRIMIR-RESERVA.

           MOVE "N" TO WS-ACHOU-RESERVA

           EVALUATE TRUE
              WHEN SECAO-ATIVAS
                 IF TR-ATIVA (WS-IDX-RSV) OR TR-NOVA (WS-IDX-RSV)
                    MOVE "S" TO WS-ACHOU-RESERVA
                 END-IF
              WHEN SECAO-A-VENCER
                 IF (TR-ATIVA (WS-IDX-RSV) OR TR-NOVA (WS-IDX-RSV))
                    AND TR-DIAS-RESTANTES (WS-IDX-RSV) <= WS-DIAS-AVISO
                    MOVE "S" TO WS-ACHOU-RESERVA
                 END-IF
              WHEN SECAO-VENCIDAS
                 IF TR-VENCIDA (WS-IDX-RSV)
                    MOVE "S" TO WS-ACHOU-RESERVA
                 END-IF
              WHEN SECAO-BAIXADAS
                 IF TR-VENDIDA (WS-IDX-RSV)
                    OR TR-ENCERRADA (WS-IDX-RSV)
                    MOVE "S" TO WS-ACHOU-RESERVA
                 END-IF
           END-EVALUATE

           IF RESERVA-ENCONTRADA
              ADD 1 TO WS-CT-SECAO

              MOVE TR-ID-LOTE (WS-IDX-RSV)        TO LR-ID-LOTE
              MOVE TR-COD-CORRETOR (WS-IDX-RSV)   TO LR-CORRETOR
              MOVE TR-DATA-RESERVA (WS-IDX-RSV)(7:2) TO LR-DATA-DD
              MOVE TR-DATA-RESERVA (WS-IDX-RSV)(5:2) TO LR-DATA-MM
              MOVE TR-DATA-RESERVA (WS-IDX-RSV)(1:4) TO LR-DATA-AAAA
              MOVE TR-DIAS-VALIDADE (WS-IDX-RSV)  TO LR-DIAS-VALIDADE
              MOVE TR-DIAS-RESTANTES (WS-IDX-RSV) TO LR-DIAS-RESTANTES
              MOVE TR-STATUS-ANT (WS-IDX-RSV)     TO LR-STATUS-ANT

              EVALUATE TRUE
                 WHEN TR-NOVA (WS-IDX-RSV)
                    MOVE "RESERVA EFETIVADA NO DIA" TO LR-SITUACAO
                 WHEN TR-ATIVA (WS-IDX-RSV)
                    MOVE "RESERVA ATIVA"            TO LR-SITUACAO
                 WHEN TR-VENCIDA (WS-IDX-RSV)
                    MOVE "VENCIDA SEM VENDA"        TO LR-SITUACAO
                 WHEN TR-VENDIDA (WS-IDX-RSV)
                    MOVE "CONVERTIDA EM VENDA"      TO LR-SITUACAO
                 WHEN OTHER
                    MOVE "LOTE FORA DE RESERVA NO MESTRE"
                       TO LR-SITUACAO
              END-EVALUATE

              WRITE REG-RELATORIO FROM WS-LINHA-RESERVA
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O TERRSV SOMENTE COM AS RESERVAS QUE CONTINUAM    *
      *    ATIVAS (AS CARREGADAS AINDA NO PRAZO E AS DO DIA)          *
      *--------------------------------------------------------------*
       046-REGRAVAR-RESERVAS.

           OPEN OUTPUT ARQ-RESERVAS
           IF FS-RESERVAS NOT = "00"
              DISPLAY "** ARQ-RESERVAS (TERRSV) NAO REGRAVADO **"
              DISPLAY "** FILE STATUS " FS-RESERVAS " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              PERFORM 047-GRAVAR-RESERVA
                 VARYING WS-IDX-RSV FROM 1 BY 1
                 UNTIL WS-IDX-RSV > WS-QTD-RESERVAS
              CLOSE ARQ-RESERVAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO TERRSV A RESERVA APONTADA SE ELA ESTA ATIVA      *
      *--------------------------------------------------------------*
       047-GRAVAR-RESERVA.

           IF TR-ATIVA (WS-IDX-RSV) OR TR-NOVA (WS-IDX-RSV)
              MOVE TR-ID-LOTE (WS-IDX-RSV)       TO RV-ID-LOTE
              MOVE TR-COD-CORRETOR (WS-IDX-RSV)  TO RV-COD-CORRETOR
              MOVE TR-DATA-RESERVA (WS-IDX-RSV)  TO RV-DATA-RESERVA
              MOVE TR-DIAS-VALIDADE (WS-IDX-RSV) TO RV-DIAS-VALIDADE
              MOVE TR-STATUS-ANT (WS-IDX-RSV)    TO RV-STATUS-ANT
              WRITE REG-RESERVA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO MESTRE DE TERRENOS (SEM MESTRE NAO HA     *
      *    STATUS A RESERVAR OU DEVOLVER - O PASSO NAO RODA)          *
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
      *    CONSULTAR NO CADASTRO MESTRE O LOTE DE WS-ID-LOTE-PESQ     *
      *--------------------------------------------------------------*
       072-CONSULTAR-MASTER.

           MOVE "N"             TO WS-MASTER-EXISTE
           MOVE WS-ID-LOTE-PESQ TO MS-ID-LOTE

           READ ARQ-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO WS-MASTER-EXISTE
           END-READ
           .
      *--------------------------------------------------------------*
      *    EFETIVAR A RESERVA: O STATUS ATUAL DO LOTE FICA GUARDADO   *
      *    NA RESERVA PARA SER DEVOLVIDO NO VENCIMENTO E O LOTE       *
      *    PASSA A "E" NO MESTRE (AS DATAS DO ULTIMO MOVIMENTO NAO    *
      *    MUDAM - A RESERVA NAO E MOVIMENTO DE PRECO)                *
      *--------------------------------------------------------------*
       073-EFETIVAR-RESERVA.

           ADD 1 TO WS-QTD-RESERVAS
           SET WS-IDX-RSV TO WS-QTD-RESERVAS

           MOVE PD-ID-LOTE        TO TR-ID-LOTE (WS-IDX-RSV)
           MOVE PD-COD-CORRETOR   TO TR-COD-CORRETOR (WS-IDX-RSV)
           MOVE PD-DATA-RESERVA   TO TR-DATA-RESERVA (WS-IDX-RSV)
           MOVE PD-DIAS-VALIDADE  TO TR-DIAS-VALIDADE (WS-IDX-RSV)
           MOVE MS-STATUS         TO TR-STATUS-ANT (WS-IDX-RSV)
           MOVE WS-DIAS-RESTANTES TO TR-DIAS-RESTANTES (WS-IDX-RSV)
           MOVE "N"               TO TR-SITUACAO (WS-IDX-RSV)

           MOVE MS-STATUS TO WS-EVT-STATUS-ANT
           MOVE "E"       TO MS-STATUS

           REWRITE REG-MASTER

      *-----> RESERVA NAO GRAVADA NO MESTRE NAO ENTRA NO TERRSV
           IF FS-MASTER NOT = "00"
              DISPLAY "** ERRO AO ATUALIZAR O MESTRE (TERMST) **"
              DISPLAY "** FILE STATUS " FS-MASTER " **"
              MOVE 99 TO WS-COD-RETORNO
              SUBTRACT 1 FROM WS-QTD-RESERVAS
           ELSE
              PERFORM 083-PESQUISAR-VIGENCIA
              MOVE "RS"              TO HI-TIPO-EVENTO
              MOVE WS-DATA-HOJE      TO HI-DATA-EVENTO
              MOVE PD-DATA-RESERVA   TO HI-DATA-NEGOCIO
              MOVE MS-VAL-VENDA      TO HI-VAL-ANTERIOR
              MOVE PD-COD-CORRETOR   TO HI-COD-CORRETOR
              MOVE ZEROS             TO HI-COD-MOTIVO
              MOVE SPACES            TO HI-DESC-MOTIVO
              PERFORM 085-GRAVAR-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    DEVOLVER AO LOTE DA RESERVA VENCIDA O STATUS QUE ELE TINHA *
      *    ANTES DA RESERVA (NA FALTA DELE, VOLTA COMO PRECIFICADO)   *
      *--------------------------------------------------------------*
       074-DEVOLVER-STATUS.

           MOVE MS-STATUS TO WS-EVT-STATUS-ANT

           IF TR-STATUS-ANT (WS-IDX-RSV) = "P"
              OR TR-STATUS-ANT (WS-IDX-RSV) = "R"
              MOVE TR-STATUS-ANT (WS-IDX-RSV) TO MS-STATUS
           ELSE
              MOVE "P" TO MS-STATUS
           END-IF

           REWRITE REG-MASTER

           IF FS-MASTER NOT = "00"
              DISPLAY "** ERRO AO ATUALIZAR O MESTRE (TERMST) **"
              DISPLAY "** FILE STATUS " FS-MASTER " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              PERFORM 083-PESQUISAR-VIGENCIA
              MOVE "FR"              TO HI-TIPO-EVENTO
              MOVE WS-DATA-HOJE      TO HI-DATA-EVENTO
                                        HI-DATA-NEGOCIO
              MOVE MS-VAL-VENDA      TO HI-VAL-ANTERIOR
              MOVE TR-COD-CORRETOR (WS-IDX-RSV) TO HI-COD-CORRETOR
              MOVE ZEROS             TO HI-COD-MOTIVO
              MOVE "RESERVA VENCIDA SEM VENDA" TO HI-DESC-MOTIVO
              PERFORM 085-GRAVAR-HISTORICO
           END-IF
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
           MOVE "CGPRG018"        TO HI-PROGRAMA
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

           IF FS-RELATORIO = "00"
              IF PEDIDOS-ABERTO
                 CLOSE ARQ-PEDIDOS
              END-IF
              CLOSE ARQ-RELATORIO
              CLOSE ARQ-REJEITADOS
           END-IF

           IF MASTER-ABERTO
              CLOSE ARQ-MASTER
           END-IF
           IF HISTORICO-ABERTO
              CLOSE ARQ-HISTORICO
           END-IF

           DISPLAY "PEDIDOS LIDOS        = " WS-CT-PEDIDOS
           DISPLAY "RESERVAS EFETIVADAS  = " WS-CT-EFETIVADAS
           DISPLAY "PEDIDOS RECUSADOS    = " WS-CT-RECUSADAS
           DISPLAY "RESERVAS VENCIDAS    = " WS-CT-VENCIDAS
           DISPLAY "RESERVAS BAIXADAS    = " WS-CT-BAIXADAS
           DISPLAY "RESERVAS ATIVAS      = " WS-CT-ATIVAS
           DISPLAY "EVENTOS NO HISTORICO = " WS-CT-EVENTOS

           IF WS-COD-RETORNO = ZEROS
              IF WS-CT-RECUSADAS > ZERO
                 MOVE 04 TO WS-COD-RETORNO
              END-IF
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG018"
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
              MOVE "CGPRG018"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              MOVE WS-DATA-HOJE      TO RC-DATA-PROC
              MOVE WS-CT-PEDIDOS     TO RC-CT-LIDOS
              MOVE WS-CT-EFETIVADAS  TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG018 <-------------------*
