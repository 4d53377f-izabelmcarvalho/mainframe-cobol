       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG028.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    MANUTENCAO DO DE-PARA CONTABIL DA INTERFACE (TERCTA)       *
      *    RECEBE UMA CARGA PROPOSTA (TERCTN: UM HEADER COM O        *
      *    USUARIO RESPONSAVEL, SEGUIDO DE UM REGISTRO POR EVENTO    *
      *    CONTABIL) E SO A EFETIVA DEPOIS DE CRITICAR:              *
      *    - EVENTO CONHECIDO (VEND = RECEITA DE VENDAS, COMI =      *
      *      COMISSAO DE CORRETAGEM, ITBI = ITBI DA TRANSMISSAO) E   *
      *      SEM DUPLICIDADE DENTRO DA CARGA;                        *
      *    - CONTA A DEBITO E CONTA A CREDITO PREENCHIDAS E          *
      *      DIFERENTES ENTRE SI;                                    *
      *    - CENTRO DE CUSTO E DESCRICAO PREENCHIDOS;                *
      *    - TODOS OS EVENTOS PRESENTES (A INTERFACE NAO GERA O      *
      *      DIARIO COM EVENTO SEM CONTA).                           *
      *    A CARGA EFETIVADA SUBSTITUI O TERCTA INTEIRO (A CARGA E   *
      *    SEMPRE O DE-PARA COMPLETO). CADA CARGA (EFETIVADA OU      *
      *    REJEITADA) E REGISTRADA NO LOG TERCTL COM QUEM E QUANDO.  *
      *    E DESTE DE-PARA QUE O CGPRG027 TIRA AS CONTAS E O CENTRO  *
      *    DE CUSTO DE CADA LANCAMENTO DO DIARIO CONTABIL.           *
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

           SELECT ARQ-PROPOSTA   ASSIGN TO "TERCTN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PROPOSTA.

           SELECT ARQ-CONTAS     ASSIGN TO "TERCTA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTAS.

           SELECT ARQ-LOG        ASSIGN TO "TERCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-LOG.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> CARGA PROPOSTA DO DE-PARA CONTABIL
       FD  ARQ-PROPOSTA
           LABEL RECORDS ARE STANDARD.
       01  REG-PROPOSTA.
           05 CN-TIPO-REG          PIC X(01).
              88 CN-REG-HEADER               VALUE "H".
              88 CN-REG-CONTA                VALUE "D".
           05 CN-COD-EVENTO        PIC X(04).
           05 CN-DESCRICAO         PIC X(20).
           05 CN-CONTA-DEBITO      PIC X(10).
           05 CN-CONTA-CREDITO     PIC X(10).
           05 CN-CENTRO-CUSTO      PIC X(06).

       01  REG-PROPOSTA-HEADER.
           05 FILLER               PIC X(01).
           05 CH-USUARIO           PIC X(08).
           05 FILLER               PIC X(42).

      *-----> DE-PARA CONTABIL OFICIAL (MESMO LAYOUT DO CGPRG027 -
      *-----> UMA ALTERACAO AQUI DEVE SER REFLETIDA LA). NO ESTORNO
      *-----> (DISTRATO) A INTERFACE INVERTE DEBITO E CREDITO
       FD  ARQ-CONTAS
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTA.
           05 CC-COD-EVENTO         PIC X(04).
           05 CC-DESCRICAO          PIC X(20).
           05 CC-CONTA-DEBITO       PIC X(10).
           05 CC-CONTA-CREDITO      PIC X(10).
           05 CC-CENTRO-CUSTO       PIC X(06).

      *-----> LOG DAS CARGAS DO DE-PARA (QUEM/QUANDO)
       FD  ARQ-LOG
           LABEL RECORDS ARE STANDARD.
       01  REG-LOG.
           05 LG-DATA               PIC 9(08).
           05 LG-HORA               PIC 99.99.9999.
           05 LG-USUARIO            PIC X(08).
           05 LG-ACAO               PIC X(12).
           05 LG-QTD-EVENTOS        PIC 9(03).

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
       77  FS-PROPOSTA             PIC X(02) VALUE "00".
       77  FS-CONTAS               PIC X(02) VALUE "00".
       77  FS-LOG                  PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-QTD-GRAVADOS         PIC 9(03) VALUE ZEROS.
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----> CRITICA DA CARGA PROPOSTA
       77  WS-CARGA-OK             PIC X(01) VALUE "S".
           88 CARGA-VALIDA                   VALUE "S".
       77  WS-TEM-HEADER           PIC X(01) VALUE "N".
       77  WS-USUARIO              PIC X(08) VALUE SPACES.
       77  WS-ACHOU-DUPLICADO      PIC X(01) VALUE "N".

      *-----> EVENTOS CONTABEIS CONHECIDOS PELA INTERFACE (CGPRG027)
       01  WS-EVENTO-CRITICA       PIC X(04) VALUE SPACES.
           88 EVENTO-CONHECIDO               VALUE "VEND" "COMI"
                                                   "ITBI".
       77  WS-TEM-VEND             PIC X(01) VALUE "N".
       77  WS-TEM-COMI             PIC X(01) VALUE "N".
       77  WS-TEM-ITBI             PIC X(01) VALUE "N".

      *-----> EVENTOS DA CARGA PROPOSTA
       01  TAB-CARGA.
           05 TAB-CONTA-NOVA OCCURS 20 TIMES
              INDEXED BY WS-IDX-NOV WS-IDX-NOV-ANT.
              10 TN-COD-EVENTO    PIC X(04).
              10 TN-DESCRICAO     PIC X(20).
              10 TN-CONTA-DEBITO  PIC X(10).
              10 TN-CONTA-CREDITO PIC X(10).
              10 TN-CENTRO-CUSTO  PIC X(06).
       77  WS-QTD-EVENTOS          PIC 9(03) VALUE ZEROS.
       77  WS-MAX-EVENTOS          PIC 9(03) VALUE 20.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 060-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              PERFORM 020-CARREGAR-CARGA

              IF CARGA-VALIDA
                 PERFORM 030-CRITICAR-CARGA
              END-IF

              IF CARGA-VALIDA
                 PERFORM 040-EFETIVAR-DE-PARA
                 PERFORM 045-GRAVAR-LOG
              ELSE
                 PERFORM 045-GRAVAR-LOG
                 MOVE 12 TO WS-COD-RETORNO
              END-IF
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 062-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG028 - CARGA DO DE-PARA CONTABIL"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-TEM-HEADER
                         WS-TEM-VEND WS-TEM-COMI WS-TEM-ITBI
           MOVE "S"   TO WS-CARGA-OK
           MOVE ZEROS TO WS-COD-RETORNO WS-QTD-EVENTOS
                          WS-QTD-GRAVADOS
           MOVE SPACES TO WS-USUARIO

           OPEN INPUT ARQ-PROPOSTA
           IF FS-PROPOSTA NOT = "00"
              DISPLAY "** ARQ-PROPOSTA (TERCTN) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-PROPOSTA " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A CARGA PROPOSTA (HEADER + EVENTOS)               *
      *--------------------------------------------------------------*
       020-CARREGAR-CARGA.

           PERFORM 022-LER-PROPOSTA
              UNTIL WS-FIM = "S"

           CLOSE ARQ-PROPOSTA

           IF WS-TEM-HEADER NOT = "S"
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** TERCTN SEM REGISTRO DE HEADER **"
           END-IF

           IF WS-QTD-EVENTOS = ZERO
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** TERCTN SEM EVENTOS **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DA CARGA E CLASSIFICA-LO                   *
      *--------------------------------------------------------------*
       022-LER-PROPOSTA.

           READ ARQ-PROPOSTA
              AT END
                 MOVE "S" TO WS-FIM
              NOT AT END
                 EVALUATE TRUE
                    WHEN CN-REG-HEADER
                       MOVE "S"        TO WS-TEM-HEADER
                       MOVE CH-USUARIO TO WS-USUARIO
                    WHEN CN-REG-CONTA
                       PERFORM 024-GUARDAR-EVENTO
                    WHEN OTHER
                       MOVE "N" TO WS-CARGA-OK
                       DISPLAY "** TERCTN COM TIPO DE REGISTRO "
                          "INVALIDO: " CN-TIPO-REG " **"
                 END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM EVENTO PROPOSTO NA TABELA DE TRABALHO           *
      *--------------------------------------------------------------*
       024-GUARDAR-EVENTO.

           IF WS-QTD-EVENTOS >= WS-MAX-EVENTOS
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** TERCTN COM MAIS DE " WS-MAX-EVENTOS
                 " EVENTOS **"
           ELSE
              ADD 1 TO WS-QTD-EVENTOS
              SET WS-IDX-NOV TO WS-QTD-EVENTOS
              MOVE CN-COD-EVENTO    TO TN-COD-EVENTO (WS-IDX-NOV)
              MOVE CN-DESCRICAO     TO TN-DESCRICAO (WS-IDX-NOV)
              MOVE CN-CONTA-DEBITO  TO TN-CONTA-DEBITO (WS-IDX-NOV)
              MOVE CN-CONTA-CREDITO TO TN-CONTA-CREDITO (WS-IDX-NOV)
              MOVE CN-CENTRO-CUSTO  TO TN-CENTRO-CUSTO (WS-IDX-NOV)
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A CARGA PROPOSTA: USUARIO, CAMPOS DE CADA EVENTO, *
      *    DUPLICIDADE DENTRO DA CARGA E EVENTOS OBRIGATORIOS         *
      *--------------------------------------------------------------*
       030-CRITICAR-CARGA.

           IF WS-USUARIO = SPACES
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** HEADER SEM O USUARIO RESPONSAVEL **"
           END-IF

           PERFORM 032-CRITICAR-EVENTO
              VARYING WS-IDX-NOV FROM 1 BY 1
              UNTIL WS-IDX-NOV > WS-QTD-EVENTOS

           IF WS-TEM-VEND = "N" OR WS-TEM-COMI = "N"
              OR WS-TEM-ITBI = "N"
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** CARGA SEM TODOS OS EVENTOS (VEND, COMI "
                 "E ITBI) **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR UM EVENTO DA CARGA                                *
      *--------------------------------------------------------------*
       032-CRITICAR-EVENTO.

           MOVE TN-COD-EVENTO (WS-IDX-NOV) TO WS-EVENTO-CRITICA

           EVALUATE WS-EVENTO-CRITICA
              WHEN "VEND"
                 MOVE "S" TO WS-TEM-VEND
              WHEN "COMI"
                 MOVE "S" TO WS-TEM-COMI
              WHEN "ITBI"
                 MOVE "S" TO WS-TEM-ITBI
           END-EVALUATE

           IF NOT EVENTO-CONHECIDO
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** EVENTO " WS-EVENTO-CRITICA
                 " DESCONHECIDO DA INTERFACE **"
           END-IF

           IF TN-DESCRICAO (WS-IDX-NOV) = SPACES
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** EVENTO " WS-EVENTO-CRITICA
                 " SEM DESCRICAO **"
           END-IF

           IF TN-CONTA-DEBITO (WS-IDX-NOV) = SPACES
              OR TN-CONTA-CREDITO (WS-IDX-NOV) = SPACES
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** EVENTO " WS-EVENTO-CRITICA
                 " SEM CONTA A DEBITO OU A CREDITO **"
           ELSE
              IF TN-CONTA-DEBITO (WS-IDX-NOV) =
                 TN-CONTA-CREDITO (WS-IDX-NOV)
                 MOVE "N" TO WS-CARGA-OK
                 DISPLAY "** EVENTO " WS-EVENTO-CRITICA
                    " COM DEBITO E CREDITO NA MESMA CONTA **"
              END-IF
           END-IF

           IF TN-CENTRO-CUSTO (WS-IDX-NOV) = SPACES
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** EVENTO " WS-EVENTO-CRITICA
                 " SEM CENTRO DE CUSTO **"
           END-IF

           PERFORM 034-CRITICAR-DUPLICIDADE
           .
      *--------------------------------------------------------------*
      *    APONTAR EVENTO REPETIDO DENTRO DA CARGA (COMPARA COM OS    *
      *    EVENTOS JA PERCORRIDOS)                                    *
      *--------------------------------------------------------------*
       034-CRITICAR-DUPLICIDADE.

           MOVE "N" TO WS-ACHOU-DUPLICADO

           PERFORM 036-COMPARAR-EVENTO
              VARYING WS-IDX-NOV-ANT FROM 1 BY 1
              UNTIL WS-IDX-NOV-ANT >= WS-IDX-NOV
                 OR WS-ACHOU-DUPLICADO = "S"

           IF WS-ACHOU-DUPLICADO = "S"
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** EVENTO " WS-EVENTO-CRITICA
                 " DUPLICADO NA CARGA **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARAR O EVENTO CORRENTE COM UM JA PERCORRIDO            *
      *--------------------------------------------------------------*
       036-COMPARAR-EVENTO.

           IF TN-COD-EVENTO (WS-IDX-NOV-ANT) =
              TN-COD-EVENTO (WS-IDX-NOV)
              MOVE "S" TO WS-ACHOU-DUPLICADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EFETIVAR A CARGA: O TERCTA E SUBSTITUIDO POR INTEIRO       *
      *--------------------------------------------------------------*
       040-EFETIVAR-DE-PARA.

           OPEN OUTPUT ARQ-CONTAS
           IF FS-CONTAS NOT = "00"
              DISPLAY "** TERCTA NAO ABERTO PARA A CARGA **"
              DISPLAY "** FILE STATUS " FS-CONTAS " **"
              MOVE "N" TO WS-CARGA-OK
              MOVE 99  TO WS-COD-RETORNO
           ELSE
              PERFORM 042-GRAVAR-EVENTO
                 VARYING WS-IDX-NOV FROM 1 BY 1
                 UNTIL WS-IDX-NOV > WS-QTD-EVENTOS
              CLOSE ARQ-CONTAS

              DISPLAY "DE-PARA EFETIVADO COM " WS-QTD-EVENTOS
                 " EVENTOS"
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM EVENTO DA CARGA NO TERCTA                        *
      *--------------------------------------------------------------*
       042-GRAVAR-EVENTO.

           MOVE TN-COD-EVENTO (WS-IDX-NOV)    TO CC-COD-EVENTO
           MOVE TN-DESCRICAO (WS-IDX-NOV)     TO CC-DESCRICAO
           MOVE TN-CONTA-DEBITO (WS-IDX-NOV)  TO CC-CONTA-DEBITO
           MOVE TN-CONTA-CREDITO (WS-IDX-NOV) TO CC-CONTA-CREDITO
           MOVE TN-CENTRO-CUSTO (WS-IDX-NOV)  TO CC-CENTRO-CUSTO

           WRITE REG-CONTA
           ADD 1 TO WS-QTD-GRAVADOS
           .
      *--------------------------------------------------------------*
      *    REGISTRAR A CARGA NO LOG (QUEM, QUANDO, QUANTAS)           *
      *--------------------------------------------------------------*
       045-GRAVAR-LOG.

           OPEN EXTEND ARQ-LOG
           IF FS-LOG NOT = "00"
              OPEN OUTPUT ARQ-LOG
           END-IF

           IF FS-LOG NOT = "00"
              DISPLAY "** ARQ-LOG (TERCTL) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-LOG " **"
           ELSE
              MOVE WS-DATA-HOJE      TO LG-DATA
              MOVE AS-HORA           TO LG-HORA
              MOVE WS-USUARIO        TO LG-USUARIO
              IF CARGA-VALIDA
                 MOVE "EFETIVADA   " TO LG-ACAO
              ELSE
                 MOVE "REJEITADA   " TO LG-ACAO
              END-IF
              MOVE WS-QTD-EVENTOS    TO LG-QTD-EVENTOS

              WRITE REG-LOG
              CLOSE ARQ-LOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG028"
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
              MOVE "CGPRG028"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              MOVE WS-DATA-HOJE      TO RC-DATA-PROC
              MOVE WS-QTD-EVENTOS    TO RC-CT-LIDOS
              MOVE WS-QTD-GRAVADOS   TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG028 <-------------------*
