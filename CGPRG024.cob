       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG024.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    CONSULTA DO HISTORICO DE EVENTOS DOS LOTES                 *
      *    LE A RELACAO DE LOTES A CONSULTAR (TERHCN: ID DO LOTE) E  *
      *    IMPRIME PARA CADA UM A SITUACAO ATUAL NO CADASTRO MESTRE  *
      *    (TERMST) SEGUIDA DE TODOS OS EVENTOS DO LOTE NO HISTORICO *
      *    (TERHIS) NA ORDEM EM QUE FORAM PROCESSADOS (DATA DA       *
      *    RODADA, HORA E SEQUENCIA): PRECIFICACAO, REPRECIFICA-     *
      *    CAO E REJEICAO (CGPRG004), RESERVA E FIM DE RESERVA       *
      *    (CGPRG018), VENDA (CGPRG009), DISTRATO (CGPRG017) E       *
      *    ARQUIVAMENTO (CGPRG014), CADA UM COM O STATUS E O VALOR   *
      *    ANTES E DEPOIS, A VIGENCIA DA TABELA DE PRECOS, O         *
      *    CORRETOR E A DATA DO NEGOCIO (A DA VENDA, DO DISTRATO OU  *
      *    DA RESERVA, QUE PODE SER ANTERIOR A DA RODADA).           *
      *    LOTE ARQUIVADO NAO CONSTA MAIS DO MESTRE, MAS O           *
      *    HISTORICO CONTINUA DISPONIVEL. O RELATORIO SAI NO TERHRL. *
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

           SELECT ARQ-CONSULTA   ASSIGN TO "TERHCN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONSULTA.

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

           SELECT ARQ-RELATORIO  ASSIGN TO "TERHRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> RELACAO DOS LOTES A CONSULTAR
       FD  ARQ-CONSULTA
           LABEL RECORDS ARE STANDARD.
       01  REG-CONSULTA.
           05 HC-ID-LOTE           PIC 9(10).

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

      *-----> RELATORIO DO HISTORICO DOS LOTES CONSULTADOS
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
       77  FS-CONSULTA             PIC X(02) VALUE "00".
       77  FS-MASTER               PIC X(02) VALUE "00".
       77  FS-HISTORICO            PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----> CONTADORES DA CONSULTA
       77  WS-CT-LIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-INVALIDOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-COM-HISTORICO     PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-HISTORICO     PIC 9(08) VALUE ZEROS.
       77  WS-CT-NAO-ENCONTRADOS   PIC 9(08) VALUE ZEROS.
       77  WS-CT-EVENTOS           PIC 9(08) VALUE ZEROS.
       77  WS-CT-EVENTOS-LOTE      PIC 9(06) VALUE ZEROS.

      *-----> CONTROLE DO MESTRE E DO HISTORICO - QUALQUER UM DOS
      *-----> DOIS AUSENTE SO SIGNIFICA QUE NADA FOI GRAVADO NELE AINDA
       77  WS-MASTER-ABERTO        PIC X(01) VALUE "N".
           88 MASTER-ABERTO                  VALUE "S".
       77  WS-MASTER-EXISTE        PIC X(01) VALUE "N".
           88 LOTE-NO-MASTER                 VALUE "S".
       77  WS-HISTORICO-ABERTO     PIC X(01) VALUE "N".
           88 HISTORICO-ABERTO               VALUE "S".
       77  WS-FIM-HISTORICO        PIC X(01) VALUE "N".
           88 FIM-HISTORICO                  VALUE "S".

      *-----> LINHAS DO RELATORIO DO HISTORICO
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG024 - HISTORICO DE E".
           05 FILLER              PIC X(30)
              VALUE "VENTOS DOS LOTES              ".

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
              "DATA       HORA       PRO".
           05 FILLER              PIC X(25) VALUE
              "GRAMA EVENTO         STAT".
           05 FILLER              PIC X(25) VALUE
              ".   VALOR M2  VALOR ANTER".
           05 FILLER              PIC X(25) VALUE
              ".    VALOR NOVO VIG.TABEL".
           05 FILLER              PIC X(18) VALUE
              "A CORR. DT.NEGOCIO".

       01  WS-LINHA-LOTE.
           05 FILLER              PIC X(05) VALUE "LOTE ".
           05 LL-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(12) VALUE "  SITUACAO: ".
           05 LL-STATUS           PIC X(01).
           05 FILLER              PIC X(03) VALUE " - ".
           05 LL-DESC-STATUS      PIC X(14).
           05 FILLER              PIC X(15) VALUE "  VALOR ATUAL: ".
           05 LL-VAL-VENDA        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(18)
              VALUE "  ULT. MOVIMENTO: ".
           05 LL-DATA-ULT.
              10 LL-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LL-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LL-DATA-AAAA      PIC X(04).

       01  WS-LINHA-AVISO.
           05 FILLER              PIC X(05) VALUE "LOTE ".
           05 LA-ID-LOTE          PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LA-MENSAGEM         PIC X(50).

       01  WS-LINHA-SEM-EVENTO.
           05 FILLER              PIC X(11) VALUE SPACES.
           05 FILLER              PIC X(40)
              VALUE "NENHUM EVENTO REGISTRADO NO HISTORICO   ".

       01  WS-LINHA-EVENTO.
           05 LE-DATA-EVENTO.
              10 LE-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LE-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LE-DATA-AAAA      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-HORA-EVENTO      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-PROGRAMA         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-DESC-EVENTO      PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-STATUS-ANT       PIC X(01).
           05 FILLER              PIC X(03) VALUE " > ".
           05 LE-STATUS-NOVO      PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-VAL-M2           PIC $$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-VAL-ANTERIOR     PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-VAL-NOVO         PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-VIGENCIA         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-COD-CORRETOR     PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LE-DATA-NEGOCIO.
              10 LE-NEG-DD         PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LE-NEG-MM         PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LE-NEG-AAAA       PIC X(04).

       01  WS-LINHA-MOTIVO.
           05 FILLER              PIC X(31) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "MOTIVO: ".
           05 LM-MOTIVO           PIC X(40).

       01  WS-LINHA-TOTAL-GERAL.
           05 FILLER              PIC X(16) VALUE "TOTAL GERAL  -  ".
           05 FILLER              PIC X(13) VALUE "CONSULTADOS: ".
           05 TG-CONSULTADOS      PIC ZZZ.ZZ9.
           05 FILLER              PIC X(13) VALUE "  COM HIST.: ".
           05 TG-COM-HISTORICO    PIC ZZZ.ZZ9.
           05 FILLER              PIC X(13) VALUE "  SEM HIST.: ".
           05 TG-SEM-HISTORICO    PIC ZZZ.ZZ9.
           05 FILLER              PIC X(13) VALUE "  INVALIDOS: ".
           05 TG-INVALIDOS        PIC ZZZ.ZZ9.
           05 FILLER              PIC X(11) VALUE "  EVENTOS: ".
           05 TG-EVENTOS          PIC ZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              PERFORM 020-LER-CONSULTA
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG024 - HISTORICO DE EVENTOS DOS LOTES"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM
           MOVE ZEROS TO WS-COD-RETORNO      WS-CT-LIDOS
                          WS-CT-INVALIDOS     WS-CT-COM-HISTORICO
                          WS-CT-SEM-HISTORICO WS-CT-NAO-ENCONTRADOS
                          WS-CT-EVENTOS

           OPEN INPUT ARQ-CONSULTA
           IF FS-CONSULTA NOT = "00"
              DISPLAY "** ARQ-CONSULTA (TERHCN) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-CONSULTA " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERHRL) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

      *-----> MESTRE INEXISTENTE: TODO LOTE SAI SEM SITUACAO ATUAL,
      *-----> SO COM O QUE HOUVER NO HISTORICO
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-MASTER-ABERTO
              OPEN INPUT ARQ-MASTER
              EVALUATE FS-MASTER
                 WHEN "00"
                    MOVE "S" TO WS-MASTER-ABERTO
                 WHEN "35"
                    DISPLAY "** TERMST INEXISTENTE - CONSULTA SEM **"
                    DISPLAY "** A SITUACAO ATUAL DOS LOTES        **"
                 WHEN OTHER
                    DISPLAY "** ARQ-MASTER (TERMST) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-MASTER " **"
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

      *-----> HISTORICO INEXISTENTE: NENHUM EVENTO FOI GRAVADO AINDA
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-HISTORICO-ABERTO
              OPEN INPUT ARQ-HISTORICO
              EVALUATE FS-HISTORICO
                 WHEN "00"
                    MOVE "S" TO WS-HISTORICO-ABERTO
                 WHEN "35"
                    DISPLAY "** TERHIS INEXISTENTE - NENHUM EVENTO **"
                    DISPLAY "** REGISTRADO AINDA                   **"
                 WHEN OTHER
                    DISPLAY "** ARQ-HISTORICO (TERHIS) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-HISTORICO " **"
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO RELATORIO                          *
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
      *    LER O PROXIMO LOTE A CONSULTAR                             *
      *--------------------------------------------------------------*
       020-LER-CONSULTA.

           READ ARQ-CONSULTA
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONSULTAR UM LOTE: SITUACAO ATUAL NO MESTRE E TODOS OS     *
      *    EVENTOS DO HISTORICO (LOTE QUE NAO CONSTA DE NENHUM DOS    *
      *    DOIS E APONTADO COMO NAO ENCONTRADO)                       *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           WRITE REG-RELATORIO FROM SPACES

           IF HC-ID-LOTE IS NOT NUMERIC OR HC-ID-LOTE = ZEROS
              MOVE REG-CONSULTA TO LA-ID-LOTE
              MOVE "ID DO LOTE INVALIDO - CONSULTA IGNORADA"
                 TO LA-MENSAGEM
              WRITE REG-RELATORIO FROM WS-LINHA-AVISO
              ADD 1 TO WS-CT-INVALIDOS
           ELSE
              PERFORM 072-CONSULTAR-MASTER
              PERFORM 040-IMPRIMIR-LOTE
              PERFORM 042-LISTAR-HISTORICO

              IF WS-CT-EVENTOS-LOTE = ZERO
                 WRITE REG-RELATORIO FROM WS-LINHA-SEM-EVENTO
                 ADD 1 TO WS-CT-SEM-HISTORICO
                 IF NOT LOTE-NO-MASTER
                    ADD 1 TO WS-CT-NAO-ENCONTRADOS
                 END-IF
              ELSE
                 ADD 1 TO WS-CT-COM-HISTORICO
              END-IF
           END-IF

           PERFORM 020-LER-CONSULTA
           .
      *--------------------------------------------------------------*
      *    CONSULTAR O LOTE NO CADASTRO MESTRE                        *
      *--------------------------------------------------------------*
       072-CONSULTAR-MASTER.

           MOVE "N" TO WS-MASTER-EXISTE

           IF MASTER-ABERTO
              MOVE HC-ID-LOTE TO MS-ID-LOTE
              READ ARQ-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-MASTER-EXISTE
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE ABERTURA DO LOTE COM A SITUACAO ATUAL  *
      *--------------------------------------------------------------*
       040-IMPRIMIR-LOTE.

           IF LOTE-NO-MASTER
              MOVE MS-ID-LOTE        TO LL-ID-LOTE
              MOVE MS-STATUS         TO LL-STATUS
              EVALUATE TRUE
                 WHEN MS-PRECIFICADO
                    MOVE "PRECIFICADO"    TO LL-DESC-STATUS
                 WHEN MS-REPRECIFICADO
                    MOVE "REPRECIFICADO"  TO LL-DESC-STATUS
                 WHEN MS-REJEITADO
                    MOVE "REJEITADO"      TO LL-DESC-STATUS
                 WHEN MS-VENDIDO
                    MOVE "VENDIDO"        TO LL-DESC-STATUS
                 WHEN MS-RESERVADO
                    MOVE "RESERVADO"      TO LL-DESC-STATUS
                 WHEN OTHER
                    MOVE "DESCONHECIDO"   TO LL-DESC-STATUS
              END-EVALUATE
              MOVE MS-VAL-VENDA      TO LL-VAL-VENDA
              MOVE MS-DATA-ULT(7:2)  TO LL-DATA-DD
              MOVE MS-DATA-ULT(5:2)  TO LL-DATA-MM
              MOVE MS-DATA-ULT(1:4)  TO LL-DATA-AAAA
              WRITE REG-RELATORIO FROM WS-LINHA-LOTE
           ELSE
              MOVE HC-ID-LOTE        TO LA-ID-LOTE
              MOVE "NAO CONSTA DO MESTRE (ARQUIVADO OU INEXISTENTE)"
                 TO LA-MENSAGEM
              WRITE REG-RELATORIO FROM WS-LINHA-AVISO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR OS EVENTOS DO LOTE NA ORDEM DA CHAVE DO HISTORICO   *
      *    (DATA, HORA E SEQUENCIA - ORDEM CRONOLOGICA)               *
      *--------------------------------------------------------------*
       042-LISTAR-HISTORICO.

           MOVE ZEROS TO WS-CT-EVENTOS-LOTE

           IF HISTORICO-ABERTO
              MOVE "N"        TO WS-FIM-HISTORICO
              MOVE LOW-VALUES TO HI-CHAVE
              MOVE HC-ID-LOTE TO HI-ID-LOTE

              START ARQ-HISTORICO KEY IS NOT LESS THAN HI-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-HISTORICO
              END-START

              IF NOT FIM-HISTORICO
                 PERFORM 044-LER-EVENTO
              END-IF
              PERFORM 046-IMPRIMIR-EVENTO
                 UNTIL FIM-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO EVENTO DO LOTE NO HISTORICO                  *
      *--------------------------------------------------------------*
       044-LER-EVENTO.

           READ ARQ-HISTORICO NEXT RECORD
              AT END
                 MOVE "S" TO WS-FIM-HISTORICO
              NOT AT END
                 IF HI-ID-LOTE NOT = HC-ID-LOTE
                    MOVE "S" TO WS-FIM-HISTORICO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM EVENTO DO LOTE (E O MOTIVO, QUANDO HOUVER)     *
      *--------------------------------------------------------------*
       046-IMPRIMIR-EVENTO.

           MOVE HI-DATA-EVENTO(7:2)  TO LE-DATA-DD
           MOVE HI-DATA-EVENTO(5:2)  TO LE-DATA-MM
           MOVE HI-DATA-EVENTO(1:4)  TO LE-DATA-AAAA
           MOVE HI-HORA-EVENTO       TO LE-HORA-EVENTO
           MOVE HI-PROGRAMA          TO LE-PROGRAMA

           EVALUATE TRUE
              WHEN HI-PRECIFICACAO
                 MOVE "PRECIFICACAO"   TO LE-DESC-EVENTO
              WHEN HI-REPRECIFICACAO
                 MOVE "REPRECIFICACAO" TO LE-DESC-EVENTO
              WHEN HI-REJEICAO
                 MOVE "REJEICAO"       TO LE-DESC-EVENTO
              WHEN HI-VENDA
                 MOVE "VENDA"          TO LE-DESC-EVENTO
              WHEN HI-DISTRATO
                 MOVE "DISTRATO"       TO LE-DESC-EVENTO
              WHEN HI-RESERVA
                 MOVE "RESERVA"        TO LE-DESC-EVENTO
              WHEN HI-FIM-RESERVA
                 MOVE "FIM RESERVA"    TO LE-DESC-EVENTO
              WHEN HI-ARQUIVAMENTO
                 MOVE "ARQUIVAMENTO"   TO LE-DESC-EVENTO
              WHEN OTHER
                 MOVE HI-TIPO-EVENTO   TO LE-DESC-EVENTO
           END-EVALUATE

           MOVE HI-STATUS-ANT        TO LE-STATUS-ANT
           MOVE HI-STATUS-NOVO       TO LE-STATUS-NOVO
           MOVE HI-VAL-M2            TO LE-VAL-M2
           MOVE HI-VAL-ANTERIOR      TO LE-VAL-ANTERIOR
           MOVE HI-VAL-NOVO          TO LE-VAL-NOVO

           MOVE SPACES               TO LE-VIGENCIA
           IF HI-VIGENCIA > ZEROS
              STRING HI-VIGENCIA(7:2) "/" HI-VIGENCIA(5:2) "/"
                     HI-VIGENCIA(1:4)
                 DELIMITED BY SIZE INTO LE-VIGENCIA
           END-IF

           MOVE HI-COD-CORRETOR      TO LE-COD-CORRETOR
           MOVE HI-DATA-NEGOCIO(7:2) TO LE-NEG-DD
           MOVE HI-DATA-NEGOCIO(5:2) TO LE-NEG-MM
           MOVE HI-DATA-NEGOCIO(1:4) TO LE-NEG-AAAA

           WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

           IF HI-DESC-MOTIVO NOT = SPACES
              MOVE SPACES TO LM-MOTIVO
              IF HI-COD-MOTIVO > ZEROS
                 STRING HI-COD-MOTIVO " - " HI-DESC-MOTIVO
                    DELIMITED BY SIZE INTO LM-MOTIVO
              ELSE
                 MOVE HI-DESC-MOTIVO TO LM-MOTIVO
              END-IF
              WRITE REG-RELATORIO FROM WS-LINHA-MOTIVO
           END-IF

           ADD 1 TO WS-CT-EVENTOS-LOTE WS-CT-EVENTOS

           PERFORM 044-LER-EVENTO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF FS-RELATORIO = "00"
              WRITE REG-RELATORIO FROM SPACES
              MOVE WS-CT-LIDOS          TO TG-CONSULTADOS
              MOVE WS-CT-COM-HISTORICO  TO TG-COM-HISTORICO
              MOVE WS-CT-SEM-HISTORICO  TO TG-SEM-HISTORICO
              MOVE WS-CT-INVALIDOS      TO TG-INVALIDOS
              MOVE WS-CT-EVENTOS        TO TG-EVENTOS
              WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL

              CLOSE ARQ-CONSULTA
              CLOSE ARQ-RELATORIO
              IF MASTER-ABERTO
                 CLOSE ARQ-MASTER
              END-IF
              IF HISTORICO-ABERTO
                 CLOSE ARQ-HISTORICO
              END-IF

              DISPLAY "LOTES CONSULTADOS    = " WS-CT-LIDOS
              DISPLAY "LOTES COM HISTORICO  = " WS-CT-COM-HISTORICO
              DISPLAY "LOTES SEM HISTORICO  = " WS-CT-SEM-HISTORICO
              DISPLAY "LOTES NAO ENCONTRADOS= " WS-CT-NAO-ENCONTRADOS
              DISPLAY "IDS INVALIDOS        = " WS-CT-INVALIDOS
              DISPLAY "EVENTOS LISTADOS     = " WS-CT-EVENTOS

              IF WS-COD-RETORNO = ZEROS
                 IF WS-CT-LIDOS = ZERO
                    MOVE 10 TO WS-COD-RETORNO
                 ELSE
                    IF WS-CT-INVALIDOS > ZERO
                       OR WS-CT-NAO-ENCONTRADOS > ZERO
                       MOVE 04 TO WS-COD-RETORNO
                    ELSE
                       MOVE 00 TO WS-COD-RETORNO
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG024"
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
              MOVE "CGPRG024"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              MOVE WS-DATA-HOJE      TO RC-DATA-PROC
              MOVE WS-CT-LIDOS       TO RC-CT-LIDOS
              MOVE WS-CT-EVENTOS     TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG024 <-------------------*
