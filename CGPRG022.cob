       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG022.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    BAIXA DOS PAGAMENTOS DAS PARCELAS DAS VENDAS A PRAZO       *
      *    LE O ARQUIVO DE PAGAMENTOS RECEBIDOS (TERPAG: CHAVE DO    *
      *    TITULO EMITIDO PELO CGPRG021 - LOTE, DATA DA VENDA E      *
      *    PARCELA - COM A DATA E O VALOR PAGOS), LOCALIZA A PARCELA *
      *    NO CONTAS A RECEBER (TERREC) E ACUMULA O VALOR PAGO. A    *
      *    PARCELA E QUITADA ("P") QUANDO O PAGO ALCANCA O VALOR DA  *
      *    PARCELA; ABAIXO DISSO CONTINUA EM ABERTO COM O SALDO      *
      *    PARA A PROXIMA COBRANCA. PAGAMENTO DE PARCELA INEXISTENTE,*
      *    CANCELADA NO DISTRATO OU JA QUITADA VAI PARA O TERPRJ COM *
      *    O MOTIVO. EMITE O DEMONSTRATIVO DE BAIXA (TERPRL).        *
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

           SELECT ARQ-PAGAMENTOS ASSIGN TO "TERPAG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PAGAMENTOS.

           SELECT ARQ-RECEBER    ASSIGN TO "TERREC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RB-CHAVE
                  FILE STATUS  IS FS-RECEBER.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERPRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-REJEITADOS ASSIGN TO "TERPRJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-REJEITADOS.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> PAGAMENTOS RECEBIDOS DOS COMPRADORES (RETORNO BANCARIO)
       FD  ARQ-PAGAMENTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-PAGAMENTO.
           05 PG-CHAVE.
              10 PG-ID-LOTE         PIC 9(10).
              10 PG-DATA-VENDA      PIC 9(08).
              10 PG-NUM-PARCELA     PIC 9(03).
           05 PG-DATA-PAGTO         PIC 9(08).
           05 PG-VAL-PAGO           PIC 9(08)V99.

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

      *-----> DEMONSTRATIVO DE BAIXA DOS PAGAMENTOS
       FD  ARQ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO           PIC X(120).

      *-----> ARQUIVO DOS PAGAMENTOS RECUSADOS NA VALIDACAO
       FD  ARQ-REJEITADOS
           LABEL RECORDS ARE STANDARD.
       01  REG-PAGAMENTO-REJEITADO.
           05 PJ-ID-LOTE           PIC 9(10).
           05 PJ-DATA-VENDA        PIC 9(08).
           05 PJ-NUM-PARCELA       PIC 9(03).
           05 PJ-DATA-PAGTO        PIC 9(08).
           05 PJ-VAL-PAGO          PIC 9(08)V99.
           05 PJ-COD-MOTIVO        PIC 9(02).
           05 PJ-DESC-MOTIVO       PIC X(30).

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
       77  FS-PAGAMENTOS           PIC X(02) VALUE "00".
       77  FS-RECEBER              PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-REJEITADOS           PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----> CONTADORES DA BAIXA
       77  WS-CT-LIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-BAIXADOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-QUITADAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-RECUSADOS         PIC 9(08) VALUE ZEROS.
       77  WS-TOT-RECEBIDO         PIC 9(10)V99 VALUE ZEROS.

      *-----> VALIDACAO DO PAGAMENTO
       77  WS-REG-VALIDO           PIC X(01) VALUE "S".
           88 REGISTRO-VALIDO                VALUE "S".
           88 REGISTRO-INVALIDO              VALUE "N".
       77  WS-COD-MOTIVO           PIC 9(02) VALUE ZEROS.
       77  WS-DESC-MOTIVO          PIC X(30) VALUE SPACES.

      *-----> CONTROLE DO CONTAS A RECEBER (TERREC)
       77  WS-RECEBER-ABERTO       PIC X(01) VALUE "N".
           88 RECEBER-ABERTO                 VALUE "S".
       77  WS-PARCELA-EXISTE       PIC X(01) VALUE "N".
           88 PARCELA-NO-RECEBER             VALUE "S".
       77  WS-SITUACAO-BAIXA       PIC X(30) VALUE SPACES.

      *-----> LINHAS DO DEMONSTRATIVO DE BAIXA DOS PAGAMENTOS
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG022 - BAIXA DOS PAGA".
           05 FILLER              PIC X(30)
              VALUE "MENTOS DAS PARCELAS           ".

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
              "ID DO LOTE PARC  DATA PAG".
           05 FILLER              PIC X(25) VALUE
              "TO   VAL PARCELA    PAGO ".
           05 FILLER              PIC X(25) VALUE
              "AGORA    TOTAL PAGO  SITU".
           05 FILLER              PIC X(25) VALUE
              "ACAO                     ".

       01  WS-LINHA-DETALHE.
           05 DL-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-NUM-PARCELA      PIC 9(03).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DL-DATA-PAGTO.
              10 DL-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-AAAA      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-PARCELA      PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-PAGO         PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-TOT-PAGO         PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-SITUACAO         PIC X(40).

       01  WS-LINHA-TOTAL-GERAL.
           05 FILLER              PIC X(16) VALUE "TOTAL GERAL  -  ".
           05 FILLER              PIC X(10) VALUE "BAIXADOS: ".
           05 TG-BAIXADOS          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(12) VALUE "  QUITADAS: ".
           05 TG-QUITADAS          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(13) VALUE "  RECUSADOS: ".
           05 TG-RECUSADOS         PIC ZZZ.ZZ9.
           05 FILLER              PIC X(12) VALUE "  RECEBIDO  ".
           05 TG-RECEBIDO          PIC $$$.$$$.$$9,99.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              PERFORM 020-LER-PAGAMENTO
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG022 - BAIXA DOS PAGAMENTOS DAS PARCELAS"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM
           MOVE ZEROS TO WS-COD-RETORNO   WS-CT-LIDOS
                          WS-CT-BAIXADOS   WS-CT-QUITADAS
                          WS-CT-RECUSADOS  WS-TOT-RECEBIDO

           OPEN INPUT ARQ-PAGAMENTOS
           IF FS-PAGAMENTOS NOT = "00"
              DISPLAY "** ARQ-PAGAMENTOS (TERPAG) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-PAGAMENTOS " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERPRL) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-REJEITADOS
              IF FS-REJEITADOS NOT = "00"
                 DISPLAY "** ARQ-REJEITADOS (TERPRJ) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-REJEITADOS " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

      *-----> SEM CONTAS A RECEBER NAO HA PARCELA ONDE BAIXAR O
      *-----> PAGAMENTO - A BAIXA NAO RODA
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-RECEBER-ABERTO
              OPEN I-O ARQ-RECEBER
              IF FS-RECEBER = "00"
                 MOVE "S" TO WS-RECEBER-ABERTO
              ELSE
                 DISPLAY "** ARQ-RECEBER (TERREC) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RECEBER " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO DEMONSTRATIVO                      *
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
      *    LER O PROXIMO PAGAMENTO RECEBIDO                           *
      *--------------------------------------------------------------*
       020-LER-PAGAMENTO.

           READ ARQ-PAGAMENTOS
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM PAGAMENTO: VALIDAR, LOCALIZAR A PARCELA E     *
      *    BAIXAR O VALOR PAGO                                        *
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *-----> DEPOIS DE UM ERRO NO TERREC NENHUM OUTRO PAGAMENTO E
      *-----> BAIXADO - O ARQUIVO E APENAS LIDO ATE O FIM
           IF WS-COD-RETORNO NOT = ZEROS
              PERFORM 020-LER-PAGAMENTO
           ELSE
              PERFORM 025-VALIDAR-PAGAMENTO

              IF REGISTRO-VALIDO
                 PERFORM 072-CONSULTAR-PARCELA
                 PERFORM 027-CRITICAR-PARCELA
              END-IF

              IF REGISTRO-VALIDO
                 PERFORM 073-BAIXAR-PAGAMENTO
                 IF FS-RECEBER = "00"
                    PERFORM 040-IMPRIMIR-BAIXA
                    ADD 1           TO WS-CT-BAIXADOS
                    ADD PG-VAL-PAGO TO WS-TOT-RECEBIDO
                 ELSE
                    MOVE 99 TO WS-COD-MOTIVO
                    MOVE "ERRO AO ATUALIZAR O TERREC"
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

              PERFORM 020-LER-PAGAMENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR OS CAMPOS DO REGISTRO DE PAGAMENTO                 *
      *--------------------------------------------------------------*
       025-VALIDAR-PAGAMENTO.

           MOVE "S"     TO WS-REG-VALIDO
           MOVE ZEROS   TO WS-COD-MOTIVO
           MOVE SPACES  TO WS-DESC-MOTIVO

           IF PG-CHAVE IS NOT NUMERIC
              OR PG-DATA-PAGTO IS NOT NUMERIC
              OR PG-VAL-PAGO IS NOT NUMERIC
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 01  TO WS-COD-MOTIVO
                 MOVE "CAMPO NAO NUMERICO"           TO WS-DESC-MOTIVO
           ELSE
              IF PG-VAL-PAGO = ZEROS
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 34  TO WS-COD-MOTIVO
                 MOVE "VALOR PAGO ZERADO"            TO WS-DESC-MOTIVO
              ELSE
                 IF PG-DATA-PAGTO = ZEROS
                    OR PG-DATA-PAGTO > WS-DATA-HOJE
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 35  TO WS-COD-MOTIVO
                    MOVE "DATA DO PAGAMENTO INVALIDA"
                       TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A SITUACAO DA PARCELA NO CONTAS A RECEBER         *
      *    (SO PARCELA EM ABERTO RECEBE PAGAMENTO)                    *
      *--------------------------------------------------------------*
       027-CRITICAR-PARCELA.

           IF NOT PARCELA-NO-RECEBER
              MOVE "N" TO WS-REG-VALIDO
              MOVE 31  TO WS-COD-MOTIVO
              MOVE "PARCELA INEXISTENTE NO TERREC" TO WS-DESC-MOTIVO
           ELSE
              IF RB-CANCELADA
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 32  TO WS-COD-MOTIVO
                 MOVE "PARCELA CANCELADA - DISTRATO"
                    TO WS-DESC-MOTIVO
              ELSE
                 IF RB-PAGA
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 33  TO WS-COD-MOTIVO
                    MOVE "PARCELA JA QUITADA"      TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONSULTAR A PARCELA DO PAGAMENTO NO CONTAS A RECEBER       *
      *--------------------------------------------------------------*
       072-CONSULTAR-PARCELA.

           MOVE "N"      TO WS-PARCELA-EXISTE
           MOVE PG-CHAVE TO RB-CHAVE

           READ ARQ-RECEBER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO WS-PARCELA-EXISTE
           END-READ
           .
      *--------------------------------------------------------------*
      *    BAIXAR O PAGAMENTO NA PARCELA: ACUMULA O PAGO E QUITA A    *
      *    PARCELA QUANDO O PAGO ALCANCA O VALOR DELA                 *
      *--------------------------------------------------------------*
       073-BAIXAR-PAGAMENTO.

           ADD PG-VAL-PAGO        TO RB-VAL-PAGO
           MOVE PG-DATA-PAGTO     TO RB-DATA-PAGTO
           MOVE WS-DATA-HOJE      TO RB-DATA-PROC

           EVALUATE TRUE
              WHEN RB-VAL-PAGO > RB-VAL-PARCELA
                 MOVE "P"                      TO RB-SITUACAO
                 MOVE "QUITADA - PAGO A MAIOR" TO WS-SITUACAO-BAIXA
              WHEN RB-VAL-PAGO = RB-VAL-PARCELA
                 MOVE "P"                      TO RB-SITUACAO
                 MOVE "QUITADA"                TO WS-SITUACAO-BAIXA
              WHEN OTHER
                 MOVE "PAGAMENTO PARCIAL - EM ABERTO"
                    TO WS-SITUACAO-BAIXA
           END-EVALUATE

           REWRITE REG-RECEBER

           IF FS-RECEBER NOT = "00"
              DISPLAY "** ERRO AO ATUALIZAR O TERREC **"
              DISPLAY "** FILE STATUS " FS-RECEBER " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              IF RB-PAGA
                 ADD 1 TO WS-CT-QUITADAS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O PAGAMENTO RECUSADO NO ARQUIVO DE REJEITADOS       *
      *    (TERPRJ)                                                   *
      *--------------------------------------------------------------*
       035-GRAVAR-RECUSADO.

           MOVE PG-ID-LOTE        TO PJ-ID-LOTE
           MOVE PG-DATA-VENDA     TO PJ-DATA-VENDA
           MOVE PG-NUM-PARCELA    TO PJ-NUM-PARCELA
           MOVE PG-DATA-PAGTO     TO PJ-DATA-PAGTO
           MOVE PG-VAL-PAGO       TO PJ-VAL-PAGO
           MOVE WS-COD-MOTIVO     TO PJ-COD-MOTIVO
           MOVE WS-DESC-MOTIVO    TO PJ-DESC-MOTIVO

           WRITE REG-PAGAMENTO-REJEITADO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM PAGAMENTO BAIXADO                   *
      *--------------------------------------------------------------*
       040-IMPRIMIR-BAIXA.

           MOVE PG-ID-LOTE           TO DL-ID-LOTE
           MOVE PG-NUM-PARCELA       TO DL-NUM-PARCELA
           MOVE PG-DATA-PAGTO(7:2)   TO DL-DATA-DD
           MOVE PG-DATA-PAGTO(5:2)   TO DL-DATA-MM
           MOVE PG-DATA-PAGTO(1:4)   TO DL-DATA-AAAA
           MOVE RB-VAL-PARCELA       TO DL-VAL-PARCELA
           MOVE PG-VAL-PAGO          TO DL-VAL-PAGO
           MOVE RB-VAL-PAGO          TO DL-TOT-PAGO
           MOVE WS-SITUACAO-BAIXA    TO DL-SITUACAO

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM PAGAMENTO RECUSADO                  *
      *--------------------------------------------------------------*
       041-IMPRIMIR-RECUSADO.

           MOVE PG-ID-LOTE           TO DL-ID-LOTE
           MOVE PG-NUM-PARCELA       TO DL-NUM-PARCELA
           MOVE PG-DATA-PAGTO(7:2)   TO DL-DATA-DD
           MOVE PG-DATA-PAGTO(5:2)   TO DL-DATA-MM
           MOVE PG-DATA-PAGTO(1:4)   TO DL-DATA-AAAA
           MOVE ZEROS                TO DL-VAL-PARCELA DL-TOT-PAGO
           IF PG-VAL-PAGO IS NUMERIC
              MOVE PG-VAL-PAGO       TO DL-VAL-PAGO
           ELSE
              MOVE ZEROS             TO DL-VAL-PAGO
           END-IF
           MOVE SPACES               TO DL-SITUACAO
           STRING "RECUSADO: " WS-DESC-MOTIVO
              DELIMITED BY SIZE INTO DL-SITUACAO

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF FS-RELATORIO = "00"
              WRITE REG-RELATORIO FROM SPACES
              MOVE WS-CT-BAIXADOS   TO TG-BAIXADOS
              MOVE WS-CT-QUITADAS   TO TG-QUITADAS
              MOVE WS-CT-RECUSADOS  TO TG-RECUSADOS
              MOVE WS-TOT-RECEBIDO  TO TG-RECEBIDO
              WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL

              CLOSE ARQ-PAGAMENTOS
              CLOSE ARQ-RELATORIO
              CLOSE ARQ-REJEITADOS
              IF RECEBER-ABERTO
                 CLOSE ARQ-RECEBER
              END-IF

              DISPLAY "PAGAMENTOS LIDOS     = " WS-CT-LIDOS
              DISPLAY "PAGAMENTOS BAIXADOS  = " WS-CT-BAIXADOS
              DISPLAY "PARCELAS QUITADAS    = " WS-CT-QUITADAS
              DISPLAY "PAGAMENTOS RECUSADOS = " WS-CT-RECUSADOS
              DISPLAY "VALOR RECEBIDO       = " WS-TOT-RECEBIDO

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
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG022"
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
              MOVE "CGPRG022"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              MOVE WS-DATA-HOJE      TO RC-DATA-PROC
              MOVE WS-CT-LIDOS       TO RC-CT-LIDOS
              MOVE WS-CT-BAIXADOS    TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG022 <-------------------*
