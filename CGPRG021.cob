       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG021.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    COBRANCA MENSAL DAS PARCELAS DAS VENDAS A PRAZO            *
      *    RECEBE O MES DE COMPETENCIA (TERCMP), PERCORRE O CONTAS A *
      *    RECEBER (TERREC - GERADO NA BAIXA DAS VENDAS PELO         *
      *    CGPRG009) E SELECIONA AS PARCELAS EM ABERTO QUE VENCEM NO *
      *    MES. PARA CADA UMA GRAVA O TITULO DE COBRANCA (TERCOB),   *
      *    COM O SALDO A COBRAR E O INDICE DE CORRECAO DO CONTRATO,  *
      *    E IMPRIME A RELACAO DE COBRANCA (TERCRL) POR LOTE. A      *
      *    CHAVE DO TITULO (LOTE + DATA DA VENDA + PARCELA) VOLTA NO *
      *    ARQUIVO DE PAGAMENTOS BAIXADO PELO CGPRG022. PARCELAS     *
      *    VENCIDAS DE MESES ANTERIORES SAO TRATADAS NO RELATORIO DE *
      *    ATRASOS (CGPRG023). MES SEM PARCELAS A COBRAR ENCERRA COM *
      *    CODIGO DE RETORNO 10.                                     *
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

           SELECT ARQ-RECEBER    ASSIGN TO "TERREC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RB-CHAVE
                  FILE STATUS  IS FS-RECEBER.

           SELECT ARQ-COBRANCA   ASSIGN TO "TERCOB"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-COBRANCA.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERCRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> MES DE COMPETENCIA DA COBRANCA (AAAAMM)
       FD  ARQ-COMPETENCIA
           LABEL RECORDS ARE STANDARD.
       01  REG-COMPETENCIA.
           05 FC-COMPETENCIA        PIC 9(06).

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

      *-----> TITULOS DE COBRANCA DO MES - UM POR PARCELA A COBRAR
       FD  ARQ-COBRANCA
           LABEL RECORDS ARE STANDARD.
       01  REG-COBRANCA.
           05 CB-CHAVE.
              10 CB-ID-LOTE         PIC 9(10).
              10 CB-DATA-VENDA      PIC 9(08).
              10 CB-NUM-PARCELA     PIC 9(03).
           05 CB-QTD-PARCELAS       PIC 9(03).
           05 CB-COD-CORRETOR       PIC 9(05).
           05 CB-DATA-VENC          PIC 9(08).
           05 CB-VAL-COBRAR         PIC 9(08)V99.
           05 CB-INDICE             PIC X(04).
           05 CB-COMPETENCIA        PIC 9(06).

      *-----> RELACAO DE COBRANCA DO MES
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
       77  FS-RECEBER              PIC X(02) VALUE "00".
       77  FS-COBRANCA             PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-RECEBER-ABERTO       PIC X(01) VALUE "N".
           88 RECEBER-ABERTO                 VALUE "S".

      *-----> CONTADORES E TOTAIS DA COBRANCA
       77  WS-CT-LIDAS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-COBRADAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-COM-INDICE        PIC 9(08) VALUE ZEROS.
       77  WS-VAL-COBRAR           PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOT-PARCELAS         PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-PAGO-PARCIAL     PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-COBRAR           PIC 9(10)V99 VALUE ZEROS.

      *-----> LINHAS DA RELACAO DE COBRANCA
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG021 - COBRANCA MENSA".
           05 FILLER              PIC X(30)
              VALUE "L DAS PARCELAS A RECEBER      ".

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

       01  WS-CABECALHO-3.
           05 FILLER              PIC X(25) VALUE
              "ID DO LOTE DATA VENDA PAR".
           05 FILLER              PIC X(25) VALUE
              "CELA CORR. VENCIMENTO   V".
           05 FILLER              PIC X(25) VALUE
              "AL PARCELA       JA PAGO ".
           05 FILLER              PIC X(25) VALUE
              "   SALDO A COBRAR INDICE ".

       01  WS-LINHA-DETALHE.
           05 DL-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DATA-VENDA.
              10 DL-VENDA-DD       PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-VENDA-MM       PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-VENDA-AAAA     PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-NUM-PARCELA      PIC 9(03).
           05 FILLER              PIC X(01) VALUE "/".
           05 DL-QTD-PARCELAS     PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-CORRETOR         PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DATA-VENC.
              10 DL-VENC-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-VENC-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-VENC-AAAA      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-PARCELA      PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-PAGO         PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 DL-VAL-COBRAR       PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-INDICE           PIC X(04).

       01  WS-LINHA-TOTAL-GERAL.
           05 FILLER              PIC X(16) VALUE "TOTAL GERAL  -  ".
           05 FILLER              PIC X(10) VALUE "TITULOS: ".
           05 TG-QTD               PIC ZZZ.ZZ9.
           05 FILLER              PIC X(11) VALUE "  PARCELAS ".
           05 TG-PARCELAS          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(10) VALUE "  JA PAGO ".
           05 TG-PAGO              PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(10) VALUE "  COBRAR  ".
           05 TG-COBRAR            PIC $$$.$$$.$$9,99.

       01  WS-LINHA-INDICE.
           05 FILLER              PIC X(38) VALUE
              "TITULOS COM INDICE DE CORRECAO A APLI".
           05 FILLER              PIC X(05) VALUE "CAR: ".
           05 TI-QTD               PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS AND RECEBER-ABERTO
              PERFORM 020-LER-PARCELA
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG021 - COBRANCA MENSAL DAS PARCELAS"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-RECEBER-ABERTO
           MOVE ZEROS TO WS-COD-RETORNO     WS-COMPETENCIA
                          WS-CT-LIDAS        WS-CT-COBRADAS
                          WS-CT-COM-INDICE   WS-TOT-PARCELAS
                          WS-TOT-PAGO-PARCIAL WS-TOT-COBRAR

           PERFORM 014-CARREGAR-COMPETENCIA

      *-----> TERREC AINDA INEXISTENTE (NENHUMA VENDA BAIXADA DESDE A
      *-----> IMPLANTACAO) SAI COMO MES SEM PARCELAS
           IF WS-COD-RETORNO = ZEROS
              OPEN INPUT ARQ-RECEBER
              EVALUATE FS-RECEBER
                 WHEN "00"
                    MOVE "S" TO WS-RECEBER-ABERTO
                 WHEN "35"
                    DISPLAY "** TERREC INEXISTENTE - NENHUMA **"
                    DISPLAY "** PARCELA A RECEBER            **"
                 WHEN OTHER
                    DISPLAY "** ARQ-RECEBER (TERREC) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-RECEBER " **"
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-COBRANCA
              IF FS-COBRANCA NOT = "00"
                 DISPLAY "** ARQ-COBRANCA (TERCOB) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-COBRANCA " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERCRL) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DA RELACAO DE COBRANCA                *
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

           WRITE REG-RELATORIO FROM WS-CABECALHO-1
           WRITE REG-RELATORIO FROM WS-CABECALHO-2
           WRITE REG-RELATORIO FROM SPACES
           WRITE REG-RELATORIO FROM WS-CABECALHO-3
           .
      *--------------------------------------------------------------*
      *    CARREGAR O MES DE COMPETENCIA DO TERCMP (SEM COMPETENCIA   *
      *    CONSISTENTE A COBRANCA NAO RODA)                           *
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
                       DISPLAY "COMPETENCIA DA COBRANCA = "
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
      *    LER A PROXIMA PARCELA DO CONTAS A RECEBER                  *
      *--------------------------------------------------------------*
       020-LER-PARCELA.

           READ ARQ-RECEBER NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-LIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    COBRAR A PARCELA SE ESTA EM ABERTO E VENCE NO MES          *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF RB-ABERTA
              AND RB-DATA-VENC(1:6) = WS-COMPETENCIA
              PERFORM 034-GRAVAR-TITULO
              PERFORM 040-IMPRIMIR-TITULO
           END-IF

           PERFORM 020-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    GRAVAR O TITULO DE COBRANCA DA PARCELA PELO SALDO AINDA    *
      *    NAO PAGO (PAGAMENTO PARCIAL ANTERIOR E ABATIDO)            *
      *--------------------------------------------------------------*
       034-GRAVAR-TITULO.

           COMPUTE WS-VAL-COBRAR = RB-VAL-PARCELA - RB-VAL-PAGO

           MOVE RB-CHAVE          TO CB-CHAVE
           MOVE RB-QTD-PARCELAS   TO CB-QTD-PARCELAS
           MOVE RB-COD-CORRETOR   TO CB-COD-CORRETOR
           MOVE RB-DATA-VENC      TO CB-DATA-VENC
           MOVE WS-VAL-COBRAR     TO CB-VAL-COBRAR
           MOVE RB-INDICE         TO CB-INDICE
           MOVE WS-COMPETENCIA    TO CB-COMPETENCIA

           WRITE REG-COBRANCA

           IF FS-COBRANCA NOT = "00"
              DISPLAY "** ERRO AO GRAVAR O TITULO (TERCOB) - LOTE "
                 RB-ID-LOTE " **"
              DISPLAY "** FILE STATUS " FS-COBRANCA " **"
              MOVE 99  TO WS-COD-RETORNO
              MOVE "S" TO WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DO TITULO E ACUMULA-LO                    *
      *--------------------------------------------------------------*
       040-IMPRIMIR-TITULO.

           MOVE RB-ID-LOTE          TO DL-ID-LOTE
           MOVE RB-DATA-VENDA(7:2)  TO DL-VENDA-DD
           MOVE RB-DATA-VENDA(5:2)  TO DL-VENDA-MM
           MOVE RB-DATA-VENDA(1:4)  TO DL-VENDA-AAAA
           MOVE RB-NUM-PARCELA      TO DL-NUM-PARCELA
           MOVE RB-QTD-PARCELAS     TO DL-QTD-PARCELAS
           MOVE RB-COD-CORRETOR     TO DL-CORRETOR
           MOVE RB-DATA-VENC(7:2)   TO DL-VENC-DD
           MOVE RB-DATA-VENC(5:2)   TO DL-VENC-MM
           MOVE RB-DATA-VENC(1:4)   TO DL-VENC-AAAA
           MOVE RB-VAL-PARCELA      TO DL-VAL-PARCELA
           MOVE RB-VAL-PAGO         TO DL-VAL-PAGO
           MOVE WS-VAL-COBRAR       TO DL-VAL-COBRAR
           MOVE RB-INDICE           TO DL-INDICE

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE

           ADD 1              TO WS-CT-COBRADAS
           ADD RB-VAL-PARCELA TO WS-TOT-PARCELAS
           ADD RB-VAL-PAGO    TO WS-TOT-PAGO-PARCIAL
           ADD WS-VAL-COBRAR  TO WS-TOT-COBRAR
           IF RB-INDICE NOT = SPACES
              ADD 1 TO WS-CT-COM-INDICE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF FS-RELATORIO = "00"
              IF WS-CT-COBRADAS = ZERO
                 MOVE "NENHUMA PARCELA A COBRAR NA COMPETENCIA"
                    TO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF
              WRITE REG-RELATORIO FROM SPACES

              MOVE WS-CT-COBRADAS      TO TG-QTD
              MOVE WS-TOT-PARCELAS     TO TG-PARCELAS
              MOVE WS-TOT-PAGO-PARCIAL TO TG-PAGO
              MOVE WS-TOT-COBRAR       TO TG-COBRAR
              WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL

              MOVE WS-CT-COM-INDICE    TO TI-QTD
              WRITE REG-RELATORIO FROM WS-LINHA-INDICE

              IF RECEBER-ABERTO
                 CLOSE ARQ-RECEBER
              END-IF
              CLOSE ARQ-COBRANCA
              CLOSE ARQ-RELATORIO

              DISPLAY "PARCELAS LIDAS       = " WS-CT-LIDAS
              DISPLAY "TITULOS DE COBRANCA  = " WS-CT-COBRADAS
              DISPLAY "VALOR A COBRAR       = " WS-TOT-COBRAR

              IF WS-COD-RETORNO = ZEROS
                 IF WS-CT-COBRADAS = ZERO
                    MOVE 10 TO WS-COD-RETORNO
                 END-IF
              END-IF
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG021"
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
      *    (A DATA DE PROCESSAMENTO E O PRIMEIRO DIA DA COMPETENCIA)  *
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
              MOVE "CGPRG021"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              IF WS-COMPETENCIA > ZEROS
                 COMPUTE RC-DATA-PROC = WS-COMPETENCIA * 100 + 1
              ELSE
                 MOVE WS-DATA-HOJE   TO RC-DATA-PROC
              END-IF
              MOVE WS-CT-LIDAS       TO RC-CT-LIDOS
              MOVE WS-CT-COBRADAS    TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG021 <-------------------*
