       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG023.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    RELATORIO DE ATRASOS (AGING) DAS PARCELAS A RECEBER        *
      *    LE O CONTAS A RECEBER (TERREC) E SELECIONA AS PARCELAS    *
      *    EM ABERTO JA VENCIDAS NA DATA DO PROCESSAMENTO. O SALDO   *
      *    DE CADA UMA (PARCELA MENOS O JA PAGO) E DISTRIBUIDO NAS   *
      *    FAIXAS DE ATRASO 1 A 30, 31 A 60, 61 A 90 E MAIS DE 90    *
      *    DIAS (DIAS CORRIDOS PELO ANO COMERCIAL DE 360 DIAS).      *
      *    EMITE PARA A COBRANCA (TERAGR), POR CORRETOR DA VENDA E   *
      *    COM O NOME DO CADASTRO (TERCAD):                          *
      *    - UMA LINHA POR LOTE COM A QUANTIDADE DE PARCELAS         *
      *      VENCIDAS, O VENCIMENTO MAIS ANTIGO, O MAIOR ATRASO E    *
      *      OS SALDOS POR FAIXA;                                    *
      *    - O TOTAL DE CADA CORRETOR E O TOTAL GERAL POR FAIXA.     *
      *    CORRETOR FORA DO TERCAD ENCERRA COM CODIGO DE RETORNO 04; *
      *    NENHUMA PARCELA VENCIDA, COM 10.                          *
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

           SELECT ARQ-RECEBER    ASSIGN TO "TERREC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RB-CHAVE
                  FILE STATUS  IS FS-RECEBER.

           SELECT ARQ-CORRETORES ASSIGN TO "TERCAD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CORRETORES.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERAGR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

           SELECT ARQ-SORT       ASSIGN TO "SORTAG".

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

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

      *-----> CADASTRO DE CORRETORES (MANTIDO PELO CGPRG011 - MESMO
      *-----> LAYOUT DO CGPRG004)
       FD  ARQ-CORRETORES
           LABEL RECORDS ARE STANDARD.
       01  REG-CORRETOR.
           05 CD-COD-CORRETOR       PIC 9(05).
           05 CD-NOME               PIC X(30).
           05 CD-SITUACAO           PIC X(01).
              88 CD-ATIVO                     VALUE "A".
              88 CD-INATIVO                   VALUE "I".
           05 CD-DATA-ADMISSAO      PIC 9(08).

      *-----> RELATORIO DE ATRASOS PARA A COBRANCA
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

      *-----> ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CORRETOR E
      *-----> LOTE (DENTRO DO LOTE, DA PARCELA MAIS ANTIGA PARA A
      *-----> MAIS RECENTE)
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SR-COD-CORRETOR       PIC 9(05).
           05 SR-ID-LOTE            PIC 9(10).
           05 SR-DATA-VENDA         PIC 9(08).
           05 SR-DATA-VENC          PIC 9(08).
           05 SR-NUM-PARCELA        PIC 9(03).
           05 SR-DIAS-ATRASO        PIC 9(05).
           05 SR-SALDO              PIC 9(08)V99.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  FS-RECEBER              PIC X(02) VALUE "00".
       77  FS-CORRETORES           PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-RECEBER-ABERTO       PIC X(01) VALUE "N".
           88 RECEBER-ABERTO                 VALUE "S".

      *-----> PARCELA VENCIDA CORRENTE, JA CLASSIFICADA
       01  WS-VENCIDA.
           05 VC-COD-CORRETOR       PIC 9(05).
           05 VC-ID-LOTE            PIC 9(10).
           05 VC-DATA-VENDA         PIC 9(08).
           05 VC-DATA-VENC          PIC 9(08).
           05 VC-NUM-PARCELA        PIC 9(03).
           05 VC-DIAS-ATRASO        PIC 9(05).
           05 VC-SALDO              PIC 9(08)V99.

      *-----> CALCULO DOS DIAS DE ATRASO (ANO COMERCIAL DE 360 DIAS)
       01  WS-DATA-CALC.
           05 CV-AAAA              PIC 9(04).
           05 CV-MM                PIC 9(02).
           05 CV-DD                PIC 9(02).
       77  WS-DIAS-HOJE            PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-VENC            PIC 9(07) VALUE ZEROS.
       77  WS-SALDO-PARCELA        PIC S9(08)V99 VALUE ZEROS.

      *-----> CONTADORES DA LEITURA
       77  WS-CT-LIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENCIDAS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-LOTES             PIC 9(08) VALUE ZEROS.
       77  WS-CT-CORRETORES        PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CADASTRO      PIC 9(08) VALUE ZEROS.

      *-----> CADASTRO DE CORRETORES CARREGADO DO TERCAD NA PARTIDA
       01  TAB-CADASTRO-CORR.
           05 TAB-CAD-CORRETOR OCCURS 500 TIMES
              INDEXED BY WS-IDX-CAD.
              10 TB-CAD-CODIGO     PIC 9(05).
              10 TB-CAD-NOME       PIC X(30).
              10 TB-CAD-SITUACAO   PIC X(01).
       77  WS-QTD-CADASTRO         PIC 9(03) VALUE ZEROS.
       77  WS-MAX-CADASTRO         PIC 9(03) VALUE 500.
       77  WS-FIM-CADASTRO         PIC X(01) VALUE "N".
       77  WS-CAD-CARREGADO        PIC X(01) VALUE "N".
           88 CADASTRO-CARREGADO             VALUE "S".
       77  WS-ACHOU-CADASTRO       PIC X(01) VALUE "N".
           88 CORRETOR-CADASTRADO            VALUE "S".
       77  WS-CORRETOR-PESQ        PIC 9(05) VALUE ZEROS.

      *-----> QUEBRAS POR CORRETOR E POR LOTE
       77  WS-PRIMEIRA-QUEBRA      PIC X(01) VALUE "S".
       77  WS-CORRETOR-ANT         PIC 9(05) VALUE ZEROS.
       77  WS-LOTE-ANT             PIC 9(10) VALUE ZEROS.
       77  WS-VENDA-ANT            PIC 9(08) VALUE ZEROS.

      *-----> SALDOS POR FAIXA DE ATRASO: 1 = 1 A 30, 2 = 31 A 60,
      *-----> 3 = 61 A 90, 4 = MAIS DE 90 DIAS, 5 = TOTAL VENCIDO
       77  WS-FAIXA                PIC 9(01) VALUE ZEROS.
       01  WS-ACUM-LOTE.
           05 WS-SALDO-LOTE        PIC 9(10)V99 OCCURS 5 TIMES.
       01  WS-ACUM-CORRETOR.
           05 WS-SALDO-CORR        PIC 9(10)V99 OCCURS 5 TIMES.
       01  WS-ACUM-GERAL.
           05 WS-SALDO-GERAL       PIC 9(10)V99 OCCURS 5 TIMES.
       77  WS-QTD-LOTE             PIC 9(03) VALUE ZEROS.
       77  WS-VENC-ANTIGO-LOTE     PIC 9(08) VALUE ZEROS.
       77  WS-MAIOR-ATRASO-LOTE    PIC 9(05) VALUE ZEROS.

      *-----> LINHAS DO RELATORIO DE ATRASOS
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG023 - ATRASOS DAS PA".
           05 FILLER              PIC X(30)
              VALUE "RCELAS A RECEBER (AGING)      ".

       01  WS-CABECALHO-2.
           05 FILLER              PIC X(13)
              VALUE "POSICAO EM:  ".
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
              "ID DO LOTE QTD  VENCIMENT".
           05 FILLER              PIC X(25) VALUE
              "O  ATRASO    1 A 30 DIAS ".
           05 FILLER              PIC X(25) VALUE
              "  31 A 60 DIAS   61 A 90 ".
           05 FILLER              PIC X(25) VALUE
              "DIAS     MAIS DE 90  TOTA".
           05 FILLER              PIC X(09) VALUE
              "L VENCIDO".

       01  WS-LINHA-CORRETOR.
           05 FILLER              PIC X(10) VALUE "CORRETOR: ".
           05 CR-CORRETOR         PIC 9(05).
           05 FILLER              PIC X(03) VALUE " - ".
           05 CR-NOME             PIC X(30).

       01  WS-LINHA-DETALHE.
           05 DL-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-QTD-VENCIDAS     PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-VENC-ANTIGO.
              10 DL-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-AAAA      PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-MAIOR-ATRASO     PIC ZZ.ZZ9.
           05 DL-FAIXAS.
              10 DL-FAIXA-SALDO    OCCURS 5 TIMES.
                 15 FILLER         PIC X(01) VALUE SPACE.
                 15 DL-SALDO       PIC $$$.$$$.$$9,99.

       01  WS-LINHA-TOTAL.
           05 TT-DESCRICAO        PIC X(34).
           05 TT-FAIXAS.
              10 TT-FAIXA-SALDO    OCCURS 5 TIMES.
                 15 FILLER         PIC X(01) VALUE SPACE.
                 15 TT-SALDO       PIC $$$.$$$.$$9,99.

       01  WS-LINHA-QUANTIDADES.
           05 FILLER              PIC X(16) VALUE "                ".
           05 FILLER              PIC X(12) VALUE "CORRETORES: ".
           05 TQ-CORRETORES        PIC ZZZ.ZZ9.
           05 FILLER              PIC X(10) VALUE "  LOTES:  ".
           05 TQ-LOTES             PIC ZZZ.ZZ9.
           05 FILLER              PIC X(21)
              VALUE "  PARCELAS VENCIDAS: ".
           05 TQ-VENCIDAS          PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              SORT ARQ-SORT
                 ON ASCENDING KEY SR-COD-CORRETOR SR-ID-LOTE
                                  SR-DATA-VENDA   SR-DATA-VENC
                                  SR-NUM-PARCELA
                 INPUT PROCEDURE IS 019-SELECIONAR-VENCIDAS
                 OUTPUT PROCEDURE IS 031-PROCESSAR-CLASSIFICADO
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG023 - ATRASOS DAS PARCELAS A RECEBER"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE WS-DATA-HOJE TO WS-DATA-CALC
           COMPUTE WS-DIAS-HOJE = CV-AAAA * 360 + CV-MM * 30 + CV-DD

           MOVE "N"   TO WS-FIM WS-RECEBER-ABERTO
           MOVE "S"   TO WS-PRIMEIRA-QUEBRA
           MOVE ZEROS TO WS-COD-RETORNO     WS-CT-LIDOS
                          WS-CT-VENCIDAS     WS-CT-LOTES
                          WS-CT-CORRETORES   WS-CT-SEM-CADASTRO
                          WS-ACUM-LOTE       WS-ACUM-CORRETOR
                          WS-ACUM-GERAL

           PERFORM 076-CARREGAR-CORRETORES
           IF NOT CADASTRO-CARREGADO
              MOVE 99 TO WS-COD-RETORNO
           END-IF

      *-----> CONTAS A RECEBER AINDA INEXISTENTE (NENHUMA VENDA A
      *-----> PRAZO BAIXADA) SAI COMO CARTEIRA SEM ATRASOS
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
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERAGR) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
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
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LE TODO O CONTAS A        *
      *    RECEBER E LIBERA AS PARCELAS EM ABERTO JA VENCIDAS         *
      *--------------------------------------------------------------*
       019-SELECIONAR-VENCIDAS.

           MOVE "N" TO WS-FIM

           IF RECEBER-ABERTO
              PERFORM 020-LER-PARCELA
              PERFORM 026-LIBERAR-PARCELA UNTIL WS-FIM = "S"
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
                 ADD 1 TO WS-CT-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR A PARCELA SE ELA ESTA EM ABERTO, VENCIDA E COM     *
      *    SALDO, E LER A PROXIMA                                     *
      *--------------------------------------------------------------*
       026-LIBERAR-PARCELA.

           IF RB-ABERTA
              AND RB-DATA-VENC IS NUMERIC
              AND RB-DATA-VENC < WS-DATA-HOJE
              COMPUTE WS-SALDO-PARCELA = RB-VAL-PARCELA - RB-VAL-PAGO
              IF WS-SALDO-PARCELA > ZERO
                 PERFORM 027-CALCULAR-ATRASO
                 ADD 1 TO WS-CT-VENCIDAS
                 MOVE RB-COD-CORRETOR   TO SR-COD-CORRETOR
                 MOVE RB-ID-LOTE        TO SR-ID-LOTE
                 MOVE RB-DATA-VENDA     TO SR-DATA-VENDA
                 MOVE RB-DATA-VENC      TO SR-DATA-VENC
                 MOVE RB-NUM-PARCELA    TO SR-NUM-PARCELA
                 MOVE WS-SALDO-PARCELA  TO SR-SALDO
                 RELEASE REG-SORT
              END-IF
           END-IF

           PERFORM 020-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    CALCULAR OS DIAS DE ATRASO DA PARCELA NO ANO COMERCIAL     *
      *    (TODO MES COM 30 DIAS - O MESMO CRITERIO DA COBRANCA)      *
      *--------------------------------------------------------------*
       027-CALCULAR-ATRASO.

           MOVE RB-DATA-VENC TO WS-DATA-CALC
           COMPUTE WS-DIAS-VENC = CV-AAAA * 360 + CV-MM * 30 + CV-DD

           IF WS-DIAS-HOJE > WS-DIAS-VENC
              COMPUTE SR-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
           ELSE
      *-----> VENCIDA NO DIA 31 E VISTA NO DIA 1 SEGUINTE DA ZERO DIAS
      *-----> NO ANO COMERCIAL - CONTA COMO UM DIA DE ATRASO
              MOVE 1 TO SR-DIAS-ATRASO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: RECEBE AS PARCELAS JA       *
      *    CLASSIFICADAS POR CORRETOR E LOTE E IMPRIME O RELATORIO    *
      *--------------------------------------------------------------*
       031-PROCESSAR-CLASSIFICADO.

           MOVE "N" TO WS-FIM

           PERFORM 032-RETORNAR-CLASSIFICADO
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           .
      *--------------------------------------------------------------*
      *    RETORNAR A PROXIMA PARCELA CLASSIFICADA DO SORT            *
      *--------------------------------------------------------------*
       032-RETORNAR-CLASSIFICADO.

           RETURN ARQ-SORT INTO WS-VENCIDA
              AT END
                 MOVE 'S' TO WS-FIM
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UMA PARCELA VENCIDA: QUEBRAS DE CORRETOR E DE    *
      *    LOTE E ACUMULO DO SALDO NA FAIXA DE ATRASO                 *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-QUEBRAR-CORRETOR-LOTE
           PERFORM 034-ACUMULAR-PARCELA

           PERFORM 032-RETORNAR-CLASSIFICADO
           .
      *--------------------------------------------------------------*
      *    TRATAR AS QUEBRAS POR CORRETOR E POR LOTE (A VENDA FAZ     *
      *    PARTE DA QUEBRA DO LOTE, PARA NAO JUNTAR A REVENDA)        *
      *--------------------------------------------------------------*
       028-QUEBRAR-CORRETOR-LOTE.

           IF WS-PRIMEIRA-QUEBRA = "S"
              MOVE "N" TO WS-PRIMEIRA-QUEBRA
              PERFORM 042-IMPRIMIR-CORRETOR
              PERFORM 036-INICIAR-LOTE
           ELSE
              IF VC-COD-CORRETOR NOT = WS-CORRETOR-ANT
                 PERFORM 040-IMPRIMIR-LOTE
                 PERFORM 044-IMPRIMIR-SUBTOTAL
                 PERFORM 042-IMPRIMIR-CORRETOR
                 PERFORM 036-INICIAR-LOTE
              ELSE
                 IF VC-ID-LOTE NOT = WS-LOTE-ANT
                    OR VC-DATA-VENDA NOT = WS-VENDA-ANT
                    PERFORM 040-IMPRIMIR-LOTE
                    PERFORM 036-INICIAR-LOTE
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A PARCELA NO LOTE: QUANTIDADE, VENCIMENTO MAIS    *
      *    ANTIGO, MAIOR ATRASO E SALDO NA FAIXA                      *
      *--------------------------------------------------------------*
       034-ACUMULAR-PARCELA.

           ADD 1 TO WS-QTD-LOTE

      *-----> A CLASSIFICACAO TRAZ O VENCIMENTO MAIS ANTIGO PRIMEIRO
           IF WS-QTD-LOTE = 1
              MOVE VC-DATA-VENC TO WS-VENC-ANTIGO-LOTE
           END-IF

           IF VC-DIAS-ATRASO > WS-MAIOR-ATRASO-LOTE
              MOVE VC-DIAS-ATRASO TO WS-MAIOR-ATRASO-LOTE
           END-IF

           EVALUATE TRUE
              WHEN VC-DIAS-ATRASO <= 30
                 MOVE 1 TO WS-FAIXA
              WHEN VC-DIAS-ATRASO <= 60
                 MOVE 2 TO WS-FAIXA
              WHEN VC-DIAS-ATRASO <= 90
                 MOVE 3 TO WS-FAIXA
              WHEN OTHER
                 MOVE 4 TO WS-FAIXA
           END-EVALUATE

           ADD VC-SALDO TO WS-SALDO-LOTE (WS-FAIXA)
                           WS-SALDO-LOTE (5)
           .
      *--------------------------------------------------------------*
      *    INICIAR OS ACUMULADORES DO LOTE QUE COMECA                 *
      *--------------------------------------------------------------*
       036-INICIAR-LOTE.

           MOVE VC-ID-LOTE    TO WS-LOTE-ANT
           MOVE VC-DATA-VENDA TO WS-VENDA-ANT
           MOVE ZEROS         TO WS-QTD-LOTE WS-VENC-ANTIGO-LOTE
                                 WS-MAIOR-ATRASO-LOTE WS-ACUM-LOTE
           ADD 1 TO WS-CT-LOTES
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DO LOTE ENCERRADO E SOMAR NO CORRETOR     *
      *--------------------------------------------------------------*
       040-IMPRIMIR-LOTE.

           MOVE WS-LOTE-ANT                TO DL-ID-LOTE
           MOVE WS-QTD-LOTE                TO DL-QTD-VENCIDAS
           MOVE WS-VENC-ANTIGO-LOTE(7:2)   TO DL-DATA-DD
           MOVE WS-VENC-ANTIGO-LOTE(5:2)   TO DL-DATA-MM
           MOVE WS-VENC-ANTIGO-LOTE(1:4)   TO DL-DATA-AAAA
           MOVE WS-MAIOR-ATRASO-LOTE       TO DL-MAIOR-ATRASO

           MOVE 1 TO WS-FAIXA
           PERFORM 046-MOVER-FAIXA-LOTE 5 TIMES

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
      *--------------------------------------------------------------*
      *    MOVER O SALDO DE UMA FAIXA DO LOTE PARA A LINHA E SOMA-LO  *
      *    NO CORRETOR                                                *
      *--------------------------------------------------------------*
       046-MOVER-FAIXA-LOTE.

           MOVE WS-SALDO-LOTE (WS-FAIXA) TO DL-SALDO (WS-FAIXA)
           ADD  WS-SALDO-LOTE (WS-FAIXA) TO WS-SALDO-CORR (WS-FAIXA)
           ADD 1 TO WS-FAIXA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A IDENTIFICACAO DO CORRETOR QUE COMECA, COM O     *
      *    NOME DO CADASTRO                                           *
      *--------------------------------------------------------------*
       042-IMPRIMIR-CORRETOR.

           MOVE VC-COD-CORRETOR TO WS-CORRETOR-ANT WS-CORRETOR-PESQ
           ADD 1 TO WS-CT-CORRETORES

           PERFORM 078-PESQUISAR-CORRETOR

           MOVE VC-COD-CORRETOR TO CR-CORRETOR
           IF CORRETOR-CADASTRADO
              MOVE TB-CAD-NOME (WS-IDX-CAD) TO CR-NOME
           ELSE
              MOVE "** CORRETOR NAO CADASTRADO **" TO CR-NOME
              ADD 1 TO WS-CT-SEM-CADASTRO
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-CORRETOR
           WRITE REG-RELATORIO FROM WS-CABECALHO-3
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TOTAL POR FAIXA DO CORRETOR ENCERRADO E SOMAR   *
      *    NO TOTAL GERAL                                             *
      *--------------------------------------------------------------*
       044-IMPRIMIR-SUBTOTAL.

           MOVE "  TOTAL DO CORRETOR" TO TT-DESCRICAO

           MOVE 1 TO WS-FAIXA
           PERFORM 048-MOVER-FAIXA-CORRETOR 5 TIMES

           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           WRITE REG-RELATORIO FROM SPACES

           MOVE ZEROS TO WS-ACUM-CORRETOR
           .
      *--------------------------------------------------------------*
      *    MOVER O SALDO DE UMA FAIXA DO CORRETOR PARA A LINHA E      *
      *    SOMA-LO NO TOTAL GERAL                                     *
      *--------------------------------------------------------------*
       048-MOVER-FAIXA-CORRETOR.

           MOVE WS-SALDO-CORR (WS-FAIXA) TO TT-SALDO (WS-FAIXA)
           ADD  WS-SALDO-CORR (WS-FAIXA) TO WS-SALDO-GERAL (WS-FAIXA)
           ADD 1 TO WS-FAIXA
           .
      *--------------------------------------------------------------*
      *    MOVER O SALDO DE UMA FAIXA DO TOTAL GERAL PARA A LINHA     *
      *--------------------------------------------------------------*
       049-MOVER-FAIXA-GERAL.

           MOVE WS-SALDO-GERAL (WS-FAIXA) TO TT-SALDO (WS-FAIXA)
           ADD 1 TO WS-FAIXA
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CADASTRO DE CORRETORES (TERCAD) NA TABELA -     *
      *    SEM CADASTRO O RELATORIO NAO TEM OS NOMES E NAO RODA       *
      *--------------------------------------------------------------*
       076-CARREGAR-CORRETORES.

           MOVE "N"   TO WS-CAD-CARREGADO WS-FIM-CADASTRO
           MOVE ZEROS TO WS-QTD-CADASTRO
           MOVE ZEROS TO TAB-CADASTRO-CORR

           OPEN INPUT ARQ-CORRETORES
           IF FS-CORRETORES NOT = "00"
              DISPLAY "** ARQ-CORRETORES (TERCAD) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-CORRETORES " **"
           ELSE
              PERFORM 077-LER-CORRETOR
                 UNTIL WS-FIM-CADASTRO = "S"
              CLOSE ARQ-CORRETORES
           END-IF

           IF WS-QTD-CADASTRO > ZERO
              MOVE "S" TO WS-CAD-CARREGADO
              DISPLAY "CORRETORES CADASTRADOS = " WS-QTD-CADASTRO
           ELSE
              DISPLAY "** RELATORIO ABORTADO - CADASTRO DE **"
              DISPLAY "** CORRETORES (TERCAD) AUSENTE OU   **"
              DISPLAY "** VAZIO - RODAR ANTES O CGPRG011   **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM CORRETOR DO TERCAD E GUARDA-LO NA TABELA            *
      *--------------------------------------------------------------*
       077-LER-CORRETOR.

           READ ARQ-CORRETORES
              AT END
                 MOVE "S" TO WS-FIM-CADASTRO
              NOT AT END
                 IF WS-QTD-CADASTRO < WS-MAX-CADASTRO
                    ADD 1 TO WS-QTD-CADASTRO
                    SET WS-IDX-CAD TO WS-QTD-CADASTRO
                    MOVE CD-COD-CORRETOR TO TB-CAD-CODIGO (WS-IDX-CAD)
                    MOVE CD-NOME         TO TB-CAD-NOME (WS-IDX-CAD)
                    MOVE CD-SITUACAO     TO
                       TB-CAD-SITUACAO (WS-IDX-CAD)
                 ELSE
                    DISPLAY "** TERCAD COM MAIS CORRETORES QUE O **"
                    DISPLAY "** LIMITE DA TABELA INTERNA         **"
                    MOVE ZEROS TO WS-QTD-CADASTRO
                    MOVE "S"   TO WS-FIM-CADASTRO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    PESQUISAR O CORRETOR DE WS-CORRETOR-PESQ NO CADASTRO       *
      *    CARREGADO (WS-IDX-CAD FICA APONTANDO A OCORRENCIA)         *
      *--------------------------------------------------------------*
       078-PESQUISAR-CORRETOR.

           MOVE "N" TO WS-ACHOU-CADASTRO

           IF WS-QTD-CADASTRO > ZERO
              SET WS-IDX-CAD TO 1
              SEARCH TAB-CAD-CORRETOR
                 AT END
                    CONTINUE
                 WHEN TB-CAD-CODIGO (WS-IDX-CAD) = WS-CORRETOR-PESQ
                    AND WS-IDX-CAD <= WS-QTD-CADASTRO
                       MOVE "S" TO WS-ACHOU-CADASTRO
              END-SEARCH
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF FS-RELATORIO = "00"
              IF WS-PRIMEIRA-QUEBRA = "N"
                 PERFORM 040-IMPRIMIR-LOTE
                 PERFORM 044-IMPRIMIR-SUBTOTAL
              ELSE
                 MOVE "NENHUMA PARCELA VENCIDA EM ABERTO NA CARTEIRA"
                    TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 WRITE REG-RELATORIO FROM SPACES
              END-IF

              MOVE "TOTAL GERAL" TO TT-DESCRICAO
              MOVE 1 TO WS-FAIXA
              PERFORM 049-MOVER-FAIXA-GERAL 5 TIMES
              WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

              MOVE WS-CT-CORRETORES TO TQ-CORRETORES
              MOVE WS-CT-LOTES      TO TQ-LOTES
              MOVE WS-CT-VENCIDAS   TO TQ-VENCIDAS
              WRITE REG-RELATORIO FROM WS-LINHA-QUANTIDADES

              IF RECEBER-ABERTO
                 CLOSE ARQ-RECEBER
              END-IF
              CLOSE ARQ-RELATORIO

              DISPLAY "PARCELAS LIDAS       = " WS-CT-LIDOS
              DISPLAY "PARCELAS VENCIDAS    = " WS-CT-VENCIDAS
              DISPLAY "LOTES EM ATRASO      = " WS-CT-LOTES
              DISPLAY "CORRETORES NO RELAT. = " WS-CT-CORRETORES
              DISPLAY "CORRETORES SEM CADAS.= " WS-CT-SEM-CADASTRO
              DISPLAY "TOTAL VENCIDO        = " WS-SALDO-GERAL (5)

              IF WS-COD-RETORNO = ZEROS
                 IF WS-CT-VENCIDAS = ZERO
                    MOVE 10 TO WS-COD-RETORNO
                 ELSE
                    IF WS-CT-SEM-CADASTRO > ZERO
                       MOVE 04 TO WS-COD-RETORNO
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG023"
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
              MOVE "CGPRG023"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              MOVE WS-DATA-HOJE      TO RC-DATA-PROC
              MOVE WS-CT-LIDOS       TO RC-CT-LIDOS
              MOVE WS-CT-VENCIDAS    TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG023 <-------------------*
