      *    - SUBTOTAIS DO MES POR FAIXA DE CLASSIFICACAO             *
      *      (DECLARADO X APURADO);                                  *
      *    - TOTAIS DO MES.                                          *
      *    OS TOTAIS DO MES SAO GRAVADOS TAMBEM NO TERFMT (UM        *
      *    REGISTRO POR EXECUCAO), DE ONDE A INTERFACE CONTABIL      *
      *    (CGPRG027) OS TIRA PARA A CONCILIACAO DO RESUMO DE        *
      *    LANCAMENTOS.                                              *
      *    QUALQUER DIA APONTADO ENCERRA COM CODIGO DE RETORNO 08.   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-FECHAMENTO.

           SELECT ARQ-TOTAIS-MES ASSIGN TO "TERFMT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-TOTAIS-MES.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.
           05 AU-MENSAGEM          PIC X(12).
           05 AU-COD-CORRETOR      PIC 9(05).
           05 AU-ID-LOTE           PIC 9(10).
           05 AU-CARACTERISTICAS   PIC X(08).
           05 AU-FATOR-CARACT      PIC 9(01)V9(04).

      *-----> DEMONSTRATIVO CONSOLIDADO DO FECHAMENTO
       FD  ARQ-FECHAMENTO
           LABEL RECORDS ARE STANDARD.
       01  REG-FECHAMENTO          PIC X(130).

      *-----> TOTAIS DO MES FECHADO - UM REGISTRO POR EXECUCAO,
      *-----> ACUMULADOS (O CGPRG027 USA O ULTIMO DA COMPETENCIA;
      *-----> ALTERACAO AQUI DEVE SER REFLETIDA LA)
       FD  ARQ-TOTAIS-MES
           LABEL RECORDS ARE STANDARD.
       01  REG-TOTAIS-MES.
           05 FM-COMPETENCIA        PIC 9(06).
           05 FM-DATA-PROC          PIC 9(08).
           05 FM-HORA-PROC          PIC 99.99.9999.
           05 FM-QTD                PIC 9(08).
           05 FM-VENDA              PIC 9(12)V99.
           05 FM-COMISSAO           PIC 9(11)V99.
           05 FM-IMPOSTO            PIC 9(11)V99.
           05 FM-SITUACAO           PIC X(01).
              88 FM-CONFERIDO                 VALUE "S".
              88 FM-COM-APONTAMENTO           VALUE "N".

      *-----> CONTROLE DE EXECUCAO DA CADEIA (TERRUN) - MESMO LAYOUT
      *-----> DO CGPRG004; ALTERACAO LA DEVE SER REFLETIDA AQUI
       FD  ARQ-CONTROLE
       77  FS-TOTAIS               PIC X(02) VALUE "00".
       77  FS-AUDITORIA            PIC X(02) VALUE "00".
       77  FS-FECHAMENTO           PIC X(02) VALUE "00".
       77  FS-TOTAIS-MES           PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
                    DISPLAY "** FECHAMENTO COM DIAS APONTADOS **"
                    MOVE 08 TO WS-COD-RETORNO
                 END-IF
                 PERFORM 055-GRAVAR-TOTAIS-MES
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG012"
           .
      *--------------------------------------------------------------*
      *    GRAVAR OS TOTAIS DO MES NO TERFMT PARA A INTERFACE         *
      *    CONTABIL (CGPRG027)                                        *
      *--------------------------------------------------------------*
       055-GRAVAR-TOTAIS-MES.

           OPEN EXTEND ARQ-TOTAIS-MES
           IF FS-TOTAIS-MES NOT = "00"
              OPEN OUTPUT ARQ-TOTAIS-MES
           END-IF

           IF FS-TOTAIS-MES NOT = "00"
              DISPLAY "** ARQ-TOTAIS-MES (TERFMT) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-TOTAIS-MES " **"
           ELSE
              MOVE WS-COMPETENCIA    TO FM-COMPETENCIA
              MOVE WS-DATA-HOJE      TO FM-DATA-PROC
              ACCEPT AS-HORA FROM TIME
              MOVE AS-HORA           TO FM-HORA-PROC
              MOVE WS-MES-QTD        TO FM-QTD
              MOVE WS-MES-VENDA      TO FM-VENDA
              MOVE WS-MES-COMIS      TO FM-COMISSAO
              MOVE WS-MES-IMPOSTO    TO FM-IMPOSTO
              IF FECHAMENTO-OK
                 MOVE "S"            TO FM-SITUACAO
              ELSE
                 MOVE "N"            TO FM-SITUACAO
              END-IF

              WRITE REG-TOTAIS-MES
              CLOSE ARQ-TOTAIS-MES
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DE INICIO NO CONTROLE (TERRUN)           *
      *--------------------------------------------------------------*
       060-GRAVAR-CTRL-INICIO.
