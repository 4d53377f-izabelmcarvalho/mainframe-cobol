           05 RJ-DESC-MOTIVO       PIC X(30).
           05 RJ-COD-CORRETOR      PIC 9(05).
           05 RJ-ID-LOTE           PIC 9(10).
           05 RJ-CARACTERISTICAS   PIC X(08).

      *-----> ARQUIVO DE CORRECOES DIGITADAS PELO ATENDIMENTO
      *-----> (CHAVE = CEP ORIGINAL DO REJEITO; CAMPO NOVO ZERADO
           05 RE-COMP              PIC 9(03)V99.
           05 RE-VAL-M2            PIC 9(05)V99.
           05 RE-COD-CORRETOR      PIC 9(05).
           05 RE-CARACTERISTICAS   PIC X(08).

       01  REG-ENTRADA-HEADER.
           05 FILLER               PIC X(01).
           05 HE-DATA-ARQUIVO      PIC 9(08).
           05 HE-SISTEMA-ORIGEM    PIC X(08).
           05 FILLER               PIC X(32).

       01  REG-ENTRADA-TRAILER.
           05 FILLER               PIC X(01).
           05 TR-QTD-REGISTROS     PIC 9(08).
           05 TR-HASH-TOTAL        PIC 9(13)V99.
           05 FILLER               PIC X(25).

      *-----> RELATORIO DO RETRABALHO
       FD  ARQ-RELATORIO
           05 PA-DESC-MOTIVO        PIC X(30).
           05 PA-COD-CORRETOR       PIC 9(05).
           05 PA-DATA-ENTRADA       PIC 9(08).
           05 PA-CARACTERISTICAS    PIC X(08).

      *-----> LIVRO DE PENDENCIAS ATUALIZADO DESTA RODADA (O JOB
      *-----> TROCA AS GERACOES: O TERPEN DE HOJE E O TERPEA DE
           05 PD-DESC-MOTIVO        PIC X(30).
           05 PD-COD-CORRETOR       PIC 9(05).
           05 PD-DATA-ENTRADA       PIC 9(08).
           05 PD-CARACTERISTICAS    PIC X(08).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-TRAB-ID-LOTE         PIC 9(10) VALUE ZEROS.
       77  WS-TRAB-MOTIVO          PIC 9(02) VALUE ZEROS.
       77  WS-TRAB-DESC-MOTIVO     PIC X(30) VALUE SPACES.
       77  WS-TRAB-CARACTERISTICAS PIC X(08) VALUE SPACES.

      *-----> CONTROLE DO LIVRO DE PENDENCIAS (TERPEA/TERPEN)
       77  FS-PENDENCIAS-ANT       PIC X(02) VALUE "00".
              10 TP-COD-CORRETOR  PIC 9(05).
              10 TP-DATA-ENTRADA  PIC 9(08).
              10 TP-SITUACAO      PIC X(01).
              10 TP-CARACTERISTICAS PIC X(08).
       77  WS-QTD-PENDENCIAS       PIC 9(03) VALUE ZEROS.
       77  WS-MAX-PENDENCIAS       PIC 9(03) VALUE 500.

                       TP-COD-CORRETOR (WS-IDX-PEN)
                    MOVE PA-DATA-ENTRADA TO
                       TP-DATA-ENTRADA (WS-IDX-PEN)
                    MOVE PA-CARACTERISTICAS TO
                       TP-CARACTERISTICAS (WS-IDX-PEN)
                    MOVE "P"             TO TP-SITUACAO (WS-IDX-PEN)
                 ELSE
                    DISPLAY "** LIVRO DE PENDENCIAS CHEIO -    **"
                    MOVE PA-DESC-MOTIVO  TO PD-DESC-MOTIVO
                    MOVE PA-COD-CORRETOR TO PD-COD-CORRETOR
                    MOVE PA-DATA-ENTRADA TO PD-DATA-ENTRADA
                    MOVE PA-CARACTERISTICAS TO PD-CARACTERISTICAS
                    WRITE REG-PENDENCIA
                    ADD 1 TO WS-CT-PEND-ABERTAS
                 END-IF
           MOVE RJ-COMP        TO WS-TRAB-COMP
           MOVE RJ-COD-MOTIVO  TO WS-TRAB-MOTIVO
           MOVE RJ-DESC-MOTIVO TO WS-TRAB-DESC-MOTIVO
           MOVE RJ-CARACTERISTICAS TO WS-TRAB-CARACTERISTICAS
           IF RJ-COD-CORRETOR IS NUMERIC
              MOVE RJ-COD-CORRETOR TO WS-TRAB-CORRETOR
           ELSE
                       TP-COD-CORRETOR (WS-IDX-PEN)
                    MOVE WS-DATA-AAAAMMDD    TO
                       TP-DATA-ENTRADA (WS-IDX-PEN)
                    MOVE WS-TRAB-CARACTERISTICAS TO
                       TP-CARACTERISTICAS (WS-IDX-PEN)
                    MOVE "P"                 TO
                       TP-SITUACAO (WS-IDX-PEN)
                    ADD 1 TO WS-CT-PEND-NOVAS
           .
      *--------------------------------------------------------------*
      *    VALIDAR OS CAMPOS CORRIGIDOS (MESMAS REGRAS DO             *
      *    025-VALIDAR-REGISTRO DO CGPRG004 - A CRITICA DO CORRETOR   *
      *    E DAS CARACTERISTICAS FICA LA, QUE TEM O TERCAD E O        *
      *    TERFAT CARREGADOS)                                         *
      *--------------------------------------------------------------*
       025-VALIDAR-REGISTRO.

           MOVE ZEROS               TO RE-VAL-M2
           MOVE WS-TRAB-CORRETOR    TO RE-COD-CORRETOR
           MOVE WS-TRAB-ID-LOTE     TO RE-ID-LOTE
           MOVE WS-TRAB-CARACTERISTICAS TO RE-CARACTERISTICAS

           WRITE REG-ENTRADA

              MOVE TP-COMP (WS-IDX-PEN)         TO WS-TRAB-COMP
              MOVE TP-COD-CORRETOR (WS-IDX-PEN) TO WS-TRAB-CORRETOR
              MOVE TP-ID-LOTE (WS-IDX-PEN)      TO WS-TRAB-ID-LOTE
              MOVE TP-CARACTERISTICAS (WS-IDX-PEN)
                 TO WS-TRAB-CARACTERISTICAS

              PERFORM 032-PESQUISAR-CORRECAO

           MOVE TP-DESC-MOTIVO (WS-IDX-PEN)  TO PD-DESC-MOTIVO
           MOVE TP-COD-CORRETOR (WS-IDX-PEN) TO PD-COD-CORRETOR
           MOVE TP-DATA-ENTRADA (WS-IDX-PEN) TO PD-DATA-ENTRADA
           MOVE TP-CARACTERISTICAS (WS-IDX-PEN) TO PD-CARACTERISTICAS

           WRITE REG-PENDENCIA
           ADD 1 TO WS-CT-PEND-ABERTAS
