      *    VENCEU PARA ARQUIVOS DE ARQUIVAMENTO DATADOS (O JOB       *
      *    TROCA AS GERACOES):                                       *
      *    - TERAUD: REGISTROS MAIS VELHOS QUE A RETENCAO VAO PARA   *
      *      O TERAUA; OS DEMAIS SAO RECOPIADOS NO TERAUK. O TERAUA  *
      *      E ABERTO EM OUTPUT (UMA GERACAO NOVA POR RODADA) E A    *
      *      CONFERENCIA DO CGPRG029 PRECISA DE TODAS AS GERACOES    *
      *      CONCATENADAS PELO JOB;                                  *
      *    - TERPRC: AS VERSOES SUPERADAS (VIGENCIA ANTERIOR A DA    *
      *      VERSAO EM VIGOR) VAO PARA O TERPCA; A VERSAO EM VIGOR   *
      *      E AS FUTURAS SAO RECOPIADAS NO TERPCK - E ISSO QUE      *
      *      TERPLA; AS DEMAIS PARA O TERPLK;                        *
      *    - TERMST: LOTES COM STATUS "V" PARADOS HA MAIS QUE A      *
      *      RETENCAO SAO COPIADOS NO TERMSA E EXCLUIDOS DO MESTRE.  *
      *      CADA LOTE DESCARREGADO GANHA UM EVENTO DE               *
      *      ARQUIVAMENTO NO HISTORICO DO LOTE (TERHIS), QUE NAO     *
      *      E EXPURGADO.                                            *
      *    O RELATORIO DE EXPURGO (TERHKR) SAI COM AS QUANTIDADES E  *
      *    OS TOTAIS DE VALOR MOVIDOS, PARA A TRILHA DE BATIMENTO    *
      *    CONTINUAR PROVAVEL DEPOIS DO EXPURGO.                     *
                  RECORD KEY   IS MS-ID-LOTE
                  FILE STATUS  IS FS-MASTER.

           SELECT ARQ-HISTORICO  ASSIGN TO "TERHIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HI-CHAVE
                  FILE STATUS  IS FS-HISTORICO.

           SELECT ARQ-MST-ARQUIVO ASSIGN TO "TERMSA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-MST-ARQUIVO.
           05 AU-MENSAGEM          PIC X(12).
           05 AU-COD-CORRETOR      PIC 9(05).
           05 AU-ID-LOTE           PIC 9(10).
           05 AU-CARACTERISTICAS   PIC X(08).
           05 AU-FATOR-CARACT      PIC 9(01)V9(04).

      *-----> TRILHA RECOPIADA (DENTRO DA RETENCAO)
       FD  ARQ-AUD-MANTIDA
           LABEL RECORDS ARE STANDARD.
       01  REG-AUD-MANTIDA         PIC X(111).

      *-----> TRILHA ARQUIVADA (RETENCAO VENCIDA)
       FD  ARQ-AUD-ARQUIVO
           LABEL RECORDS ARE STANDARD.
       01  REG-AUD-ARQUIVO         PIC X(111).

      *-----> TABELA DE PRECOS OFICIAL (MESMO LAYOUT DO CGPRG008)
       FD  ARQ-PRECOS
              88 MS-REPRECIFICADO             VALUE "R".
              88 MS-REJEITADO                 VALUE "J".
              88 MS-VENDIDO                   VALUE "V".
              88 MS-RESERVADO                 VALUE "E".
           05 MS-CEP                PIC 9(08).
           05 MS-FRENTE             PIC 9(03)V99.
           05 MS-COMP               PIC 9(03)V99.
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

      *-----> LOTES VENDIDOS DESCARREGADOS DO MESTRE
       FD  ARQ-MST-ARQUIVO
           LABEL RECORDS ARE STANDARD.
       77  FS-LOG-ARQUIVO          PIC X(02) VALUE "00".
       77  FS-MASTER               PIC X(02) VALUE "00".
       77  FS-MST-ARQUIVO          PIC X(02) VALUE "00".
       77  FS-HISTORICO            PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-VIG-ESCOLHIDA        PIC 9(08) VALUE ZEROS.
       77  WS-FIM-PRECOS           PIC X(01) VALUE "N".

      *-----> HISTORICO DE EVENTOS DO LOTE (TERHIS) - A VIGENCIA DA
      *-----> TABELA DE PRECOS E HERDADA DO ULTIMO EVENTO DO LOTE QUE
      *-----> A REGISTROU (A PRECIFICACAO DO CGPRG004)
       77  WS-FIM-HISTORICO        PIC X(01) VALUE "N".
           88 FIM-HISTORICO                  VALUE "S".
       77  WS-SEQ-EVENTO           PIC 9(04) VALUE ZEROS.
       77  WS-CT-EVENTOS           PIC 9(08) VALUE ZEROS.
       77  WS-EVT-VIGENCIA         PIC 9(08) VALUE ZEROS.

      *-----> CONTADORES E TOTAIS DO EXPURGO
       77  WS-AUD-LIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-AUD-MANTIDOS         PIC 9(08) VALUE ZEROS.
                          WS-MST-VENDA-MOVIDA
                          WS-TOT-LIDOS   WS-TOT-MOVIDOS
                          WS-VIG-ESCOLHIDA
                          WS-SEQ-EVENTO  WS-CT-EVENTOS

           PERFORM 014-CARREGAR-PARAMETROS

                 DISPLAY "** FILE STATUS " FS-MST-ARQUIVO " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 PERFORM 054-ABRIR-HISTORICO
                 IF FS-HISTORICO = "00"
                    PERFORM 046-LER-MASTER
                    PERFORM 047-CLASSIFICAR-LOTE UNTIL WS-FIM = "S"
                    CLOSE ARQ-HISTORICO
                 END-IF
                 CLOSE ARQ-MST-ARQUIVO
              END-IF

              END-IF

              IF WS-DIAS-REGISTRO < WS-CORTE-VENDIDOS
                 PERFORM 055-MONTAR-EVENTO
                 WRITE REG-MST-ARQUIVO FROM REG-MASTER
                 DELETE ARQ-MASTER
                 ADD 1            TO WS-MST-MOVIDOS
                 ADD MS-VAL-VENDA TO WS-MST-VENDA-MOVIDA
                 IF FS-MASTER = "00"
                    PERFORM 058-GRAVAR-HISTORICO
                 END-IF
              END-IF
           END-IF

              DISPLAY "TERPRC MOVIDAS       = " WS-PRC-MOVIDAS
              DISPLAY "TERPRL MOVIDOS       = " WS-LOG-MOVIDOS
              DISPLAY "TERMST DESCARREGADOS = " WS-MST-MOVIDOS
              DISPLAY "EVENTOS NO HISTORICO = " WS-CT-EVENTOS
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG014"
           .
      *--------------------------------------------------------------*
      *    ABRIR (OU CRIAR) O HISTORICO DE EVENTOS DO LOTE - SEM ELE  *
      *    A DESCARGA NAO RODA, PARA NENHUM LOTE SAIR DO MESTRE SEM   *
      *    O EVENTO DE ARQUIVAMENTO                                   *
      *--------------------------------------------------------------*
       054-ABRIR-HISTORICO.

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
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR O EVENTO DE ARQUIVAMENTO DO LOTE ANTES DA EXCLUSAO  *
      *    (O LOTE SAI DO MESTRE COMO ESTAVA: "V", MESMO VALOR)       *
      *--------------------------------------------------------------*
       055-MONTAR-EVENTO.

           PERFORM 056-PESQUISAR-VIGENCIA

           IF WS-SEQ-EVENTO = 9999
              MOVE ZEROS TO WS-SEQ-EVENTO
           ELSE
              ADD 1 TO WS-SEQ-EVENTO
           END-IF
           MOVE MS-ID-LOTE        TO HI-ID-LOTE
           MOVE WS-DATA-HOJE      TO HI-DATA-EVENTO HI-DATA-NEGOCIO
           MOVE AS-HORA           TO HI-HORA-EVENTO
           MOVE WS-SEQ-EVENTO     TO HI-SEQ-EVENTO
           MOVE "CGPRG014"        TO HI-PROGRAMA
           MOVE "AR"              TO HI-TIPO-EVENTO
           MOVE MS-STATUS         TO HI-STATUS-ANT HI-STATUS-NOVO
           MOVE MS-VAL-M2         TO HI-VAL-M2
           MOVE MS-VAL-VENDA      TO HI-VAL-ANTERIOR HI-VAL-NOVO
           MOVE WS-EVT-VIGENCIA   TO HI-VIGENCIA
           MOVE MS-COD-CORRETOR   TO HI-COD-CORRETOR
           MOVE ZEROS             TO HI-COD-MOTIVO
           MOVE SPACES            TO HI-DESC-MOTIVO
           .
      *--------------------------------------------------------------*
      *    PESQUISAR NO HISTORICO A VIGENCIA DA TABELA DE PRECOS QUE  *
      *    FORMOU O VALOR DO LOTE (ULTIMO EVENTO COM VIGENCIA)        *
      *--------------------------------------------------------------*
       056-PESQUISAR-VIGENCIA.

           MOVE ZEROS      TO WS-EVT-VIGENCIA
           MOVE "N"        TO WS-FIM-HISTORICO
           MOVE LOW-VALUES TO HI-CHAVE
           MOVE MS-ID-LOTE TO HI-ID-LOTE

           START ARQ-HISTORICO KEY IS NOT LESS THAN HI-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FIM-HISTORICO
           END-START

           PERFORM 057-LER-HISTORICO
              UNTIL FIM-HISTORICO
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO EVENTO DO LOTE NO HISTORICO                  *
      *--------------------------------------------------------------*
       057-LER-HISTORICO.

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
      *    GRAVAR NO HISTORICO O EVENTO DE ARQUIVAMENTO MONTADO       *
      *--------------------------------------------------------------*
       058-GRAVAR-HISTORICO.

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
      *    GRAVAR O REGISTRO DE INICIO NO CONTROLE (TERRUN)           *
      *--------------------------------------------------------------*
       060-GRAVAR-CTRL-INICIO.
