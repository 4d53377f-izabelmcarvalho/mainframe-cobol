       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG025.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    MANUTENCAO DA TABELA DE FATORES DE CARACTERISTICA (TERFAT)*
      *    RECEBE UMA CARGA PROPOSTA (TERFTN: UM HEADER COM O        *
      *    USUARIO RESPONSAVEL, SEGUIDO DAS CARACTERISTICAS) E SO A  *
      *    EFETIVA DEPOIS DE CRITICAR:                               *
      *    - CODIGO PREENCHIDO E SEM DUPLICIDADE DENTRO DA CARGA;    *
      *    - DESCRICAO PREENCHIDA;                                   *
      *    - FATOR NUMERICO ENTRE 0,5000 E 1,5000 (1,0000 = SEM      *
      *      AJUSTE; ESQUINA POR EXEMPLO 1,1000, AREA ALAGAVEL       *
      *      0,8000).                                                *
      *    A CARGA EFETIVADA SUBSTITUI O TERFAT INTEIRO (A CARGA E   *
      *    SEMPRE A TABELA COMPLETA). CADA CARGA (EFETIVADA OU       *
      *    REJEITADA) E REGISTRADA NO LOG TERFTL COM QUEM E QUANDO.  *
      *    E DESTA TABELA QUE O CGPRG004 TIRA O FATOR QUE CADA       *
      *    CARACTERISTICA DO LOTE APLICA SOBRE O VALOR DE VENDA.     *
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

           SELECT ARQ-PROPOSTA   ASSIGN TO "TERFTN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PROPOSTA.

           SELECT ARQ-FATORES    ASSIGN TO "TERFAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-FATORES.

           SELECT ARQ-LOG        ASSIGN TO "TERFTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-LOG.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> CARGA PROPOSTA DA TABELA DE FATORES
       FD  ARQ-PROPOSTA
           LABEL RECORDS ARE STANDARD.
       01  REG-PROPOSTA.
           05 FN-TIPO-REG          PIC X(01).
              88 FN-REG-HEADER               VALUE "H".
              88 FN-REG-FATOR                VALUE "D".
           05 FN-COD-CARACT        PIC X(02).
           05 FN-DESCRICAO         PIC X(20).
           05 FN-FATOR             PIC 9(01)V9(04).

       01  REG-PROPOSTA-HEADER.
           05 FILLER               PIC X(01).
           05 FH-USUARIO           PIC X(08).
           05 FILLER               PIC X(19).

      *-----> TABELA OFICIAL DE FATORES DE CARACTERISTICA (MESMO
      *-----> LAYOUT DO CGPRG004 - UMA ALTERACAO AQUI DEVE SER
      *-----> REFLETIDA LA)
       FD  ARQ-FATORES
           LABEL RECORDS ARE STANDARD.
       01  REG-FATOR.
           05 FT-COD-CARACT         PIC X(02).
           05 FT-DESCRICAO          PIC X(20).
           05 FT-FATOR              PIC 9(01)V9(04).

      *-----> LOG DAS CARGAS DA TABELA (QUEM/QUANDO)
       FD  ARQ-LOG
           LABEL RECORDS ARE STANDARD.
       01  REG-LOG.
           05 LG-DATA               PIC 9(08).
           05 LG-HORA               PIC 99.99.9999.
           05 LG-USUARIO            PIC X(08).
           05 LG-ACAO               PIC X(12).
           05 LG-QTD-FATORES        PIC 9(03).

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
       77  FS-FATORES              PIC X(02) VALUE "00".
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

      *-----> LIMITES DO FATOR (OS MESMOS QUE O CGPRG004 ACEITA NA
      *-----> CARGA DA TABELA - UMA ALTERACAO AQUI DEVE SER
      *-----> REFLETIDA LA)
       77  WS-FATOR-MINIMO         PIC 9(01)V9(04) VALUE 0,5000.
       77  WS-FATOR-MAXIMO         PIC 9(01)V9(04) VALUE 1,5000.

      *-----> CARACTERISTICAS DA CARGA PROPOSTA (O LIMITE E O DA
      *-----> TABELA INTERNA DO CGPRG004)
       01  TAB-CARGA.
           05 TAB-FATOR-NOVO OCCURS 30 TIMES
              INDEXED BY WS-IDX-NOV WS-IDX-NOV-ANT.
              10 TN-COD-CARACT    PIC X(02).
              10 TN-DESCRICAO     PIC X(20).
              10 TN-FATOR         PIC 9(01)V9(04).
       77  WS-QTD-FATORES          PIC 9(03) VALUE ZEROS.
       77  WS-MAX-FATORES          PIC 9(03) VALUE 30.

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
                 PERFORM 040-EFETIVAR-TABELA
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

           DISPLAY "CGPRG025 - CARGA DA TABELA DE FATORES"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-TEM-HEADER
           MOVE "S"   TO WS-CARGA-OK
           MOVE ZEROS TO WS-COD-RETORNO WS-QTD-FATORES
                          WS-QTD-GRAVADOS
           MOVE SPACES TO WS-USUARIO

           OPEN INPUT ARQ-PROPOSTA
           IF FS-PROPOSTA NOT = "00"
              DISPLAY "** ARQ-PROPOSTA (TERFTN) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-PROPOSTA " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A CARGA PROPOSTA (HEADER + CARACTERISTICAS)       *
      *--------------------------------------------------------------*
       020-CARREGAR-CARGA.

           PERFORM 022-LER-PROPOSTA
              UNTIL WS-FIM = "S"

           CLOSE ARQ-PROPOSTA

           IF WS-TEM-HEADER NOT = "S"
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** TERFTN SEM REGISTRO DE HEADER **"
           END-IF

           IF WS-QTD-FATORES = ZERO
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** TERFTN SEM CARACTERISTICAS **"
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
                    WHEN FN-REG-HEADER
                       MOVE "S"        TO WS-TEM-HEADER
                       MOVE FH-USUARIO TO WS-USUARIO
                    WHEN FN-REG-FATOR
                       PERFORM 024-GUARDAR-FATOR
                    WHEN OTHER
                       MOVE "N" TO WS-CARGA-OK
                       DISPLAY "** TERFTN COM TIPO DE REGISTRO "
                          "INVALIDO: " FN-TIPO-REG " **"
                 END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR UMA CARACTERISTICA PROPOSTA NA TABELA DE TRABALHO  *
      *--------------------------------------------------------------*
       024-GUARDAR-FATOR.

           IF WS-QTD-FATORES >= WS-MAX-FATORES
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** TERFTN COM MAIS DE " WS-MAX-FATORES
                 " CARACTERISTICAS **"
           ELSE
              ADD 1 TO WS-QTD-FATORES
              SET WS-IDX-NOV TO WS-QTD-FATORES
              MOVE FN-COD-CARACT TO TN-COD-CARACT (WS-IDX-NOV)
              MOVE FN-DESCRICAO  TO TN-DESCRICAO (WS-IDX-NOV)
              IF FN-FATOR IS NUMERIC
                 MOVE FN-FATOR   TO TN-FATOR (WS-IDX-NOV)
              ELSE
                 MOVE ZEROS      TO TN-FATOR (WS-IDX-NOV)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A CARGA PROPOSTA: USUARIO, CAMPOS DE CADA         *
      *    CARACTERISTICA E DUPLICIDADE DE CODIGO DENTRO DA CARGA     *
      *--------------------------------------------------------------*
       030-CRITICAR-CARGA.

           IF WS-USUARIO = SPACES
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** HEADER SEM O USUARIO RESPONSAVEL **"
           END-IF

           PERFORM 032-CRITICAR-FATOR
              VARYING WS-IDX-NOV FROM 1 BY 1
              UNTIL WS-IDX-NOV > WS-QTD-FATORES
           .
      *--------------------------------------------------------------*
      *    CRITICAR UMA CARACTERISTICA DA CARGA                       *
      *--------------------------------------------------------------*
       032-CRITICAR-FATOR.

           IF TN-COD-CARACT (WS-IDX-NOV) = SPACES
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** CARACTERISTICA SEM CODIGO **"
           END-IF

           IF TN-DESCRICAO (WS-IDX-NOV) = SPACES
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** CARACTERISTICA " TN-COD-CARACT (WS-IDX-NOV)
                 " SEM DESCRICAO **"
           END-IF

           IF TN-FATOR (WS-IDX-NOV) < WS-FATOR-MINIMO
              OR TN-FATOR (WS-IDX-NOV) > WS-FATOR-MAXIMO
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** CARACTERISTICA " TN-COD-CARACT (WS-IDX-NOV)
                 " COM FATOR AUSENTE OU FORA DOS LIMITES **"
           END-IF

           PERFORM 034-CRITICAR-DUPLICIDADE
           .
      *--------------------------------------------------------------*
      *    APONTAR CODIGO REPETIDO DENTRO DA CARGA (COMPARA COM AS    *
      *    CARACTERISTICAS JA PERCORRIDAS)                            *
      *--------------------------------------------------------------*
       034-CRITICAR-DUPLICIDADE.

           MOVE "N" TO WS-ACHOU-DUPLICADO

           PERFORM 036-COMPARAR-CODIGO
              VARYING WS-IDX-NOV-ANT FROM 1 BY 1
              UNTIL WS-IDX-NOV-ANT >= WS-IDX-NOV
                 OR WS-ACHOU-DUPLICADO = "S"

           IF WS-ACHOU-DUPLICADO = "S"
              MOVE "N" TO WS-CARGA-OK
              DISPLAY "** CARACTERISTICA " TN-COD-CARACT (WS-IDX-NOV)
                 " DUPLICADA NA CARGA **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARAR O CODIGO CORRENTE COM UM JA PERCORRIDO            *
      *--------------------------------------------------------------*
       036-COMPARAR-CODIGO.

           IF TN-COD-CARACT (WS-IDX-NOV-ANT) =
              TN-COD-CARACT (WS-IDX-NOV)
              MOVE "S" TO WS-ACHOU-DUPLICADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EFETIVAR A CARGA: O TERFAT E SUBSTITUIDO POR INTEIRO       *
      *--------------------------------------------------------------*
       040-EFETIVAR-TABELA.

           OPEN OUTPUT ARQ-FATORES
           IF FS-FATORES NOT = "00"
              DISPLAY "** TERFAT NAO ABERTO PARA A CARGA **"
              DISPLAY "** FILE STATUS " FS-FATORES " **"
              MOVE "N" TO WS-CARGA-OK
              MOVE 99  TO WS-COD-RETORNO
           ELSE
              PERFORM 042-GRAVAR-FATOR
                 VARYING WS-IDX-NOV FROM 1 BY 1
                 UNTIL WS-IDX-NOV > WS-QTD-FATORES
              CLOSE ARQ-FATORES

              DISPLAY "TABELA EFETIVADA COM " WS-QTD-FATORES
                 " CARACTERISTICAS"
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA CARACTERISTICA DA CARGA NO TERFAT               *
      *--------------------------------------------------------------*
       042-GRAVAR-FATOR.

           MOVE TN-COD-CARACT (WS-IDX-NOV) TO FT-COD-CARACT
           MOVE TN-DESCRICAO (WS-IDX-NOV)  TO FT-DESCRICAO
           MOVE TN-FATOR (WS-IDX-NOV)      TO FT-FATOR

           WRITE REG-FATOR
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
              DISPLAY "** ARQ-LOG (TERFTL) NAO ABERTO **"
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
              MOVE WS-QTD-FATORES    TO LG-QTD-FATORES

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
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG025"
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
              MOVE "CGPRG025"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              MOVE WS-DATA-HOJE      TO RC-DATA-PROC
              MOVE WS-QTD-FATORES    TO RC-CT-LIDOS
              MOVE WS-QTD-GRAVADOS   TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG025 <-------------------*
