       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG019.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    EXTRATO MENSAL DE PAGAMENTO DE COMISSOES POR CORRETOR      *
      *    RECEBE O MES DE COMPETENCIA (TERCMP), LE O RAZAO DE       *
      *    COMISSOES A PAGAR (TERCPG) GRAVADO NA BAIXA DAS VENDAS    *
      *    (CGPRG009) E NOS DISTRATOS (CGPRG017) E EMITE PARA A      *
      *    FOLHA O EXTRATO DE CADA CORRETOR (TERECP) COM O NOME DO   *
      *    CADASTRO (TERCAD):                                        *
      *    - UMA LINHA POR LANCAMENTO DO MES (VENDA OU ESTORNO, COMO *
      *      CAPTADOR OU COMO VENDEDOR), COM O VALOR CONTRATADO, A   *
      *      FAIXA, O PERCENTUAL E A PARTICIPACAO APLICADOS;         *
      *    - COMISSOES, ESTORNOS E O LIQUIDO A PAGAR DO CORRETOR     *
      *      (LIQUIDO NEGATIVO FICA COMO SALDO A DESCONTAR);         *
      *    - TOTAIS DO MES.                                          *
      *    O MES DO LANCAMENTO E O DA DATA EM QUE A BAIXA OU O       *
      *    DISTRATO FOI PROCESSADO, PARA QUE NENHUM LANCAMENTO FIQUE *
      *    FORA DE UM EXTRATO. CORRETOR FORA DO TERCAD ENCERRA COM   *
      *    CODIGO DE RETORNO 04; MES SEM LANCAMENTOS, COM 10.        *
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

           SELECT ARQ-COMIS-PAGAR ASSIGN TO "TERCPG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-COMIS-PAGAR.

           SELECT ARQ-CORRETORES ASSIGN TO "TERCAD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CORRETORES.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERECP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

           SELECT ARQ-SORT       ASSIGN TO "SORTCP".

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> MES DE COMPETENCIA DO EXTRATO (AAAAMM)
       FD  ARQ-COMPETENCIA
           LABEL RECORDS ARE STANDARD.
       01  REG-COMPETENCIA.
           05 FC-COMPETENCIA        PIC 9(06).

      *-----> RAZAO DE COMISSOES A PAGAR (MESMO LAYOUT DO CGPRG009 -
      *-----> UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       FD  ARQ-COMIS-PAGAR
           LABEL RECORDS ARE STANDARD.
       01  REG-COMIS-PAGAR.
           05 CP-ID-LOTE            PIC 9(10).
           05 CP-TIPO-LANC          PIC X(01).
              88 CP-LANC-VENDA                VALUE "V".
              88 CP-LANC-ESTORNO              VALUE "D".
           05 CP-DATA-LANC          PIC 9(08).
           05 CP-COD-CORRETOR       PIC 9(05).
           05 CP-PAPEL              PIC X(01).
              88 CP-CAPTADOR                  VALUE "C".
              88 CP-VENDEDOR                  VALUE "V".
           05 CP-VAL-CONTRATADO     PIC 9(08)V99.
           05 CP-FAIXA              PIC X(12).
           05 CP-PERC-COMISSAO      PIC 9(02)V99.
           05 CP-PERC-PARTICIPACAO  PIC 9(03)V99.
           05 CP-VAL-COMISSAO       PIC 9(07)V99.
           05 CP-DATA-PROC          PIC 9(08).

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

      *-----> EXTRATO MENSAL DE COMISSOES PARA A FOLHA
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

      *-----> ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CORRETOR (NO
      *-----> MESMO DIA A VENDA VEM ANTES DO ESTORNO DELA)
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SR-ID-LOTE            PIC 9(10).
           05 SR-TIPO-LANC          PIC X(01).
           05 SR-DATA-LANC          PIC 9(08).
           05 SR-COD-CORRETOR       PIC 9(05).
           05 SR-PAPEL              PIC X(01).
           05 SR-VAL-CONTRATADO     PIC 9(08)V99.
           05 SR-FAIXA              PIC X(12).
           05 SR-PERC-COMISSAO      PIC 9(02)V99.
           05 SR-PERC-PARTICIPACAO  PIC 9(03)V99.
           05 SR-VAL-COMISSAO       PIC 9(07)V99.
           05 SR-DATA-PROC          PIC 9(08).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  FS-COMPETENCIA          PIC X(02) VALUE "00".
       77  FS-COMIS-PAGAR          PIC X(02) VALUE "00".
       77  FS-CORRETORES           PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-RAZAO-ABERTO         PIC X(01) VALUE "N".
           88 RAZAO-ABERTO                   VALUE "S".

      *-----> LANCAMENTO CORRENTE, JA CLASSIFICADO POR CORRETOR
       01  WS-LANCAMENTO.
           05 LC-ID-LOTE            PIC 9(10).
           05 LC-TIPO-LANC          PIC X(01).
              88 LC-LANC-VENDA                VALUE "V".
              88 LC-LANC-ESTORNO              VALUE "D".
           05 LC-DATA-LANC          PIC 9(08).
           05 LC-COD-CORRETOR       PIC 9(05).
           05 LC-PAPEL              PIC X(01).
              88 LC-CAPTADOR                  VALUE "C".
              88 LC-VENDEDOR                  VALUE "V".
           05 LC-VAL-CONTRATADO     PIC 9(08)V99.
           05 LC-FAIXA              PIC X(12).
           05 LC-PERC-COMISSAO      PIC 9(02)V99.
           05 LC-PERC-PARTICIPACAO  PIC 9(03)V99.
           05 LC-VAL-COMISSAO       PIC 9(07)V99.
           05 LC-DATA-PROC          PIC 9(08).

      *-----> CONTADORES DA LEITURA
       77  WS-CT-LIDOS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-MES               PIC 9(08) VALUE ZEROS.
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

      *-----> QUEBRA POR CORRETOR DO EXTRATO
       77  WS-CORRETOR-ANT         PIC 9(05) VALUE ZEROS.
       77  WS-PRIMEIRA-QUEBRA      PIC X(01) VALUE "S".
       77  WS-COMIS-CORR           PIC 9(10)V99 VALUE ZEROS.
       77  WS-ESTORNO-CORR         PIC 9(10)V99 VALUE ZEROS.
       77  WS-LIQUIDO-CORR         PIC S9(10)V99 VALUE ZEROS.
       77  WS-COMIS-GERAL          PIC 9(10)V99 VALUE ZEROS.
       77  WS-ESTORNO-GERAL        PIC 9(10)V99 VALUE ZEROS.
       77  WS-LIQUIDO-GERAL        PIC S9(10)V99 VALUE ZEROS.
       77  WS-VAL-LANCAMENTO       PIC S9(07)V99 VALUE ZEROS.

      *-----> LINHAS DO EXTRATO DE COMISSOES
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG019 - EXTRATO MENSAL".
           05 FILLER              PIC X(30)
              VALUE " DE COMISSOES A PAGAR         ".

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
              "ID DO LOTE  DATA LANC.  L".
           05 FILLER              PIC X(25) VALUE
              "ANC.   PAPEL       CONTRA".
           05 FILLER              PIC X(25) VALUE
              "TADO  FAIXA        %COM. ".
           05 FILLER              PIC X(25) VALUE
              " %PART.       COMISSAO   ".

       01  WS-LINHA-CORRETOR.
           05 FILLER              PIC X(10) VALUE "CORRETOR: ".
           05 CR-CORRETOR         PIC 9(05).
           05 FILLER              PIC X(03) VALUE " - ".
           05 CR-NOME             PIC X(30).

       01  WS-LINHA-DETALHE.
           05 DL-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-DATA-LANC.
              10 DL-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-AAAA      PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-LANCAMENTO       PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-PAPEL            PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-CONTRATADO   PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-FAIXA            PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-PERC-COMISSAO    PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-PERC-PARTIC      PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-VAL-COMISSAO     PIC $$.$$$.$$9,99-.

       01  WS-LINHA-SUBTOTAL.
           05 FILLER              PIC X(12) VALUE "  COMISSOES ".
           05 SB-COMISSOES         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(12) VALUE "  ESTORNOS  ".
           05 SB-ESTORNOS          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(12) VALUE "  LIQUIDO   ".
           05 SB-LIQUIDO           PIC $$$.$$$.$$9,99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SB-SITUACAO          PIC X(30).

       01  WS-LINHA-TOTAL-GERAL.
           05 FILLER              PIC X(15) VALUE "TOTAL DO MES - ".
           05 FILLER              PIC X(11) VALUE "CORRETORES ".
           05 TG-CORRETORES        PIC ZZZ.ZZ9.
           05 FILLER              PIC X(12) VALUE "  COMISSOES ".
           05 TG-COMISSOES         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(12) VALUE "  ESTORNOS  ".
           05 TG-ESTORNOS          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(12) VALUE "  LIQUIDO   ".
           05 TG-LIQUIDO           PIC $$$.$$$.$$9,99-.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              SORT ARQ-SORT
                 ON ASCENDING  KEY SR-COD-CORRETOR SR-ID-LOTE
                                   SR-DATA-PROC
                 ON DESCENDING KEY SR-TIPO-LANC
                 INPUT PROCEDURE IS 019-SELECIONAR-LANCAMENTOS
                 OUTPUT PROCEDURE IS 031-PROCESSAR-CLASSIFICADO
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG019 - EXTRATO MENSAL DE COMISSOES A PAGAR"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-RAZAO-ABERTO
           MOVE "S"   TO WS-PRIMEIRA-QUEBRA
           MOVE ZEROS TO WS-COD-RETORNO     WS-COMPETENCIA
                          WS-CT-LIDOS        WS-CT-MES
                          WS-CT-CORRETORES   WS-CT-SEM-CADASTRO
                          WS-CORRETOR-ANT    WS-COMIS-CORR
                          WS-ESTORNO-CORR    WS-COMIS-GERAL
                          WS-ESTORNO-GERAL

           PERFORM 014-CARREGAR-COMPETENCIA

           IF WS-COD-RETORNO = ZEROS
              PERFORM 076-CARREGAR-CORRETORES
              IF NOT CADASTRO-CARREGADO
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

      *-----> RAZAO AINDA INEXISTENTE (NENHUMA VENDA BAIXADA DESDE A
      *-----> IMPLANTACAO) SAI COMO MES SEM LANCAMENTOS
           IF WS-COD-RETORNO = ZEROS
              OPEN INPUT ARQ-COMIS-PAGAR
              EVALUATE FS-COMIS-PAGAR
                 WHEN "00"
                    MOVE "S" TO WS-RAZAO-ABERTO
                 WHEN "35"
                    DISPLAY "** TERCPG INEXISTENTE - NENHUMA **"
                    DISPLAY "** COMISSAO LANCADA             **"
                 WHEN OTHER
                    DISPLAY "** ARQ-COMIS-PAGAR (TERCPG) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-COMIS-PAGAR " **"
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERECP) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO EXTRATO                            *
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
           .
      *--------------------------------------------------------------*
      *    CARREGAR O MES DE COMPETENCIA DO TERCMP (SEM COMPETENCIA   *
      *    CONSISTENTE O EXTRATO NAO RODA)                            *
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
                       DISPLAY "COMPETENCIA DO EXTRATO = "
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
      *    PROCEDIMENTO DE ENTRADA DO SORT: LE TODO O RAZAO E LIBERA  *
      *    OS LANCAMENTOS PROCESSADOS NO MES DE COMPETENCIA           *
      *--------------------------------------------------------------*
       019-SELECIONAR-LANCAMENTOS.

           MOVE "N" TO WS-FIM

           IF RAZAO-ABERTO
              PERFORM 020-LER-LANCAMENTO
              PERFORM 026-LIBERAR-LANCAMENTO UNTIL WS-FIM = "S"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO LANCAMENTO DO RAZAO                          *
      *--------------------------------------------------------------*
       020-LER-LANCAMENTO.

           READ ARQ-COMIS-PAGAR
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR O LANCAMENTO SE ELE E DA COMPETENCIA E LER O       *
      *    PROXIMO                                                    *
      *--------------------------------------------------------------*
       026-LIBERAR-LANCAMENTO.

           IF CP-DATA-PROC IS NUMERIC
              AND CP-DATA-PROC(1:6) = WS-COMPETENCIA
              ADD 1 TO WS-CT-MES
              RELEASE REG-SORT FROM REG-COMIS-PAGAR
           END-IF

           PERFORM 020-LER-LANCAMENTO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: RECEBE OS LANCAMENTOS JA    *
      *    CLASSIFICADOS POR CORRETOR E IMPRIME O EXTRATO             *
      *--------------------------------------------------------------*
       031-PROCESSAR-CLASSIFICADO.

           MOVE "N" TO WS-FIM

           PERFORM 032-RETORNAR-CLASSIFICADO
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           .
      *--------------------------------------------------------------*
      *    RETORNAR O PROXIMO LANCAMENTO CLASSIFICADO DO SORT         *
      *--------------------------------------------------------------*
       032-RETORNAR-CLASSIFICADO.

           RETURN ARQ-SORT INTO WS-LANCAMENTO
              AT END
                 MOVE 'S' TO WS-FIM
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM LANCAMENTO: QUEBRA DE CORRETOR, LINHA DO      *
      *    EXTRATO E ACUMULO DAS COMISSOES E ESTORNOS                 *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-QUEBRAR-CORRETOR
           PERFORM 040-IMPRIMIR-LANCAMENTO

           PERFORM 032-RETORNAR-CLASSIFICADO
           .
      *--------------------------------------------------------------*
      *    TRATAR A QUEBRA POR CORRETOR DO EXTRATO                    *
      *--------------------------------------------------------------*
       028-QUEBRAR-CORRETOR.

           IF WS-PRIMEIRA-QUEBRA = "S"
              MOVE "N" TO WS-PRIMEIRA-QUEBRA
              PERFORM 042-IMPRIMIR-CORRETOR
           ELSE
              IF LC-COD-CORRETOR NOT = WS-CORRETOR-ANT
                 PERFORM 044-IMPRIMIR-SUBTOTAL
                 PERFORM 042-IMPRIMIR-CORRETOR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM LANCAMENTO E ACUMULA-LO             *
      *--------------------------------------------------------------*
       040-IMPRIMIR-LANCAMENTO.

           MOVE LC-ID-LOTE             TO DL-ID-LOTE
           MOVE LC-DATA-LANC(7:2)      TO DL-DATA-DD
           MOVE LC-DATA-LANC(5:2)      TO DL-DATA-MM
           MOVE LC-DATA-LANC(1:4)      TO DL-DATA-AAAA
           MOVE LC-VAL-CONTRATADO      TO DL-VAL-CONTRATADO
           MOVE LC-FAIXA               TO DL-FAIXA
           MOVE LC-PERC-COMISSAO       TO DL-PERC-COMISSAO
           MOVE LC-PERC-PARTICIPACAO   TO DL-PERC-PARTIC

           IF LC-CAPTADOR
              MOVE "CAPTADOR"          TO DL-PAPEL
           ELSE
              MOVE "VENDEDOR"          TO DL-PAPEL
           END-IF

      *-----> O ESTORNO SAI COM SINAL NEGATIVO E ABATE O LIQUIDO
           IF LC-LANC-ESTORNO
              MOVE "ESTORNO"           TO DL-LANCAMENTO
              COMPUTE WS-VAL-LANCAMENTO = ZERO - LC-VAL-COMISSAO
              ADD LC-VAL-COMISSAO      TO WS-ESTORNO-CORR
                                          WS-ESTORNO-GERAL
           ELSE
              MOVE "VENDA"             TO DL-LANCAMENTO
              MOVE LC-VAL-COMISSAO     TO WS-VAL-LANCAMENTO
              ADD LC-VAL-COMISSAO      TO WS-COMIS-CORR
                                          WS-COMIS-GERAL
           END-IF
           MOVE WS-VAL-LANCAMENTO      TO DL-VAL-COMISSAO

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A IDENTIFICACAO DO CORRETOR QUE COMECA, COM O     *
      *    NOME DO CADASTRO                                           *
      *--------------------------------------------------------------*
       042-IMPRIMIR-CORRETOR.

           MOVE LC-COD-CORRETOR TO WS-CORRETOR-ANT WS-CORRETOR-PESQ
           ADD 1 TO WS-CT-CORRETORES

           PERFORM 078-PESQUISAR-CORRETOR

           MOVE LC-COD-CORRETOR TO CR-CORRETOR
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
      *    IMPRIMIR O LIQUIDO DO CORRETOR ENCERRADO                   *
      *--------------------------------------------------------------*
       044-IMPRIMIR-SUBTOTAL.

           COMPUTE WS-LIQUIDO-CORR = WS-COMIS-CORR - WS-ESTORNO-CORR

           MOVE WS-COMIS-CORR   TO SB-COMISSOES
           MOVE WS-ESTORNO-CORR TO SB-ESTORNOS
           MOVE WS-LIQUIDO-CORR TO SB-LIQUIDO

           IF WS-LIQUIDO-CORR < ZERO
              MOVE "SALDO A DESCONTAR"  TO SB-SITUACAO
           ELSE
              MOVE "LIQUIDO A PAGAR"    TO SB-SITUACAO
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-SUBTOTAL
           WRITE REG-RELATORIO FROM SPACES

           MOVE ZEROS TO WS-COMIS-CORR WS-ESTORNO-CORR
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CADASTRO DE CORRETORES (TERCAD) NA TABELA -     *
      *    SEM CADASTRO O EXTRATO NAO TEM OS NOMES E NAO RODA         *
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
              DISPLAY "** EXTRATO ABORTADO - CADASTRO DE   **"
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
                 PERFORM 044-IMPRIMIR-SUBTOTAL
              ELSE
                 MOVE "NENHUM LANCAMENTO DE COMISSAO NA COMPETENCIA"
                    TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 WRITE REG-RELATORIO FROM SPACES
              END-IF

              COMPUTE WS-LIQUIDO-GERAL =
                 WS-COMIS-GERAL - WS-ESTORNO-GERAL
              MOVE WS-CT-CORRETORES TO TG-CORRETORES
              MOVE WS-COMIS-GERAL   TO TG-COMISSOES
              MOVE WS-ESTORNO-GERAL TO TG-ESTORNOS
              MOVE WS-LIQUIDO-GERAL TO TG-LIQUIDO
              WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL

              IF RAZAO-ABERTO
                 CLOSE ARQ-COMIS-PAGAR
              END-IF
              CLOSE ARQ-RELATORIO

              DISPLAY "LANCAMENTOS LIDOS    = " WS-CT-LIDOS
              DISPLAY "LANCAMENTOS DO MES   = " WS-CT-MES
              DISPLAY "CORRETORES NO EXTRATO= " WS-CT-CORRETORES
              DISPLAY "CORRETORES SEM CADAS.= " WS-CT-SEM-CADASTRO
              DISPLAY "LIQUIDO DO MES       = " WS-LIQUIDO-GERAL

              IF WS-COD-RETORNO = ZEROS
                 IF WS-CT-MES = ZERO
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
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG019"
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
              MOVE "CGPRG019"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              IF WS-COMPETENCIA > ZEROS
                 COMPUTE RC-DATA-PROC = WS-COMPETENCIA * 100 + 1
              ELSE
                 MOVE WS-DATA-HOJE   TO RC-DATA-PROC
              END-IF
              MOVE WS-CT-LIDOS       TO RC-CT-LIDOS
              MOVE WS-CT-MES         TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG019 <-------------------*
