       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG020.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    RESUMO DE RECOLHIMENTO DAS GUIAS DE ITBI DA TRANSMISSAO    *
      *    RECEBE O MES DE COMPETENCIA (TERCMP), LE AS GUIAS DE ITBI *
      *    GRAVADAS NA BAIXA DAS VENDAS (TERGUI - CGPRG009) E EMITE  *
      *    O RESUMO DE RECOLHIMENTO (TERGRL) PARA CONCILIAR COM OS   *
      *    PAGAMENTOS FEITOS AO MUNICIPIO:                           *
      *    - UMA LINHA POR GUIA, AGRUPADA PELA REGIAO DE             *
      *      RECOLHIMENTO DO CEP (MESMAS REGIOES DO CGPRG007), COM   *
      *      O VALOR CONTRATADO, O VALOR DE TABELA, A BASE DE        *
      *      CALCULO ESCOLHIDA, A ALIQUOTA E O ITBI DEVIDO;          *
      *    - SUBTOTAL POR REGIAO E TOTAL GERAL DO MES, COM A         *
      *      QUANTIDADE DE GUIAS CUJA BASE FOI O VALOR DE TABELA.    *
      *    O MES DA GUIA E O DA DATA EM QUE A BAIXA FOI PROCESSADA,  *
      *    PARA QUE NENHUMA GUIA FIQUE FORA DE UM RESUMO. MES SEM    *
      *    GUIAS ENCERRA COM CODIGO DE RETORNO 10.                   *
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

           SELECT ARQ-GUIAS-ITBI ASSIGN TO "TERGUI"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-GUIAS-ITBI.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERGRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

           SELECT ARQ-SORT       ASSIGN TO "SORTGI".

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> MES DE COMPETENCIA DO RESUMO (AAAAMM)
       FD  ARQ-COMPETENCIA
           LABEL RECORDS ARE STANDARD.
       01  REG-COMPETENCIA.
           05 FC-COMPETENCIA        PIC 9(06).

      *-----> GUIAS DE ITBI DA TRANSMISSAO (MESMO LAYOUT DO CGPRG009 -
      *-----> UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       FD  ARQ-GUIAS-ITBI
           LABEL RECORDS ARE STANDARD.
       01  REG-GUIA-ITBI.
           05 GI-ID-LOTE            PIC 9(10).
           05 GI-DATA-VENDA         PIC 9(08).
           05 GI-CEP                PIC 9(08).
           05 GI-COD-REGIAO         PIC 9(02).
           05 GI-DESC-REGIAO        PIC X(15).
           05 GI-VAL-CONTRATADO     PIC 9(08)V99.
           05 GI-VAL-TABELA         PIC 9(08)V99.
           05 GI-BASE-CALCULO       PIC 9(08)V99.
           05 GI-ORIGEM-BASE        PIC X(01).
              88 GI-BASE-CONTRATADO           VALUE "C".
              88 GI-BASE-TABELA               VALUE "T".
           05 GI-PERC-ITBI          PIC 9(02)V99.
           05 GI-VAL-ITBI           PIC 9(07)V99.
           05 GI-COD-CORRETOR       PIC 9(05).
           05 GI-DATA-PROC          PIC 9(08).

      *-----> RESUMO DE RECOLHIMENTO DAS GUIAS
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

      *-----> ARQUIVO DE TRABALHO DA CLASSIFICACAO POR REGIAO
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SR-ID-LOTE            PIC 9(10).
           05 SR-DATA-VENDA         PIC 9(08).
           05 SR-CEP                PIC 9(08).
           05 SR-COD-REGIAO         PIC 9(02).
           05 SR-DESC-REGIAO        PIC X(15).
           05 SR-VAL-CONTRATADO     PIC 9(08)V99.
           05 SR-VAL-TABELA         PIC 9(08)V99.
           05 SR-BASE-CALCULO       PIC 9(08)V99.
           05 SR-ORIGEM-BASE        PIC X(01).
           05 SR-PERC-ITBI          PIC 9(02)V99.
           05 SR-VAL-ITBI           PIC 9(07)V99.
           05 SR-COD-CORRETOR       PIC 9(05).
           05 SR-DATA-PROC          PIC 9(08).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  FS-COMPETENCIA          PIC X(02) VALUE "00".
       77  FS-GUIAS-ITBI           PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-GUIAS-ABERTO         PIC X(01) VALUE "N".
           88 GUIAS-ABERTO                   VALUE "S".

      *-----> GUIA CORRENTE, JA CLASSIFICADA POR REGIAO
       01  WS-GUIA.
           05 GC-ID-LOTE            PIC 9(10).
           05 GC-DATA-VENDA         PIC 9(08).
           05 GC-CEP                PIC 9(08).
           05 GC-COD-REGIAO         PIC 9(02).
           05 GC-DESC-REGIAO        PIC X(15).
           05 GC-VAL-CONTRATADO     PIC 9(08)V99.
           05 GC-VAL-TABELA         PIC 9(08)V99.
           05 GC-BASE-CALCULO       PIC 9(08)V99.
           05 GC-ORIGEM-BASE        PIC X(01).
              88 GC-BASE-CONTRATADO           VALUE "C".
              88 GC-BASE-TABELA               VALUE "T".
           05 GC-PERC-ITBI          PIC 9(02)V99.
           05 GC-VAL-ITBI           PIC 9(07)V99.
           05 GC-COD-CORRETOR       PIC 9(05).
           05 GC-DATA-PROC          PIC 9(08).

      *-----> CONTADORES DA LEITURA
       77  WS-CT-LIDAS             PIC 9(08) VALUE ZEROS.
       77  WS-CT-MES               PIC 9(08) VALUE ZEROS.

      *-----> QUEBRA POR REGIAO DO RESUMO
       77  WS-REGIAO-ANT           PIC 9(02) VALUE ZEROS.
       77  WS-PRIMEIRA-QUEBRA      PIC X(01) VALUE "S".
       77  WS-CT-REGIAO            PIC 9(08) VALUE ZEROS.
       77  WS-CONTRAT-REGIAO       PIC 9(10)V99 VALUE ZEROS.
       77  WS-BASE-REGIAO          PIC 9(10)V99 VALUE ZEROS.
       77  WS-ITBI-REGIAO          PIC 9(09)V99 VALUE ZEROS.
       77  WS-CT-REGIOES           PIC 9(08) VALUE ZEROS.
       77  WS-CONTRAT-GERAL        PIC 9(10)V99 VALUE ZEROS.
       77  WS-BASE-GERAL           PIC 9(10)V99 VALUE ZEROS.
       77  WS-ITBI-GERAL           PIC 9(09)V99 VALUE ZEROS.
       77  WS-CT-BASE-TABELA       PIC 9(08) VALUE ZEROS.

      *-----> LINHAS DO RESUMO DE RECOLHIMENTO
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG020 - RECOLHIMENTO D".
           05 FILLER              PIC X(30)
              VALUE "AS GUIAS DE ITBI              ".

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
              "ID DO LOTE DATA VENDA CEP".
           05 FILLER              PIC X(25) VALUE
              "         CONTRATADO  VALO".
           05 FILLER              PIC X(25) VALUE
              "R TABELA    BASE CALC. OR".
           05 FILLER              PIC X(25) VALUE
              "IGEM   ALIQ.    ITBI DEVI".
           05 FILLER              PIC X(02) VALUE
              "DO".

       01  WS-LINHA-REGIAO.
           05 FILLER              PIC X(08) VALUE "REGIAO: ".
           05 LR-COD-REGIAO       PIC 9(02).
           05 FILLER              PIC X(03) VALUE " - ".
           05 LR-DESC-REGIAO      PIC X(15).

       01  WS-LINHA-DETALHE.
           05 DL-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DATA-VENDA.
              10 DL-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 DL-DATA-AAAA      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-CEP              PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-CONTRATADO   PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-TABELA       PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-BASE-CALCULO     PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-ORIGEM-BASE      PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-PERC-ITBI        PIC Z9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-VAL-ITBI         PIC $$$.$$$.$$9,99.

       01  WS-LINHA-SUBTOTAL.
           05 FILLER              PIC X(16) VALUE "SUBTOTAL REGIAO ".
           05 SB-COD-REGIAO        PIC 9(02).
           05 FILLER              PIC X(07) VALUE "  QTD: ".
           05 SB-QTD               PIC ZZZ.ZZ9.
           05 FILLER              PIC X(13) VALUE "  CONTRATADO ".
           05 SB-CONTRATADO        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(07) VALUE "  BASE ".
           05 SB-BASE              PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(07) VALUE "  ITBI ".
           05 SB-ITBI              PIC $$$.$$$.$$9,99.

       01  WS-LINHA-TOTAL-GERAL.
           05 FILLER              PIC X(18) VALUE "TOTAL GERAL  -  ".
           05 FILLER              PIC X(07) VALUE "  QTD: ".
           05 TG-QTD               PIC ZZZ.ZZ9.
           05 FILLER              PIC X(13) VALUE "  CONTRATADO ".
           05 TG-CONTRATADO        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(07) VALUE "  BASE ".
           05 TG-BASE              PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(07) VALUE "  ITBI ".
           05 TG-ITBI              PIC $$$.$$$.$$9,99.

       01  WS-LINHA-BASE-TABELA.
           05 FILLER              PIC X(34) VALUE
              "GUIAS COM BASE NO VALOR DE TABELA:".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BT-QTD               PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              SORT ARQ-SORT
                 ON ASCENDING KEY SR-COD-REGIAO SR-ID-LOTE
                                  SR-DATA-PROC
                 INPUT PROCEDURE IS 019-SELECIONAR-GUIAS
                 OUTPUT PROCEDURE IS 031-PROCESSAR-CLASSIFICADO
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG020 - RECOLHIMENTO DAS GUIAS DE ITBI"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-GUIAS-ABERTO
           MOVE "S"   TO WS-PRIMEIRA-QUEBRA
           MOVE ZEROS TO WS-COD-RETORNO     WS-COMPETENCIA
                          WS-CT-LIDAS        WS-CT-MES
                          WS-REGIAO-ANT      WS-CT-REGIAO
                          WS-CONTRAT-REGIAO  WS-BASE-REGIAO
                          WS-ITBI-REGIAO     WS-CT-REGIOES
                          WS-CONTRAT-GERAL   WS-BASE-GERAL
                          WS-ITBI-GERAL      WS-CT-BASE-TABELA

           PERFORM 014-CARREGAR-COMPETENCIA

      *-----> TERGUI AINDA INEXISTENTE (NENHUMA VENDA BAIXADA DESDE A
      *-----> IMPLANTACAO) SAI COMO MES SEM GUIAS
           IF WS-COD-RETORNO = ZEROS
              OPEN INPUT ARQ-GUIAS-ITBI
              EVALUATE FS-GUIAS-ITBI
                 WHEN "00"
                    MOVE "S" TO WS-GUIAS-ABERTO
                 WHEN "35"
                    DISPLAY "** TERGUI INEXISTENTE - NENHUMA **"
                    DISPLAY "** GUIA DE ITBI EMITIDA         **"
                 WHEN OTHER
                    DISPLAY "** ARQ-GUIAS-ITBI (TERGUI) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-GUIAS-ITBI " **"
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERGRL) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO RESUMO                             *
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
      *    CONSISTENTE O RESUMO NAO RODA)                             *
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
                       DISPLAY "COMPETENCIA DO RESUMO = "
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
      *    PROCEDIMENTO DE ENTRADA DO SORT: LE TODAS AS GUIAS E       *
      *    LIBERA AS DE BAIXAS PROCESSADAS NO MES DE COMPETENCIA      *
      *--------------------------------------------------------------*
       019-SELECIONAR-GUIAS.

           MOVE "N" TO WS-FIM

           IF GUIAS-ABERTO
              PERFORM 020-LER-GUIA
              PERFORM 026-LIBERAR-GUIA UNTIL WS-FIM = "S"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA GUIA DE ITBI                                 *
      *--------------------------------------------------------------*
       020-LER-GUIA.

           READ ARQ-GUIAS-ITBI
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-LIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR A GUIA SE ELA E DA COMPETENCIA E LER A PROXIMA     *
      *--------------------------------------------------------------*
       026-LIBERAR-GUIA.

           IF GI-DATA-PROC IS NUMERIC
              AND GI-DATA-PROC(1:6) = WS-COMPETENCIA
              ADD 1 TO WS-CT-MES
              RELEASE REG-SORT FROM REG-GUIA-ITBI
           END-IF

           PERFORM 020-LER-GUIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: RECEBE AS GUIAS JA          *
      *    CLASSIFICADAS POR REGIAO E IMPRIME O RESUMO                *
      *--------------------------------------------------------------*
       031-PROCESSAR-CLASSIFICADO.

           MOVE "N" TO WS-FIM

           PERFORM 032-RETORNAR-CLASSIFICADO
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           .
      *--------------------------------------------------------------*
      *    RETORNAR A PROXIMA GUIA CLASSIFICADA DO SORT               *
      *--------------------------------------------------------------*
       032-RETORNAR-CLASSIFICADO.

           RETURN ARQ-SORT INTO WS-GUIA
              AT END
                 MOVE 'S' TO WS-FIM
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UMA GUIA: QUEBRA DE REGIAO, LINHA DO RESUMO E    *
      *    ACUMULO DOS VALORES                                        *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-QUEBRAR-REGIAO
           PERFORM 040-IMPRIMIR-GUIA

           PERFORM 032-RETORNAR-CLASSIFICADO
           .
      *--------------------------------------------------------------*
      *    TRATAR A QUEBRA POR REGIAO DO RESUMO                       *
      *--------------------------------------------------------------*
       028-QUEBRAR-REGIAO.

           IF WS-PRIMEIRA-QUEBRA = "S"
              MOVE "N" TO WS-PRIMEIRA-QUEBRA
              PERFORM 042-IMPRIMIR-REGIAO
           ELSE
              IF GC-COD-REGIAO NOT = WS-REGIAO-ANT
                 PERFORM 044-IMPRIMIR-SUBTOTAL
                 PERFORM 042-IMPRIMIR-REGIAO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UMA GUIA E ACUMULA-LA                  *
      *--------------------------------------------------------------*
       040-IMPRIMIR-GUIA.

           MOVE GC-ID-LOTE             TO DL-ID-LOTE
           MOVE GC-DATA-VENDA(7:2)     TO DL-DATA-DD
           MOVE GC-DATA-VENDA(5:2)     TO DL-DATA-MM
           MOVE GC-DATA-VENDA(1:4)     TO DL-DATA-AAAA
           MOVE GC-CEP                 TO DL-CEP
           MOVE GC-VAL-CONTRATADO      TO DL-VAL-CONTRATADO
           MOVE GC-VAL-TABELA          TO DL-VAL-TABELA
           MOVE GC-BASE-CALCULO        TO DL-BASE-CALCULO
           MOVE GC-PERC-ITBI           TO DL-PERC-ITBI
           MOVE GC-VAL-ITBI            TO DL-VAL-ITBI

           IF GC-BASE-TABELA
              MOVE "TABELA"            TO DL-ORIGEM-BASE
              ADD 1                    TO WS-CT-BASE-TABELA
           ELSE
              MOVE "CONTRAT."          TO DL-ORIGEM-BASE
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE

           ADD 1                  TO WS-CT-REGIAO
           ADD GC-VAL-CONTRATADO  TO WS-CONTRAT-REGIAO
                                      WS-CONTRAT-GERAL
           ADD GC-BASE-CALCULO    TO WS-BASE-REGIAO
                                      WS-BASE-GERAL
           ADD GC-VAL-ITBI        TO WS-ITBI-REGIAO
                                      WS-ITBI-GERAL
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A IDENTIFICACAO DA REGIAO QUE COMECA              *
      *--------------------------------------------------------------*
       042-IMPRIMIR-REGIAO.

           MOVE GC-COD-REGIAO  TO WS-REGIAO-ANT LR-COD-REGIAO
           MOVE GC-DESC-REGIAO TO LR-DESC-REGIAO
           ADD 1 TO WS-CT-REGIOES

           WRITE REG-RELATORIO FROM WS-LINHA-REGIAO
           WRITE REG-RELATORIO FROM WS-CABECALHO-3
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O SUBTOTAL DA REGIAO ENCERRADA                    *
      *--------------------------------------------------------------*
       044-IMPRIMIR-SUBTOTAL.

           MOVE WS-REGIAO-ANT     TO SB-COD-REGIAO
           MOVE WS-CT-REGIAO      TO SB-QTD
           MOVE WS-CONTRAT-REGIAO TO SB-CONTRATADO
           MOVE WS-BASE-REGIAO    TO SB-BASE
           MOVE WS-ITBI-REGIAO    TO SB-ITBI

           WRITE REG-RELATORIO FROM WS-LINHA-SUBTOTAL
           WRITE REG-RELATORIO FROM SPACES

           MOVE ZEROS TO WS-CT-REGIAO WS-CONTRAT-REGIAO
                          WS-BASE-REGIAO WS-ITBI-REGIAO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF FS-RELATORIO = "00"
              IF WS-PRIMEIRA-QUEBRA = "N"
                 PERFORM 044-IMPRIMIR-SUBTOTAL
              ELSE
                 MOVE "NENHUMA GUIA DE ITBI NA COMPETENCIA"
                    TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 WRITE REG-RELATORIO FROM SPACES
              END-IF

              MOVE WS-CT-MES         TO TG-QTD
              MOVE WS-CONTRAT-GERAL  TO TG-CONTRATADO
              MOVE WS-BASE-GERAL     TO TG-BASE
              MOVE WS-ITBI-GERAL     TO TG-ITBI
              WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-GERAL

              MOVE WS-CT-BASE-TABELA TO BT-QTD
              WRITE REG-RELATORIO FROM WS-LINHA-BASE-TABELA

              IF GUIAS-ABERTO
                 CLOSE ARQ-GUIAS-ITBI
              END-IF
              CLOSE ARQ-RELATORIO

              DISPLAY "GUIAS LIDAS          = " WS-CT-LIDAS
              DISPLAY "GUIAS DO MES         = " WS-CT-MES
              DISPLAY "REGIOES NO RESUMO    = " WS-CT-REGIOES
              DISPLAY "ITBI A RECOLHER      = " WS-ITBI-GERAL

              IF WS-COD-RETORNO = ZEROS
                 IF WS-CT-MES = ZERO
                    MOVE 10 TO WS-COD-RETORNO
                 END-IF
              END-IF
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG020"
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
              MOVE "CGPRG020"        TO RC-PROGRAMA
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
              MOVE WS-CT-MES         TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG020 <-------------------*
