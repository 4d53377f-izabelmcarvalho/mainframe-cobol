       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG029.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    CONFERENCIA DE INTEGRIDADE DO CADASTRO MESTRE (TERMST)     *
      *    ULTIMO PASSO DA CADEIA NOTURNA. CLASSIFICA POR LOTE A     *
      *    TRILHA DE AUDITORIA (TERAUA ARQUIVADA PELO CGPRG014 MAIS  *
      *    O TERAUD VIVO), O RAZAO DE COMISSOES (TERCPG - SO OS      *
      *    LANCAMENTOS DO CORRETOR DA VENDA, UM POR BAIXA E UM POR   *
      *    DISTRATO) E AS GUIAS DE ITBI (TERGUI), E CASA O RESULTADO *
      *    COM O TERMST LIDO EM ORDEM DE CHAVE. DIVERGENCIAS:        *
      *    01 LOTE P/R/E SEM NENHUM REGISTRO NA TRILHA (RESTART MAL  *
      *       FEITO DO CGPRG004, MESTRE ALTERADO POR FORA);          *
      *    02 LOTE P/R/E COM MS-VAL-VENDA DIFERENTE DO ULTIMO VALOR  *
      *       DA TRILHA (O DISTRATO DO CGPRG017 DEVOLVE O VALOR DE   *
      *       TABELA E A RESERVA DO CGPRG018 NAO O ALTERA);          *
      *    03 LOTE "V" SEM VENDA BAIXADA EM ABERTO NO TERCPG;        *
      *    04 LOTE "V" COM MS-VAL-VENDA DIFERENTE DO VALOR           *
      *       CONTRATADO DA ULTIMA BAIXA;                            *
      *    05 VENDA BAIXADA EM ABERTO (SEM DISTRATO) PARA LOTE QUE   *
      *       NAO ESTA "V" NO MESTRE;                                *
      *    06 LOTE "V" SEM GUIA DE ITBI NO TERGUI.                   *
      *    LOTES QUE SO EXISTEM NA TRILHA (VENDIDOS DESCARREGADOS    *
      *    NO TERMSA, COTACOES) SAO APENAS CONTADOS. TERAUA, TERAUD, *
      *    TERCPG OU TERGUI INEXISTENTES SAO TOLERADOS E APONTADOS   *
      *    NO RELATORIO (TERINR), QUE SAI POR TIPO DE DIVERGENCIA    *
      *    COM O VALOR ESPERADO E O ENCONTRADO. QUALQUER DIVERGENCIA *
      *    ENCERRA COM CODIGO 08 - O CGPRG013 MOSTRA O PASSO COM     *
      *    ERRO.                                                     *
      *    ATENCAO: O CGPRG014 GRAVA O TERAUA COM OPEN OUTPUT, UMA   *
      *    GERACAO NOVA POR EXPURGO. O JOB DEVE ENTREGAR NO TERAUA   *
      *    A CONCATENACAO DE TODAS AS GERACOES ARQUIVADAS; SO A      *
      *    ULTIMA FARIA O LOTE CUJA TRILHA ESTA NUMA GERACAO ANTIGA  *
      *    SAIR COMO DIVERGENCIA 01 EM TODA RODADA.                  *
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

           SELECT ARQ-MASTER     ASSIGN TO "TERMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS MS-ID-LOTE
                  FILE STATUS  IS FS-MASTER.

      *-----> TERAUA = TODAS AS GERACOES DO CGPRG014 CONCATENADAS
           SELECT ARQ-AUD-ARQUIVO ASSIGN TO "TERAUA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-AUD-ARQUIVO.

           SELECT ARQ-AUDITORIA  ASSIGN TO "TERAUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-AUDITORIA.

           SELECT ARQ-COMIS-PAGAR ASSIGN TO "TERCPG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-COMIS-PAGAR.

           SELECT ARQ-GUIAS-ITBI ASSIGN TO "TERGUI"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-GUIAS-ITBI.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERINR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

           SELECT ARQ-SORT       ASSIGN TO "SORTWK".

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

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

      *-----> TRILHA ARQUIVADA PELO CGPRG014 (LAYOUT DO TERAUD). CADA
      *-----> EXPURGO GERA UM TERAUA NOVO - O JOB CONCATENA TODAS AS
      *-----> GERACOES NESTE DD, SENAO SOBRA DIVERGENCIA 01 FALSA
       FD  ARQ-AUD-ARQUIVO
           LABEL RECORDS ARE STANDARD.
       01  REG-AUD-ARQUIVO         PIC X(111).

      *-----> TRILHA DE AUDITORIA VIVA (LAYOUT DO TERAUD NA
      *-----> WORKING-STORAGE, COMUM AS DUAS TRILHAS)
       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01  REG-AUD-VIVA            PIC X(111).

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

      *-----> RELATORIO DE DIVERGENCIAS DO MESTRE
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

      *-----> ARQUIVO DE TRABALHO DA CLASSIFICACAO DA TRILHA E DO
      *-----> HISTORICO DE VENDAS POR LOTE (DENTRO DO LOTE, EM ORDEM
      *-----> CRONOLOGICA E, NA MESMA DATA, NA ORDEM DE GRAVACAO)
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SR-ID-LOTE           PIC 9(10).
           05 SR-DATA              PIC 9(08).
           05 SR-HORA              PIC X(10).
           05 SR-SEQ               PIC 9(08).
           05 SR-ORIGEM            PIC X(01).
              88 SR-DA-TRILHA                 VALUE "A".
              88 SR-DO-RAZAO                  VALUE "C".
              88 SR-DA-GUIA                   VALUE "G".
           05 SR-TIPO-LANC         PIC X(01).
           05 SR-VALOR             PIC 9(08)V99.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  FS-MASTER               PIC X(02) VALUE "00".
       77  FS-AUD-ARQUIVO          PIC X(02) VALUE "00".
       77  FS-AUDITORIA            PIC X(02) VALUE "00".
       77  FS-COMIS-PAGAR          PIC X(02) VALUE "00".
       77  FS-GUIAS-ITBI           PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  AS-DATA                 PIC 9(08).
       77  AS-HORA                 PIC 99.99.9999.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----> SITUACAO DOS ARQUIVOS DE ENTRADA ("S" = ABERTO)
       77  WS-MASTER-ABERTO        PIC X(01) VALUE "N".
           88 MASTER-ABERTO                  VALUE "S".
       77  WS-RELATORIO-ABERTO     PIC X(01) VALUE "N".
           88 RELATORIO-ABERTO               VALUE "S".
       77  WS-AUA-ABERTO           PIC X(01) VALUE "N".
           88 AUA-ABERTO                     VALUE "S".
       77  WS-AUD-ABERTO           PIC X(01) VALUE "N".
           88 AUD-ABERTO                     VALUE "S".
       77  WS-RAZAO-ABERTO         PIC X(01) VALUE "N".
           88 RAZAO-ABERTO                   VALUE "S".
       77  WS-GUIAS-ABERTO         PIC X(01) VALUE "N".
           88 GUIAS-ABERTO                   VALUE "S".
       77  WS-FIM-ENTRADA          PIC X(01) VALUE "N".
       77  WS-FIM-SORT             PIC X(01) VALUE "N".

      *-----> REGISTRO DA TRILHA DE AUDITORIA (MESMO LAYOUT DO TERAUD
      *-----> DO CGPRG004 - UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       01  WS-REG-AUDITORIA.
           05 AU-DATA              PIC 9(08).
           05 AU-HORA              PIC 99.99.9999.
           05 AU-CEP               PIC 9(08).
           05 AU-FRENTE            PIC 9(03)V99.
           05 AU-COMP              PIC 9(03)V99.
           05 AU-VAL-M2            PIC 9(05)V99.
           05 AU-VAL-VENDA         PIC 9(08)V99.
           05 AU-COMISSAO          PIC 9(07)V99.
           05 AU-IMPOSTO           PIC 9(07)V99.
           05 AU-MENSAGEM          PIC X(12).
           05 AU-COD-CORRETOR      PIC 9(05).
           05 AU-ID-LOTE           PIC 9(10).
           05 AU-CARACTERISTICAS   PIC X(08).
           05 AU-FATOR-CARACT      PIC 9(01)V9(04).

      *-----> CASAMENTO DO MESTRE COM A TRILHA CLASSIFICADA (CHAVE
      *-----> 9999999999 = ARQUIVO ESGOTADO)
       77  WS-CHAVE-FIM            PIC 9(10) VALUE 9999999999.
       77  WS-CHAVE-MESTRE         PIC 9(10) VALUE ZEROS.
       77  WS-CHAVE-GRUPO          PIC 9(10) VALUE ZEROS.
       77  WS-SEQ-SORT             PIC 9(08) VALUE ZEROS.

      *-----> RESUMO DA TRILHA DO LOTE EM FORMACAO (GRUPO) E DO LOTE
      *-----> SENDO CONFERIDO (MESMO LAYOUT - ZERADO QUANDO O LOTE
      *-----> NAO TEM NENHUM REGISTRO NA TRILHA)
       01  WS-GRUPO-TRILHA.
           05 GR-QTD-TRILHA        PIC 9(05).
           05 GR-DATA-TRILHA       PIC 9(08).
           05 GR-VAL-TRILHA        PIC 9(08)V99.
           05 GR-QTD-VENDAS        PIC 9(03).
           05 GR-QTD-DISTRATOS     PIC 9(03).
           05 GR-DATA-BAIXA        PIC 9(08).
           05 GR-VAL-BAIXA         PIC 9(08)V99.
           05 GR-QTD-GUIAS         PIC 9(03).

       01  WS-TRILHA-LOTE.
           05 LT-QTD-TRILHA        PIC 9(05).
           05 LT-DATA-TRILHA       PIC 9(08).
           05 LT-VAL-TRILHA        PIC 9(08)V99.
           05 LT-QTD-VENDAS        PIC 9(03).
           05 LT-QTD-DISTRATOS     PIC 9(03).
           05 LT-DATA-BAIXA        PIC 9(08).
           05 LT-VAL-BAIXA         PIC 9(08)V99.
           05 LT-QTD-GUIAS         PIC 9(03).

       77  WS-VENDAS-ABERTAS       PIC S9(03) VALUE ZEROS.

      *-----> DIVERGENCIA SENDO APONTADA
       77  WS-DIV-TIPO             PIC 9(02) VALUE ZEROS.
       77  WS-DIV-REFERENCIA       PIC 9(08) VALUE ZEROS.
       77  WS-DIV-ESPERADO         PIC X(25) VALUE SPACES.
       77  WS-DIV-ENCONTRADO       PIC X(25) VALUE SPACES.
       77  WS-VALOR-EDITADO        PIC $$.$$$.$$9,99.

      *-----> TIPOS DE DIVERGENCIA, NA ORDEM DO RELATORIO
       01  TAB-TIPOS-VALORES.
           05 FILLER              PIC X(30)
              VALUE "LOTE PRECIFICADO SEM TRILHA   ".
           05 FILLER              PIC X(30)
              VALUE "VALOR DIFERENTE DA TRILHA     ".
           05 FILLER              PIC X(30)
              VALUE "LOTE VENDIDO SEM VENDA BAIXADA".
           05 FILLER              PIC X(30)
              VALUE "VALOR DIFERENTE DA BAIXA      ".
           05 FILLER              PIC X(30)
              VALUE "VENDA EM ABERTO SEM STATUS V  ".
           05 FILLER              PIC X(30)
              VALUE "LOTE VENDIDO SEM GUIA DE ITBI ".

       01  TAB-TIPOS REDEFINES TAB-TIPOS-VALORES.
           05 TT-DESCRICAO OCCURS 6 TIMES
                                  PIC X(30).

       01  TAB-QTD-TIPOS.
           05 TQ-QTD OCCURS 6 TIMES
                                  PIC 9(08).

       77  WS-QTD-TIPOS            PIC 9(02) VALUE 06.
       77  WS-TIPO                 PIC 9(02) VALUE ZEROS.

      *-----> DIVERGENCIAS GUARDADAS PARA A LISTAGEM POR TIPO (ALEM
      *-----> DO LIMITE SO AS QUANTIDADES POR TIPO SAO APURADAS)
       01  TAB-DIVERGENCIAS.
           05 TAB-DIV OCCURS 1000 TIMES INDEXED BY WS-IDX-DIV.
              10 TD-TIPO          PIC 9(02).
              10 TD-ID-LOTE       PIC 9(10).
              10 TD-STATUS        PIC X(01).
              10 TD-DATA-ULT      PIC 9(08).
              10 TD-REFERENCIA    PIC 9(08).
              10 TD-ESPERADO      PIC X(25).
              10 TD-ENCONTRADO    PIC X(25).
       77  WS-QTD-DIV              PIC 9(04) VALUE ZEROS.
       77  WS-MAX-DIV              PIC 9(04) VALUE 1000.
       77  WS-DIV-EXCEDIDAS        PIC X(01) VALUE "N".
           88 DIVERGENCIAS-EXCEDIDAS         VALUE "S".

      *-----> CONTADORES
       77  WS-CT-MST-LIDOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-AUA-LIDOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-AUD-LIDOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-RAZAO-LIDOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-GUIAS-LIDAS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-LIBERADOS         PIC 9(08) VALUE ZEROS.
       77  WS-CT-SO-TRILHA         PIC 9(08) VALUE ZEROS.
       77  WS-CT-LOTES-DIVERG      PIC 9(08) VALUE ZEROS.
       77  WS-CT-DIVERGENCIAS      PIC 9(08) VALUE ZEROS.
       77  WS-LOTE-DIVERGENTE      PIC X(01) VALUE "N".
       77  WS-TOT-LIDOS            PIC 9(08) VALUE ZEROS.

      *-----> LINHAS DO RELATORIO DE DIVERGENCIAS
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG029 - CONFERENCIA DE".
           05 FILLER              PIC X(30)
              VALUE " INTEGRIDADE DO MESTRE TERMST ".

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

       01  WS-LINHA-TIPO.
           05 FILLER              PIC X(05) VALUE "TIPO ".
           05 TP-TIPO             PIC 9(02).
           05 FILLER              PIC X(03) VALUE " - ".
           05 TP-DESCRICAO        PIC X(30).
           05 FILLER              PIC X(07) VALUE "  QTD: ".
           05 TP-QTD              PIC ZZZ.ZZ9.

       01  WS-CABECALHO-3.
           05 FILLER              PIC X(15) VALUE
              "LOTE        ST ".
           05 FILLER              PIC X(22) VALUE
              "DATA ULT.  REFERENCIA ".
           05 FILLER              PIC X(26) VALUE "ESPERADO".
           05 FILLER              PIC X(10) VALUE "ENCONTRADO".

       01  WS-LINHA-DIVERGENCIA.
           05 LD-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-STATUS           PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DATA-ULT.
              10 LD-ULT-DD         PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LD-ULT-MM         PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LD-ULT-AAAA       PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LD-REFERENCIA.
              10 LD-REF-DD         PIC X(02).
              10 LD-REF-BARRA-1    PIC X(01).
              10 LD-REF-MM         PIC X(02).
              10 LD-REF-BARRA-2    PIC X(01).
              10 LD-REF-AAAA       PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LD-ESPERADO         PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LD-ENCONTRADO       PIC X(25).

       01  WS-LINHA-CONTADOR.
           05 LC-DESCRICAO        PIC X(40).
           05 LC-QTD              PIC ZZ.ZZZ.ZZ9.

       01  WS-LINHA-TITULO         PIC X(100).

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 060-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              PERFORM 016-CLASSIFICAR-E-CONFERIR
              PERFORM 046-IMPRIMIR-DIVERGENCIAS
              PERFORM 049-IMPRIMIR-RESUMO
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 062-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG029 - CONFERENCIA DE INTEGRIDADE DO TERMST"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-MASTER-ABERTO WS-RELATORIO-ABERTO
                         WS-AUA-ABERTO WS-AUD-ABERTO WS-RAZAO-ABERTO
                         WS-GUIAS-ABERTO WS-DIV-EXCEDIDAS
           MOVE ZEROS TO WS-COD-RETORNO    WS-SEQ-SORT
                          WS-QTD-DIV        TAB-QTD-TIPOS
                          WS-CT-MST-LIDOS   WS-CT-AUA-LIDOS
                          WS-CT-AUD-LIDOS   WS-CT-RAZAO-LIDOS
                          WS-CT-GUIAS-LIDAS WS-CT-LIBERADOS
                          WS-CT-SO-TRILHA   WS-CT-LOTES-DIVERG
                          WS-CT-DIVERGENCIAS WS-TOT-LIDOS

           OPEN INPUT ARQ-MASTER
           IF FS-MASTER NOT = "00"
              DISPLAY "** ARQ-MASTER (TERMST) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-MASTER " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              MOVE "S" TO WS-MASTER-ABERTO
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERINR) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 MOVE "S" TO WS-RELATORIO-ABERTO
                 PERFORM 012-IMPRIMIR-CABECALHO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 014-ABRIR-TRILHAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO RELATORIO DE DIVERGENCIAS          *
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
      *    ABRIR A TRILHA E O HISTORICO DE VENDAS. ARQUIVO AINDA      *
      *    INEXISTENTE E TOLERADO E APONTADO NO RELATORIO (OS LOTES   *
      *    QUE DEPENDEM DELE SAEM COMO DIVERGENTES); QUALQUER OUTRO   *
      *    ERRO DE ABERTURA CANCELA A CONFERENCIA                     *
      *--------------------------------------------------------------*
       014-ABRIR-TRILHAS.

           OPEN INPUT ARQ-AUD-ARQUIVO
           EVALUATE FS-AUD-ARQUIVO
              WHEN "00"
                 MOVE "S" TO WS-AUA-ABERTO
              WHEN "35"
                 MOVE "** TERAUA INEXISTENTE - NENHUMA TRILHA ARQUIVADA
      -             " CONSIDERADA **" TO WS-LINHA-TITULO
                 WRITE REG-RELATORIO FROM WS-LINHA-TITULO
              WHEN OTHER
                 DISPLAY "** ARQ-AUD-ARQUIVO (TERAUA) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-AUD-ARQUIVO " **"
                 MOVE 99 TO WS-COD-RETORNO
           END-EVALUATE

           OPEN INPUT ARQ-AUDITORIA
           EVALUATE FS-AUDITORIA
              WHEN "00"
                 MOVE "S" TO WS-AUD-ABERTO
              WHEN "35"
                 MOVE "** TERAUD INEXISTENTE - TRILHA VIVA NAO CONSIDER
      -             "ADA **" TO WS-LINHA-TITULO
                 WRITE REG-RELATORIO FROM WS-LINHA-TITULO
              WHEN OTHER
                 DISPLAY "** ARQ-AUDITORIA (TERAUD) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-AUDITORIA " **"
                 MOVE 99 TO WS-COD-RETORNO
           END-EVALUATE

           OPEN INPUT ARQ-COMIS-PAGAR
           EVALUATE FS-COMIS-PAGAR
              WHEN "00"
                 MOVE "S" TO WS-RAZAO-ABERTO
              WHEN "35"
                 MOVE "** TERCPG INEXISTENTE - NENHUMA VENDA BAIXADA CON
      -             "SIDERADA **" TO WS-LINHA-TITULO
                 WRITE REG-RELATORIO FROM WS-LINHA-TITULO
              WHEN OTHER
                 DISPLAY "** ARQ-COMIS-PAGAR (TERCPG) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-COMIS-PAGAR " **"
                 MOVE 99 TO WS-COD-RETORNO
           END-EVALUATE

           OPEN INPUT ARQ-GUIAS-ITBI
           EVALUATE FS-GUIAS-ITBI
              WHEN "00"
                 MOVE "S" TO WS-GUIAS-ABERTO
              WHEN "35"
                 MOVE "** TERGUI INEXISTENTE - NENHUMA GUIA DE ITBI CONS
      -             "IDERADA **" TO WS-LINHA-TITULO
                 WRITE REG-RELATORIO FROM WS-LINHA-TITULO
              WHEN OTHER
                 DISPLAY "** ARQ-GUIAS-ITBI (TERGUI) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-GUIAS-ITBI " **"
                 MOVE 99 TO WS-COD-RETORNO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR A TRILHA POR LOTE E CASAR COM O MESTRE         *
      *--------------------------------------------------------------*
       016-CLASSIFICAR-E-CONFERIR.

           SORT ARQ-SORT
              ON ASCENDING KEY SR-ID-LOTE SR-DATA SR-HORA SR-SEQ
              INPUT PROCEDURE IS 020-CLASSIFICAR-TRILHA
              OUTPUT PROCEDURE IS 030-CONFERIR-MESTRE
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERA A TRILHA ARQUIVADA,*
      *    A TRILHA VIVA, AS BAIXAS/DISTRATOS DO CORRETOR DA VENDA E  *
      *    AS GUIAS DE ITBI                                           *
      *--------------------------------------------------------------*
       020-CLASSIFICAR-TRILHA.

           IF AUA-ABERTO
              MOVE "N" TO WS-FIM-ENTRADA
              PERFORM 021-LER-AUD-ARQUIVO
              PERFORM 023-LIBERAR-AUD-ARQUIVO
                 UNTIL WS-FIM-ENTRADA = "S"
           END-IF

           IF AUD-ABERTO
              MOVE "N" TO WS-FIM-ENTRADA
              PERFORM 022-LER-AUDITORIA
              PERFORM 024-LIBERAR-AUD-VIVA
                 UNTIL WS-FIM-ENTRADA = "S"
           END-IF

           IF RAZAO-ABERTO
              MOVE "N" TO WS-FIM-ENTRADA
              PERFORM 025-LER-RAZAO
              PERFORM 026-LIBERAR-RAZAO
                 UNTIL WS-FIM-ENTRADA = "S"
           END-IF

           IF GUIAS-ABERTO
              MOVE "N" TO WS-FIM-ENTRADA
              PERFORM 027-LER-GUIA
              PERFORM 028-LIBERAR-GUIA
                 UNTIL WS-FIM-ENTRADA = "S"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DA TRILHA ARQUIVADA                 *
      *--------------------------------------------------------------*
       021-LER-AUD-ARQUIVO.

           READ ARQ-AUD-ARQUIVO INTO WS-REG-AUDITORIA
              AT END
                 MOVE "S" TO WS-FIM-ENTRADA
              NOT AT END
                 ADD 1 TO WS-CT-AUA-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DA TRILHA VIVA                      *
      *--------------------------------------------------------------*
       022-LER-AUDITORIA.

           READ ARQ-AUDITORIA INTO WS-REG-AUDITORIA
              AT END
                 MOVE "S" TO WS-FIM-ENTRADA
              NOT AT END
                 ADD 1 TO WS-CT-AUD-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR O REGISTRO DA TRILHA ARQUIVADA E LER O PROXIMO     *
      *--------------------------------------------------------------*
       023-LIBERAR-AUD-ARQUIVO.

           PERFORM 029-LIBERAR-REG-AUDITORIA
           PERFORM 021-LER-AUD-ARQUIVO
           .
      *--------------------------------------------------------------*
      *    LIBERAR O REGISTRO DA TRILHA VIVA E LER O PROXIMO          *
      *--------------------------------------------------------------*
       024-LIBERAR-AUD-VIVA.

           PERFORM 029-LIBERAR-REG-AUDITORIA
           PERFORM 022-LER-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO LANCAMENTO DO RAZAO DE COMISSOES             *
      *--------------------------------------------------------------*
       025-LER-RAZAO.

           READ ARQ-COMIS-PAGAR
              AT END
                 MOVE "S" TO WS-FIM-ENTRADA
              NOT AT END
                 ADD 1 TO WS-CT-RAZAO-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR A BAIXA OU O DISTRATO DO CORRETOR DA VENDA (O      *
      *    CAPTADOR SO SAI QUANDO TEM COMISSAO - NAO CONTA VENDAS)    *
      *--------------------------------------------------------------*
       026-LIBERAR-RAZAO.

           IF CP-VENDEDOR
              AND CP-ID-LOTE IS NUMERIC
              AND CP-ID-LOTE > ZEROS
              MOVE CP-ID-LOTE        TO SR-ID-LOTE
              MOVE CP-DATA-PROC      TO SR-DATA
              MOVE SPACES            TO SR-HORA
              MOVE "C"               TO SR-ORIGEM
              MOVE CP-TIPO-LANC      TO SR-TIPO-LANC
              MOVE CP-VAL-CONTRATADO TO SR-VALOR
              PERFORM 031-LIBERAR-REGISTRO
           END-IF

           PERFORM 025-LER-RAZAO
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA GUIA DE ITBI                                 *
      *--------------------------------------------------------------*
       027-LER-GUIA.

           READ ARQ-GUIAS-ITBI
              AT END
                 MOVE "S" TO WS-FIM-ENTRADA
              NOT AT END
                 ADD 1 TO WS-CT-GUIAS-LIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR A GUIA DE ITBI DO LOTE E LER A PROXIMA             *
      *--------------------------------------------------------------*
       028-LIBERAR-GUIA.

           IF GI-ID-LOTE IS NUMERIC
              AND GI-ID-LOTE > ZEROS
              MOVE GI-ID-LOTE        TO SR-ID-LOTE
              MOVE GI-DATA-PROC      TO SR-DATA
              MOVE SPACES            TO SR-HORA
              MOVE "G"               TO SR-ORIGEM
              MOVE SPACE             TO SR-TIPO-LANC
              MOVE GI-VAL-CONTRATADO TO SR-VALOR
              PERFORM 031-LIBERAR-REGISTRO
           END-IF

           PERFORM 027-LER-GUIA
           .
      *--------------------------------------------------------------*
      *    LIBERAR UM REGISTRO DE TRILHA COM ID DE LOTE. ID ZERADO E  *
      *    COTACAO DE PROSPECTO (CGPRG015) - NAO PERTENCE A NENHUM    *
      *    LOTE DO MESTRE. AU-DATA VEM COM O SECULO ZERADO (00AAMMDD) *
      *    E E RECOMPOSTA COMO NO CGPRG014                            *
      *--------------------------------------------------------------*
       029-LIBERAR-REG-AUDITORIA.

           IF AU-ID-LOTE IS NUMERIC
              AND AU-ID-LOTE > ZEROS
              MOVE AU-ID-LOTE      TO SR-ID-LOTE
              MOVE ZEROS           TO SR-DATA
              IF AU-DATA IS NUMERIC
                 MOVE AU-DATA(3:1) TO SR-DATA(1:1)
                 MOVE AU-DATA(1:1) TO SR-DATA(2:1)
                 MOVE AU-DATA(3:2) TO SR-DATA(3:2)
                 MOVE AU-DATA(5:2) TO SR-DATA(5:2)
                 MOVE AU-DATA(7:2) TO SR-DATA(7:2)
              END-IF
              MOVE AU-HORA         TO SR-HORA
              MOVE "A"             TO SR-ORIGEM
              MOVE SPACE           TO SR-TIPO-LANC
              MOVE AU-VAL-VENDA    TO SR-VALOR
              PERFORM 031-LIBERAR-REGISTRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: CASA O MESTRE, LIDO EM      *
      *    ORDEM DE CHAVE, COM A TRILHA CLASSIFICADA POR LOTE         *
      *--------------------------------------------------------------*
       030-CONFERIR-MESTRE.

           MOVE "N" TO WS-FIM WS-FIM-SORT

           PERFORM 032-LER-MASTER
           PERFORM 033-RETORNAR-TRILHA
           PERFORM 034-AGRUPAR-TRILHA

           PERFORM 036-CASAR-LOTE
              UNTIL WS-CHAVE-MESTRE = WS-CHAVE-FIM
                AND WS-CHAVE-GRUPO  = WS-CHAVE-FIM
           .
      *--------------------------------------------------------------*
      *    NUMERAR E LIBERAR UM REGISTRO PARA O SORT (O NUMERO DE     *
      *    ORDEM MANTEM A SEQUENCIA DE GRAVACAO NA MESMA DATA)        *
      *--------------------------------------------------------------*
       031-LIBERAR-REGISTRO.

           ADD 1 TO WS-SEQ-SORT
           MOVE WS-SEQ-SORT TO SR-SEQ
           RELEASE REG-SORT
           ADD 1 TO WS-CT-LIBERADOS
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO LOTE DO MESTRE                               *
      *--------------------------------------------------------------*
       032-LER-MASTER.

           READ ARQ-MASTER
              AT END
                 MOVE "S"          TO WS-FIM
                 MOVE WS-CHAVE-FIM TO WS-CHAVE-MESTRE
              NOT AT END
                 ADD 1 TO WS-CT-MST-LIDOS
                 MOVE MS-ID-LOTE   TO WS-CHAVE-MESTRE
           END-READ
           .
      *--------------------------------------------------------------*
      *    RETORNAR O PROXIMO REGISTRO CLASSIFICADO DA TRILHA         *
      *--------------------------------------------------------------*
       033-RETORNAR-TRILHA.

           RETURN ARQ-SORT
              AT END
                 MOVE "S" TO WS-FIM-SORT
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    JUNTAR OS REGISTROS CLASSIFICADOS DO PROXIMO LOTE DA       *
      *    TRILHA NO RESUMO DO GRUPO                                  *
      *--------------------------------------------------------------*
       034-AGRUPAR-TRILHA.

           IF WS-FIM-SORT = "S"
              MOVE WS-CHAVE-FIM TO WS-CHAVE-GRUPO
           ELSE
              MOVE SR-ID-LOTE   TO WS-CHAVE-GRUPO
              MOVE ZEROS        TO WS-GRUPO-TRILHA
              PERFORM 035-ACUMULAR-TRILHA
                 UNTIL WS-FIM-SORT = "S"
                    OR SR-ID-LOTE NOT = WS-CHAVE-GRUPO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR UM REGISTRO NO RESUMO DO GRUPO (O ULTIMO DE CADA  *
      *    ORIGEM E O MAIS RECENTE - A TRILHA ESTA EM ORDEM           *
      *    CRONOLOGICA DENTRO DO LOTE)                                *
      *--------------------------------------------------------------*
       035-ACUMULAR-TRILHA.

           EVALUATE TRUE
              WHEN SR-DA-TRILHA
                 ADD 1              TO GR-QTD-TRILHA
                 MOVE SR-DATA       TO GR-DATA-TRILHA
                 MOVE SR-VALOR      TO GR-VAL-TRILHA
              WHEN SR-DO-RAZAO AND SR-TIPO-LANC = "V"
                 ADD 1              TO GR-QTD-VENDAS
                 MOVE SR-DATA       TO GR-DATA-BAIXA
                 MOVE SR-VALOR      TO GR-VAL-BAIXA
              WHEN SR-DO-RAZAO AND SR-TIPO-LANC = "D"
                 ADD 1              TO GR-QTD-DISTRATOS
              WHEN SR-DA-GUIA
                 ADD 1              TO GR-QTD-GUIAS
           END-EVALUATE

           PERFORM 033-RETORNAR-TRILHA
           .
      *--------------------------------------------------------------*
      *    CASAR A CHAVE DO MESTRE COM A DO GRUPO DA TRILHA           *
      *--------------------------------------------------------------*
       036-CASAR-LOTE.

           EVALUATE TRUE
              WHEN WS-CHAVE-MESTRE < WS-CHAVE-GRUPO
                 MOVE ZEROS TO WS-TRILHA-LOTE
                 PERFORM 040-CONFERIR-LOTE
                 PERFORM 032-LER-MASTER
              WHEN WS-CHAVE-MESTRE = WS-CHAVE-GRUPO
                 MOVE WS-GRUPO-TRILHA TO WS-TRILHA-LOTE
                 PERFORM 040-CONFERIR-LOTE
                 PERFORM 032-LER-MASTER
                 PERFORM 034-AGRUPAR-TRILHA
              WHEN OTHER
      *-----> LOTE SO NA TRILHA: VENDIDO DESCARREGADO NO TERMSA PELO
      *-----> CGPRG014 OU TRILHA DE LOTE NUNCA GRAVADO NO MESTRE
                 ADD 1 TO WS-CT-SO-TRILHA
                 PERFORM 034-AGRUPAR-TRILHA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERIR UM LOTE DO MESTRE CONTRA A SUA TRILHA             *
      *--------------------------------------------------------------*
       040-CONFERIR-LOTE.

           MOVE "N" TO WS-LOTE-DIVERGENTE
           COMPUTE WS-VENDAS-ABERTAS =
              LT-QTD-VENDAS - LT-QTD-DISTRATOS

           EVALUATE TRUE
              WHEN MS-PRECIFICADO OR MS-REPRECIFICADO OR MS-RESERVADO
                 PERFORM 042-CONFERIR-PRECIFICADO
                 PERFORM 044-CONFERIR-VENDA-ABERTA
              WHEN MS-VENDIDO
                 PERFORM 043-CONFERIR-VENDIDO
              WHEN OTHER
                 PERFORM 044-CONFERIR-VENDA-ABERTA
           END-EVALUATE

           IF WS-LOTE-DIVERGENTE = "S"
              ADD 1 TO WS-CT-LOTES-DIVERG
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOTE EM ESTOQUE (P/R/E): PRECISA ESTAR NA TRILHA E O VALOR *
      *    DO MESTRE E O DO ULTIMO CALCULO REGISTRADO                 *
      *--------------------------------------------------------------*
       042-CONFERIR-PRECIFICADO.

           IF LT-QTD-TRILHA = ZERO
              MOVE 01                  TO WS-DIV-TIPO
              MOVE ZEROS               TO WS-DIV-REFERENCIA
              MOVE "REGISTRO NA TRILHA" TO WS-DIV-ESPERADO
              MOVE "NENHUM REGISTRO"   TO WS-DIV-ENCONTRADO
              PERFORM 045-APONTAR-DIVERGENCIA
           ELSE
              IF LT-VAL-TRILHA NOT = MS-VAL-VENDA
                 MOVE 02               TO WS-DIV-TIPO
                 MOVE LT-DATA-TRILHA   TO WS-DIV-REFERENCIA
                 MOVE LT-VAL-TRILHA    TO WS-VALOR-EDITADO
                 MOVE WS-VALOR-EDITADO TO WS-DIV-ESPERADO
                 MOVE MS-VAL-VENDA     TO WS-VALOR-EDITADO
                 MOVE WS-VALOR-EDITADO TO WS-DIV-ENCONTRADO
                 PERFORM 045-APONTAR-DIVERGENCIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOTE VENDIDO: PRECISA TER UMA BAIXA EM ABERTO NO TERCPG,   *
      *    COM O VALOR CONTRATADO DO MESTRE, E GUIA DE ITBI           *
      *--------------------------------------------------------------*
       043-CONFERIR-VENDIDO.

           IF WS-VENDAS-ABERTAS NOT > ZERO
              MOVE 03                  TO WS-DIV-TIPO
              MOVE ZEROS               TO WS-DIV-REFERENCIA
              MOVE "BAIXA EM ABERTO"   TO WS-DIV-ESPERADO
              IF LT-QTD-VENDAS = ZERO
                 MOVE "NENHUMA BAIXA"  TO WS-DIV-ENCONTRADO
              ELSE
                 MOVE LT-DATA-BAIXA    TO WS-DIV-REFERENCIA
                 MOVE "BAIXA DISTRATADA" TO WS-DIV-ENCONTRADO
              END-IF
              PERFORM 045-APONTAR-DIVERGENCIA
           ELSE
              IF LT-VAL-BAIXA NOT = MS-VAL-VENDA
                 MOVE 04               TO WS-DIV-TIPO
                 MOVE LT-DATA-BAIXA    TO WS-DIV-REFERENCIA
                 MOVE LT-VAL-BAIXA     TO WS-VALOR-EDITADO
                 MOVE WS-VALOR-EDITADO TO WS-DIV-ESPERADO
                 MOVE MS-VAL-VENDA     TO WS-VALOR-EDITADO
                 MOVE WS-VALOR-EDITADO TO WS-DIV-ENCONTRADO
                 PERFORM 045-APONTAR-DIVERGENCIA
              END-IF
              IF LT-QTD-GUIAS = ZERO
                 MOVE 06               TO WS-DIV-TIPO
                 MOVE LT-DATA-BAIXA    TO WS-DIV-REFERENCIA
                 MOVE "GUIA NO TERGUI" TO WS-DIV-ESPERADO
                 MOVE "NENHUMA GUIA"   TO WS-DIV-ENCONTRADO
                 PERFORM 045-APONTAR-DIVERGENCIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOTE NAO VENDIDO NAO PODE TER BAIXA SEM DISTRATO           *
      *--------------------------------------------------------------*
       044-CONFERIR-VENDA-ABERTA.

           IF WS-VENDAS-ABERTAS > ZERO
              MOVE 05                  TO WS-DIV-TIPO
              MOVE LT-DATA-BAIXA       TO WS-DIV-REFERENCIA
              MOVE "STATUS V"          TO WS-DIV-ESPERADO
              MOVE SPACES              TO WS-DIV-ENCONTRADO
              STRING "STATUS " MS-STATUS
                 DELIMITED BY SIZE INTO WS-DIV-ENCONTRADO
              END-STRING
              PERFORM 045-APONTAR-DIVERGENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    APONTAR UMA DIVERGENCIA: CONTA POR TIPO E GUARDA PARA A    *
      *    LISTAGEM ENQUANTO HOUVER ESPACO NA TABELA                  *
      *--------------------------------------------------------------*
       045-APONTAR-DIVERGENCIA.

           MOVE "S" TO WS-LOTE-DIVERGENTE
           ADD 1 TO WS-CT-DIVERGENCIAS
           ADD 1 TO TQ-QTD (WS-DIV-TIPO)

           IF WS-QTD-DIV < WS-MAX-DIV
              ADD 1 TO WS-QTD-DIV
              SET WS-IDX-DIV TO WS-QTD-DIV
              MOVE WS-DIV-TIPO       TO TD-TIPO (WS-IDX-DIV)
              MOVE MS-ID-LOTE        TO TD-ID-LOTE (WS-IDX-DIV)
              MOVE MS-STATUS         TO TD-STATUS (WS-IDX-DIV)
              MOVE MS-DATA-ULT       TO TD-DATA-ULT (WS-IDX-DIV)
              MOVE WS-DIV-REFERENCIA TO TD-REFERENCIA (WS-IDX-DIV)
              MOVE WS-DIV-ESPERADO   TO TD-ESPERADO (WS-IDX-DIV)
              MOVE WS-DIV-ENCONTRADO TO TD-ENCONTRADO (WS-IDX-DIV)
           ELSE
              MOVE "S" TO WS-DIV-EXCEDIDAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR AS DIVERGENCIAS AGRUPADAS POR TIPO                *
      *--------------------------------------------------------------*
       046-IMPRIMIR-DIVERGENCIAS.

           WRITE REG-RELATORIO FROM SPACES

           PERFORM 047-IMPRIMIR-TIPO
              VARYING WS-TIPO FROM 1 BY 1
              UNTIL WS-TIPO > WS-QTD-TIPOS

           IF DIVERGENCIAS-EXCEDIDAS
              MOVE "** LISTAGEM LIMITADA A 1.000 DIVERGENCIAS - AS QUANT
      -          "IDADES POR TIPO ESTAO COMPLETAS **" TO WS-LINHA-TITULO
              WRITE REG-RELATORIO FROM WS-LINHA-TITULO
              WRITE REG-RELATORIO FROM SPACES
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O BLOCO DE UM TIPO DE DIVERGENCIA                 *
      *--------------------------------------------------------------*
       047-IMPRIMIR-TIPO.

           MOVE WS-TIPO                TO TP-TIPO
           MOVE TT-DESCRICAO (WS-TIPO) TO TP-DESCRICAO
           MOVE TQ-QTD (WS-TIPO)       TO TP-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TIPO

           IF TQ-QTD (WS-TIPO) = ZERO
              MOVE "  NENHUMA DIVERGENCIA" TO WS-LINHA-TITULO
              WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           ELSE
              WRITE REG-RELATORIO FROM WS-CABECALHO-3
              PERFORM 048-IMPRIMIR-LINHA
                 VARYING WS-IDX-DIV FROM 1 BY 1
                 UNTIL WS-IDX-DIV > WS-QTD-DIV
           END-IF

           WRITE REG-RELATORIO FROM SPACES
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA DIVERGENCIA DO TIPO CORRENTE                  *
      *--------------------------------------------------------------*
       048-IMPRIMIR-LINHA.

           IF TD-TIPO (WS-IDX-DIV) = WS-TIPO
              MOVE TD-ID-LOTE (WS-IDX-DIV)        TO LD-ID-LOTE
              MOVE TD-STATUS (WS-IDX-DIV)         TO LD-STATUS
              MOVE TD-DATA-ULT (WS-IDX-DIV)(7:2)  TO LD-ULT-DD
              MOVE TD-DATA-ULT (WS-IDX-DIV)(5:2)  TO LD-ULT-MM
              MOVE TD-DATA-ULT (WS-IDX-DIV)(1:4)  TO LD-ULT-AAAA
              IF TD-REFERENCIA (WS-IDX-DIV) = ZEROS
                 MOVE SPACES                      TO LD-REFERENCIA
              ELSE
                 MOVE TD-REFERENCIA (WS-IDX-DIV)(7:2) TO LD-REF-DD
                 MOVE TD-REFERENCIA (WS-IDX-DIV)(5:2) TO LD-REF-MM
                 MOVE TD-REFERENCIA (WS-IDX-DIV)(1:4) TO LD-REF-AAAA
                 MOVE "/"                         TO LD-REF-BARRA-1
                                                     LD-REF-BARRA-2
              END-IF
              MOVE TD-ESPERADO (WS-IDX-DIV)       TO LD-ESPERADO
              MOVE TD-ENCONTRADO (WS-IDX-DIV)     TO LD-ENCONTRADO
              WRITE REG-RELATORIO FROM WS-LINHA-DIVERGENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O RESUMO DA CONFERENCIA                           *
      *--------------------------------------------------------------*
       049-IMPRIMIR-RESUMO.

           MOVE "RESUMO DA CONFERENCIA" TO WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO

           MOVE "LOTES LIDOS NO MESTRE (TERMST)"  TO LC-DESCRICAO
           MOVE WS-CT-MST-LIDOS    TO LC-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR

           MOVE "REGISTROS DA TRILHA ARQUIVADA (TERAUA)" TO LC-DESCRICAO
           MOVE WS-CT-AUA-LIDOS    TO LC-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR

           MOVE "REGISTROS DA TRILHA VIVA (TERAUD)" TO LC-DESCRICAO
           MOVE WS-CT-AUD-LIDOS    TO LC-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR

           MOVE "LANCAMENTOS DE COMISSAO (TERCPG)" TO LC-DESCRICAO
           MOVE WS-CT-RAZAO-LIDOS  TO LC-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR

           MOVE "GUIAS DE ITBI (TERGUI)"          TO LC-DESCRICAO
           MOVE WS-CT-GUIAS-LIDAS  TO LC-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR

           MOVE "LOTES SO NA TRILHA (FORA DO MESTRE)" TO LC-DESCRICAO
           MOVE WS-CT-SO-TRILHA    TO LC-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR

           MOVE "LOTES COM DIVERGENCIA"           TO LC-DESCRICAO
           MOVE WS-CT-LOTES-DIVERG TO LC-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR

           MOVE "TOTAL DE DIVERGENCIAS"           TO LC-DESCRICAO
           MOVE WS-CT-DIVERGENCIAS TO LC-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR

           WRITE REG-RELATORIO FROM SPACES
           IF WS-CT-DIVERGENCIAS = ZERO
              MOVE "MESTRE CONFERE COM A TRILHA E COM AS VENDAS"
                 TO WS-LINHA-TITULO
           ELSE
              MOVE "** MESTRE COM DIVERGENCIAS - VER OS TIPOS ACIMA **"
                 TO WS-LINHA-TITULO
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF MASTER-ABERTO
              CLOSE ARQ-MASTER
           END-IF
           IF AUA-ABERTO
              CLOSE ARQ-AUD-ARQUIVO
           END-IF
           IF AUD-ABERTO
              CLOSE ARQ-AUDITORIA
           END-IF
           IF RAZAO-ABERTO
              CLOSE ARQ-COMIS-PAGAR
           END-IF
           IF GUIAS-ABERTO
              CLOSE ARQ-GUIAS-ITBI
           END-IF
           IF RELATORIO-ABERTO
              CLOSE ARQ-RELATORIO
           END-IF

           COMPUTE WS-TOT-LIDOS =
              WS-CT-MST-LIDOS + WS-CT-AUA-LIDOS + WS-CT-AUD-LIDOS
              + WS-CT-RAZAO-LIDOS + WS-CT-GUIAS-LIDAS

           IF WS-COD-RETORNO = ZEROS
              DISPLAY "LOTES LIDOS NO TERMST  = " WS-CT-MST-LIDOS
              DISPLAY "REGISTROS CLASSIFICADOS = " WS-CT-LIBERADOS
              DISPLAY "LOTES SO NA TRILHA     = " WS-CT-SO-TRILHA
              DISPLAY "LOTES COM DIVERGENCIA  = " WS-CT-LOTES-DIVERG
              DISPLAY "TOTAL DE DIVERGENCIAS  = " WS-CT-DIVERGENCIAS

              IF WS-CT-DIVERGENCIAS > ZERO
                 DISPLAY "** MESTRE COM DIVERGENCIAS - VER TERINR **"
                 MOVE 08 TO WS-COD-RETORNO
              END-IF
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG029"
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
              MOVE "CGPRG029"         TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO       TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE       TO RC-DATA
              MOVE AS-HORA            TO RC-HORA
              MOVE WS-DATA-HOJE       TO RC-DATA-PROC
              MOVE WS-TOT-LIDOS       TO RC-CT-LIDOS
              MOVE WS-CT-DIVERGENCIAS TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO     TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG029 <-------------------*
