       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG027.
       AUTHOR.        RICARDO SATOSHI.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      *    INTERFACE CONTABIL - DIARIO DE LANCAMENTOS PARA O RAZAO    *
      *    RECEBE O MES DE COMPETENCIA (TERCMP) E MONTA O DIARIO     *
      *    CONTABIL DO MES (TERJRN, LAYOUT FIXO DO RAZAO CORPORATIVO)*
      *    A PARTIR DOS ARQUIVOS GRAVADOS NA BAIXA DAS VENDAS:       *
      *    - RAZAO DE COMISSOES A PAGAR (TERCPG): O LANCAMENTO DO    *
      *      CORRETOR DA VENDA DA A RECEITA DE VENDAS (VALOR         *
      *      CONTRATADO - EVENTO VEND) E CADA LANCAMENTO DA A        *
      *      DESPESA DE COMISSAO CONTRA A COMISSAO A PAGAR (EVENTO   *
      *      COMI). O ESTORNO DO DISTRATO INVERTE DEBITO E CREDITO;  *
      *    - GUIAS DE ITBI (TERGUI): DESPESA DE ITBI CONTRA O ITBI A *
      *      RECOLHER (EVENTO ITBI).                                 *
      *    A COMPETENCIA DE CADA MOVIMENTO E A DATA EM QUE A BAIXA   *
      *    (OU O DISTRATO) FOI PROCESSADA - MESMA REGRA DO CGPRG019  *
      *    E DO CGPRG020. AS CONTAS E O CENTRO DE CUSTO DE CADA      *
      *    EVENTO VEM DO DE-PARA TERCTA (MANTIDO PELO CGPRG028). AS  *
      *    LINHAS SAO CONSOLIDADAS POR DATA, CONTA, CENTRO DE CUSTO  *
      *    E NATUREZA (DEBITO/CREDITO).                              *
      *    SE ALGUM MOVIMENTO FICAR SEM CONTA OU SE DEBITOS E        *
      *    CREDITOS NAO FECHAREM (NO DIA OU NO MES) O DIARIO E       *
      *    RECUSADO: O TERJRN NAO E GERADO E O PROGRAMA ENCERRA COM  *
      *    CODIGO 12. O RESUMO DE LANCAMENTOS (TERJRL) SAI SEMPRE,   *
      *    COM A CONCILIACAO CONTRA OS TOTAIS DO FECHAMENTO MENSAL   *
      *    (TERFMT - CGPRG012). FECHAMENTO AUSENTE OU COM DIAS       *
      *    APONTADOS, OU VENDAS DO RAZAO DE COMISSOES QUE NAO BATEM  *
      *    COM AS GUIAS DE ITBI, ENCERRAM COM CODIGO 04. MES SEM     *
      *    MOVIMENTO ENCERRA COM CODIGO DE RETORNO 10.               *
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

           SELECT ARQ-CONTAS     ASSIGN TO "TERCTA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTAS.

           SELECT ARQ-TOTAIS-MES ASSIGN TO "TERFMT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-TOTAIS-MES.

           SELECT ARQ-COMIS-PAGAR ASSIGN TO "TERCPG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-COMIS-PAGAR.

           SELECT ARQ-GUIAS-ITBI ASSIGN TO "TERGUI"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-GUIAS-ITBI.

           SELECT ARQ-DIARIO     ASSIGN TO "TERJRN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-DIARIO.

           SELECT ARQ-RELATORIO  ASSIGN TO "TERJRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RELATORIO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*

      *-----> MES DE COMPETENCIA DO DIARIO (AAAAMM)
       FD  ARQ-COMPETENCIA
           LABEL RECORDS ARE STANDARD.
       01  REG-COMPETENCIA.
           05 FC-COMPETENCIA        PIC 9(06).

      *-----> DE-PARA CONTABIL (MANTIDO PELO CGPRG028 - MESMO LAYOUT
      *-----> LA; ALTERACAO AQUI DEVE SER REFLETIDA LA)
       FD  ARQ-CONTAS
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTA.
           05 CC-COD-EVENTO         PIC X(04).
           05 CC-DESCRICAO          PIC X(20).
           05 CC-CONTA-DEBITO       PIC X(10).
           05 CC-CONTA-CREDITO      PIC X(10).
           05 CC-CENTRO-CUSTO       PIC X(06).

      *-----> TOTAIS DO FECHAMENTO MENSAL (GRAVADOS PELO CGPRG012 -
      *-----> MESMO LAYOUT LA; VALE O ULTIMO REGISTRO DA COMPETENCIA)
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

      *-----> DIARIO CONTABIL PARA O RAZAO CORPORATIVO (LAYOUT FIXO
      *-----> DE 80 POSICOES): HEADER "H" COM A COMPETENCIA, UMA
      *-----> LINHA "D" POR DATA/CONTA/CENTRO DE CUSTO/NATUREZA E O
      *-----> TRAILER "T" COM A QUANTIDADE DE LINHAS E OS TOTAIS
       FD  ARQ-DIARIO
           LABEL RECORDS ARE STANDARD.
       01  REG-DIARIO.
           05 JR-TIPO-REG           PIC X(01).
              88 JR-REG-HEADER                VALUE "H".
              88 JR-REG-LANCAMENTO            VALUE "D".
              88 JR-REG-TRAILER               VALUE "T".
           05 JR-DATA-COMPETENCIA   PIC 9(08).
           05 JR-CONTA              PIC X(10).
           05 JR-CENTRO-CUSTO       PIC X(06).
           05 JR-NATUREZA           PIC X(01).
              88 JR-DEBITO                    VALUE "D".
              88 JR-CREDITO                   VALUE "C".
           05 JR-VALOR              PIC 9(13)V99.
           05 JR-COD-EVENTO         PIC X(04).
           05 JR-HISTORICO          PIC X(30).
           05 JR-QTD-MOVTOS         PIC 9(05).

       01  REG-DIARIO-HEADER.
           05 FILLER                PIC X(01).
           05 JH-COMPETENCIA        PIC 9(06).
           05 JH-DATA-GERACAO       PIC 9(08).
           05 JH-HORA-GERACAO       PIC 99.99.9999.
           05 JH-ORIGEM             PIC X(08).
           05 FILLER                PIC X(47).

       01  REG-DIARIO-TRAILER.
           05 FILLER                PIC X(01).
           05 JT-QTD-LINHAS         PIC 9(06).
           05 JT-TOT-DEBITOS        PIC 9(13)V99.
           05 JT-TOT-CREDITOS       PIC 9(13)V99.
           05 FILLER                PIC X(43).

      *-----> RESUMO DE LANCAMENTOS E CONCILIACAO
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
       77  FS-CONTAS               PIC X(02) VALUE "00".
       77  FS-TOTAIS-MES           PIC X(02) VALUE "00".
       77  FS-COMIS-PAGAR          PIC X(02) VALUE "00".
       77  FS-GUIAS-ITBI           PIC X(02) VALUE "00".
       77  FS-DIARIO               PIC X(02) VALUE "00".
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
       77  WS-GUIAS-ABERTO         PIC X(01) VALUE "N".
           88 GUIAS-ABERTO                   VALUE "S".
       77  WS-DIARIO-ABERTO        PIC X(01) VALUE "N".
           88 DIARIO-ABERTO                  VALUE "S".
       77  WS-RELATORIO-ABERTO     PIC X(01) VALUE "N".
           88 RELATORIO-ABERTO               VALUE "S".
       77  WS-FIM-CONTAS           PIC X(01) VALUE "N".
       77  WS-FIM-TOTAIS-MES       PIC X(01) VALUE "N".

      *-----> SITUACAO DO DIARIO (QUALQUER MOVIMENTO SEM CONTA, LINHAS
      *-----> ALEM DA TABELA OU DESBALANCEAMENTO RECUSA O DIARIO) E
      *-----> AVISOS DA CONCILIACAO
       77  WS-DIARIO-OK            PIC X(01) VALUE "S".
           88 DIARIO-VALIDO                  VALUE "S".
       77  WS-LINHAS-EXCEDIDAS     PIC X(01) VALUE "N".
           88 LINHAS-EXCEDIDAS               VALUE "S".
       77  WS-TEM-AVISO            PIC X(01) VALUE "N".
           88 HA-AVISO                       VALUE "S".

      *-----> DE-PARA CONTABIL CARREGADO DO TERCTA
       01  TAB-CONTAS.
           05 TAB-CONTA OCCURS 20 TIMES INDEXED BY WS-IDX-CTA.
              10 TC-COD-EVENTO    PIC X(04).
              10 TC-DESCRICAO     PIC X(20).
              10 TC-CONTA-DEBITO  PIC X(10).
              10 TC-CONTA-CREDITO PIC X(10).
              10 TC-CENTRO-CUSTO  PIC X(06).
       77  WS-QTD-CONTAS           PIC 9(03) VALUE ZEROS.
       77  WS-MAX-CONTAS           PIC 9(03) VALUE 20.

      *-----> TOTAIS DO FECHAMENTO DA COMPETENCIA (ULTIMO REGISTRO
      *-----> DO TERFMT PARA O MES)
       77  WS-TEM-FECHAMENTO       PIC X(01) VALUE "N".
           88 FECHAMENTO-ENCONTRADO          VALUE "S".
       77  WS-FEC-SITUACAO         PIC X(01) VALUE SPACES.
       77  WS-FEC-QTD              PIC 9(08) VALUE ZEROS.
       77  WS-FEC-VENDA            PIC 9(12)V99 VALUE ZEROS.
       77  WS-FEC-COMISSAO         PIC 9(12)V99 VALUE ZEROS.
       77  WS-FEC-IMPOSTO          PIC 9(12)V99 VALUE ZEROS.

      *-----> LINHAS DO DIARIO CONSOLIDADAS POR DATA, CONTA, CENTRO
      *-----> DE CUSTO, NATUREZA E EVENTO (31 DIAS X 3 EVENTOS X
      *-----> LANCAMENTO/ESTORNO X DEBITO/CREDITO CABEM NA TABELA)
       01  TAB-LINHAS.
           05 TAB-LINHA OCCURS 400 TIMES
              INDEXED BY WS-IDX-LIN WS-IDX-PES.
              10 TL-DIA           PIC 9(02).
              10 TL-DATA          PIC 9(08).
              10 TL-CONTA         PIC X(10).
              10 TL-CENTRO-CUSTO  PIC X(06).
              10 TL-NATUREZA      PIC X(01).
              10 TL-COD-EVENTO    PIC X(04).
              10 TL-ESTORNO       PIC X(01).
              10 TL-HISTORICO     PIC X(30).
              10 TL-VALOR         PIC 9(12)V99.
              10 TL-QTD-MOVTOS    PIC 9(05).
       77  WS-QTD-LINHAS           PIC 9(03) VALUE ZEROS.
       77  WS-MAX-LINHAS           PIC 9(03) VALUE 400.
       77  WS-ACHOU-LINHA          PIC X(01) VALUE "N".
           88 LINHA-ENCONTRADA               VALUE "S".

      *-----> MOVIMENTO SENDO CONTABILIZADO
       77  WS-LANC-EVENTO          PIC X(04) VALUE SPACES.
       77  WS-LANC-DATA            PIC 9(08) VALUE ZEROS.
       77  WS-LANC-VALOR           PIC 9(12)V99 VALUE ZEROS.
       77  WS-LANC-ESTORNO         PIC X(01) VALUE "N".
       77  WS-LANC-CONTA           PIC X(10) VALUE SPACES.
       77  WS-LANC-NATUREZA        PIC X(01) VALUE SPACES.
       77  WS-LANC-HISTORICO       PIC X(30) VALUE SPACES.

      *-----> CONFERENCIA DO BALANCEAMENTO
       77  WS-DIA                  PIC 9(02) VALUE ZEROS.
       77  WS-DEBITOS-DIA          PIC 9(12)V99 VALUE ZEROS.
       77  WS-CREDITOS-DIA         PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-DEBITOS          PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-CREDITOS         PIC 9(12)V99 VALUE ZEROS.
       77  WS-CT-DIAS-DESBALANC    PIC 9(02) VALUE ZEROS.

      *-----> CONTADORES E TOTAIS POR EVENTO
       77  WS-CT-RAZAO-LIDOS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-RAZAO-MES         PIC 9(08) VALUE ZEROS.
       77  WS-CT-GUIAS-LIDAS       PIC 9(08) VALUE ZEROS.
       77  WS-CT-GUIAS-MES         PIC 9(08) VALUE ZEROS.
       77  WS-CT-SEM-CONTA         PIC 9(08) VALUE ZEROS.
       77  WS-CT-LINHAS-GRAVADAS   PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENDAS            PIC 9(08) VALUE ZEROS.
       77  WS-TOT-VENDAS           PIC 9(12)V99 VALUE ZEROS.
       77  WS-CT-DISTRATOS         PIC 9(08) VALUE ZEROS.
       77  WS-TOT-DISTRATOS        PIC 9(12)V99 VALUE ZEROS.
       77  WS-CT-COMISSOES         PIC 9(08) VALUE ZEROS.
       77  WS-TOT-COMISSOES        PIC 9(12)V99 VALUE ZEROS.
       77  WS-CT-COMIS-ESTORNO     PIC 9(08) VALUE ZEROS.
       77  WS-TOT-COMIS-ESTORNO    PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-ITBI             PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-TABELA-VENDIDA   PIC 9(12)V99 VALUE ZEROS.

      *-----> VALORES LIQUIDOS CONTABILIZADOS E DIFERENCA (COM SINAL)
       77  WS-LIQ-RECEITA          PIC S9(12)V99 VALUE ZEROS.
       77  WS-LIQ-COMISSAO         PIC S9(12)V99 VALUE ZEROS.
       77  WS-DIF-VALOR            PIC S9(12)V99 VALUE ZEROS.

      *-----> LINHAS DO RESUMO DE LANCAMENTOS
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25)
              VALUE "CGPRG027 - INTERFACE CONT".
           05 FILLER              PIC X(30)
              VALUE "ABIL - RESUMO DE LANCAMENTOS  ".

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
           05 FILLER              PIC X(22) VALUE
              "DATA       CONTA      ".
           05 FILLER              PIC X(15) VALUE
              "C.CUSTO EVENTO ".
           05 FILLER              PIC X(31) VALUE "HISTORICO".
           05 FILLER              PIC X(18) VALUE
              "            DEBITO".
           05 FILLER              PIC X(19) VALUE
              "            CREDITO".

       01  WS-LINHA-LANCAMENTO.
           05 LL-DATA.
              10 LL-DATA-DD        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LL-DATA-MM        PIC X(02).
              10 FILLER            PIC X(01) VALUE "/".
              10 LL-DATA-AAAA      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LL-CONTA            PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LL-CENTRO-CUSTO     PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LL-COD-EVENTO       PIC X(04).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 LL-HISTORICO        PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LL-DEBITO           PIC $$$.$$$.$$$.$$9,99.
           05 LL-DEBITO-X REDEFINES LL-DEBITO
                                  PIC X(18).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LL-CREDITO          PIC $$$.$$$.$$$.$$9,99.
           05 LL-CREDITO-X REDEFINES LL-CREDITO
                                  PIC X(18).

       01  WS-LINHA-TOTAL-DIARIO.
           05 FILLER              PIC X(67) VALUE
              "TOTAL DO DIARIO".
           05 TD-DEBITOS          PIC $$$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TD-CREDITOS         PIC $$$.$$$.$$$.$$9,99.

       01  WS-LINHA-EVENTO.
           05 LV-DESCRICAO        PIC X(40).
           05 FILLER              PIC X(05) VALUE "QTD: ".
           05 LV-QTD              PIC ZZZ.ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "VALOR: ".
           05 LV-VALOR            PIC $$$.$$$.$$$.$$9,99.

       01  WS-CABECALHO-CONCILIACAO.
           05 FILLER              PIC X(25) VALUE "ITEM".
           05 FILLER              PIC X(18) VALUE
              "    FECHAMENTO MES".
           05 FILLER              PIC X(23) VALUE
              "         CONTABILIZADO ".
           05 FILLER              PIC X(22) VALUE
              "            DIFERENCA ".

       01  WS-LINHA-CONCILIACAO.
           05 LC-DESCRICAO        PIC X(25).
           05 LC-FECHAMENTO       PIC $$$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LC-CONTABILIZADO    PIC $$$.$$$.$$$.$$9,99-.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 LC-DIFERENCA        PIC $$$.$$$.$$$.$$9,99-.

       01  WS-LINHA-TITULO         PIC X(100).

       PROCEDURE DIVISION.
      *====================*

           PERFORM 010-INICIAR
           PERFORM 080-GRAVAR-CTRL-INICIO

           IF WS-COD-RETORNO = ZEROS
              PERFORM 020-CONTABILIZAR-RAZAO
              PERFORM 025-CONTABILIZAR-GUIAS
              PERFORM 035-CONFERIR-BALANCO
              PERFORM 040-GERAR-DIARIO
              PERFORM 045-IMPRIMIR-EVENTOS
              PERFORM 047-IMPRIMIR-CONCILIACAO
           END-IF

           PERFORM 050-TERMINAR
           PERFORM 081-GRAVAR-CTRL-FIM
           GOBACK.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "CGPRG027 - INTERFACE CONTABIL"

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME

           MOVE AS-DATA(3:1) TO WS-DATA-HOJE(1:1)
           MOVE AS-DATA(1:1) TO WS-DATA-HOJE(2:1)
           MOVE AS-DATA(3:2) TO WS-DATA-HOJE(3:2)
           MOVE AS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE AS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE "N"   TO WS-FIM WS-RAZAO-ABERTO WS-GUIAS-ABERTO
                         WS-DIARIO-ABERTO WS-RELATORIO-ABERTO
                         WS-TEM-AVISO WS-TEM-FECHAMENTO
                         WS-LINHAS-EXCEDIDAS
           MOVE "S"   TO WS-DIARIO-OK
           MOVE ZEROS TO WS-COD-RETORNO       WS-COMPETENCIA
                          WS-QTD-CONTAS        WS-QTD-LINHAS
                          WS-CT-RAZAO-LIDOS    WS-CT-RAZAO-MES
                          WS-CT-GUIAS-LIDAS    WS-CT-GUIAS-MES
                          WS-CT-SEM-CONTA      WS-CT-LINHAS-GRAVADAS
                          WS-CT-VENDAS         WS-TOT-VENDAS
                          WS-CT-DISTRATOS      WS-TOT-DISTRATOS
                          WS-CT-COMISSOES      WS-TOT-COMISSOES
                          WS-CT-COMIS-ESTORNO  WS-TOT-COMIS-ESTORNO
                          WS-TOT-ITBI          WS-TOT-TABELA-VENDIDA
                          WS-CT-DIAS-DESBALANC

           PERFORM 014-CARREGAR-COMPETENCIA

           IF WS-COD-RETORNO = ZEROS
              PERFORM 015-CARREGAR-CONTAS
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 017-CARREGAR-FECHAMENTO
           END-IF

           IF WS-COD-RETORNO = ZEROS
              OPEN OUTPUT ARQ-RELATORIO
              IF FS-RELATORIO NOT = "00"
                 DISPLAY "** ARQ-RELATORIO (TERJRL) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RELATORIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 MOVE "S" TO WS-RELATORIO-ABERTO
              END-IF
           END-IF

      *-----> TERCPG OU TERGUI AINDA INEXISTENTE (NENHUMA VENDA
      *-----> BAIXADA DESDE A IMPLANTACAO) SAI COMO MES SEM MOVIMENTO
           IF WS-COD-RETORNO = ZEROS
              OPEN INPUT ARQ-COMIS-PAGAR
              EVALUATE FS-COMIS-PAGAR
                 WHEN "00"
                    MOVE "S" TO WS-RAZAO-ABERTO
                 WHEN "35"
                    DISPLAY "** TERCPG INEXISTENTE - NENHUMA **"
                    DISPLAY "** COMISSAO LANCADA              **"
                 WHEN OTHER
                    DISPLAY "** ARQ-COMIS-PAGAR (TERCPG) NAO ABERTO **"
                    DISPLAY "** FILE STATUS " FS-COMIS-PAGAR " **"
                    MOVE 99 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

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
      *    CONSISTENTE O DIARIO NAO RODA)                             *
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
                       DISPLAY "COMPETENCIA DO DIARIO = "
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
      *    CARREGAR O DE-PARA CONTABIL DO TERCTA (SEM ELE NENHUM      *
      *    MOVIMENTO TEM CONTA E A INTERFACE NAO RODA)                *
      *--------------------------------------------------------------*
       015-CARREGAR-CONTAS.

           MOVE "N" TO WS-FIM-CONTAS
           OPEN INPUT ARQ-CONTAS
           IF FS-CONTAS NOT = "00"
              DISPLAY "** ARQ-CONTAS (TERCTA) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-CONTAS " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              PERFORM 016-GUARDAR-CONTA
                 UNTIL WS-FIM-CONTAS = "S"
              CLOSE ARQ-CONTAS
              DISPLAY "EVENTOS NO DE-PARA CONTABIL = " WS-QTD-CONTAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM EVENTO DO DE-PARA NA TABELA INTERNA             *
      *--------------------------------------------------------------*
       016-GUARDAR-CONTA.

           READ ARQ-CONTAS
              AT END
                 MOVE "S" TO WS-FIM-CONTAS
              NOT AT END
                 IF WS-QTD-CONTAS < WS-MAX-CONTAS
                    ADD 1 TO WS-QTD-CONTAS
                    SET WS-IDX-CTA TO WS-QTD-CONTAS
                    MOVE CC-COD-EVENTO    TO TC-COD-EVENTO (WS-IDX-CTA)
                    MOVE CC-DESCRICAO     TO TC-DESCRICAO (WS-IDX-CTA)
                    MOVE CC-CONTA-DEBITO  TO
                       TC-CONTA-DEBITO (WS-IDX-CTA)
                    MOVE CC-CONTA-CREDITO TO
                       TC-CONTA-CREDITO (WS-IDX-CTA)
                    MOVE CC-CENTRO-CUSTO  TO
                       TC-CENTRO-CUSTO (WS-IDX-CTA)
                 ELSE
                    DISPLAY "** TERCTA COM MAIS EVENTOS QUE O **"
                    DISPLAY "** LIMITE DA TABELA INTERNA      **"
                    MOVE "S" TO WS-FIM-CONTAS
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR OS TOTAIS DO FECHAMENTO DA COMPETENCIA NO TERFMT *
      *    (VALE O ULTIMO - O FECHAMENTO PODE TER SIDO REFEITO)       *
      *--------------------------------------------------------------*
       017-CARREGAR-FECHAMENTO.

           MOVE "N" TO WS-FIM-TOTAIS-MES
           OPEN INPUT ARQ-TOTAIS-MES
           EVALUATE FS-TOTAIS-MES
              WHEN "00"
                 PERFORM 018-LER-FECHAMENTO
                    UNTIL WS-FIM-TOTAIS-MES = "S"
                 CLOSE ARQ-TOTAIS-MES
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "** ARQ-TOTAIS-MES (TERFMT) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-TOTAIS-MES " **"
                 MOVE 99 TO WS-COD-RETORNO
           END-EVALUATE

           IF WS-COD-RETORNO = ZEROS AND NOT FECHAMENTO-ENCONTRADO
              DISPLAY "** FECHAMENTO DA COMPETENCIA NAO ENCONTRADO **"
              DISPLAY "** NO TERFMT - CONCILIACAO SEM O CGPRG012   **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO TERFMT E GUARDAR SE FOR DA COMPETENCIA  *
      *--------------------------------------------------------------*
       018-LER-FECHAMENTO.

           READ ARQ-TOTAIS-MES
              AT END
                 MOVE "S" TO WS-FIM-TOTAIS-MES
              NOT AT END
                 IF FM-COMPETENCIA = WS-COMPETENCIA
                    MOVE "S"          TO WS-TEM-FECHAMENTO
                    MOVE FM-SITUACAO  TO WS-FEC-SITUACAO
                    MOVE FM-QTD       TO WS-FEC-QTD
                    MOVE FM-VENDA     TO WS-FEC-VENDA
                    MOVE FM-COMISSAO  TO WS-FEC-COMISSAO
                    MOVE FM-IMPOSTO   TO WS-FEC-IMPOSTO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONTABILIZAR OS LANCAMENTOS DO RAZAO DE COMISSOES DO MES   *
      *--------------------------------------------------------------*
       020-CONTABILIZAR-RAZAO.

           MOVE "N" TO WS-FIM

           IF RAZAO-ABERTO
              PERFORM 021-LER-RAZAO
              PERFORM 022-CONTABILIZAR-LANCAMENTO UNTIL WS-FIM = "S"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO LANCAMENTO DO RAZAO DE COMISSOES             *
      *--------------------------------------------------------------*
       021-LER-RAZAO.

           READ ARQ-COMIS-PAGAR
              AT END
                 MOVE "S" TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-RAZAO-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONTABILIZAR UM LANCAMENTO DO MES: O DO CORRETOR DA VENDA  *
      *    LEVA A RECEITA (UMA POR VENDA) E TODOS LEVAM A COMISSAO    *
      *--------------------------------------------------------------*
       022-CONTABILIZAR-LANCAMENTO.

           IF CP-DATA-PROC IS NUMERIC
              AND CP-DATA-PROC(1:6) = WS-COMPETENCIA
              ADD 1 TO WS-CT-RAZAO-MES
              MOVE CP-DATA-PROC TO WS-LANC-DATA

              IF CP-LANC-ESTORNO
                 MOVE "S" TO WS-LANC-ESTORNO
              ELSE
                 MOVE "N" TO WS-LANC-ESTORNO
              END-IF

              IF CP-VENDEDOR
                 MOVE "VEND"            TO WS-LANC-EVENTO
                 MOVE CP-VAL-CONTRATADO TO WS-LANC-VALOR
                 PERFORM 030-LANCAR-EVENTO
                 IF CP-LANC-ESTORNO
                    ADD 1                 TO WS-CT-DISTRATOS
                    ADD CP-VAL-CONTRATADO TO WS-TOT-DISTRATOS
                 ELSE
                    ADD 1                 TO WS-CT-VENDAS
                    ADD CP-VAL-CONTRATADO TO WS-TOT-VENDAS
                 END-IF
              END-IF

              MOVE "COMI"            TO WS-LANC-EVENTO
              MOVE CP-VAL-COMISSAO   TO WS-LANC-VALOR
              PERFORM 030-LANCAR-EVENTO
              IF CP-LANC-ESTORNO
                 ADD 1               TO WS-CT-COMIS-ESTORNO
                 ADD CP-VAL-COMISSAO TO WS-TOT-COMIS-ESTORNO
              ELSE
                 ADD 1               TO WS-CT-COMISSOES
                 ADD CP-VAL-COMISSAO TO WS-TOT-COMISSOES
              END-IF
           END-IF

           PERFORM 021-LER-RAZAO
           .
      *--------------------------------------------------------------*
      *    CONTABILIZAR AS GUIAS DE ITBI DO MES                       *
      *--------------------------------------------------------------*
       025-CONTABILIZAR-GUIAS.

           MOVE "N" TO WS-FIM

           IF GUIAS-ABERTO
              PERFORM 026-LER-GUIA
              PERFORM 027-CONTABILIZAR-GUIA UNTIL WS-FIM = "S"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA GUIA DE ITBI                                 *
      *--------------------------------------------------------------*
       026-LER-GUIA.

           READ ARQ-GUIAS-ITBI
              AT END
                 MOVE "S" TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CT-GUIAS-LIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONTABILIZAR UMA GUIA DO MES (O ITBI NAO E ESTORNADO NO    *
      *    DISTRATO - O IMPOSTO JA FOI RECOLHIDO NA TRANSMISSAO)      *
      *--------------------------------------------------------------*
       027-CONTABILIZAR-GUIA.

           IF GI-DATA-PROC IS NUMERIC
              AND GI-DATA-PROC(1:6) = WS-COMPETENCIA
              ADD 1 TO WS-CT-GUIAS-MES
              MOVE GI-DATA-PROC  TO WS-LANC-DATA
              MOVE "N"           TO WS-LANC-ESTORNO
              MOVE "ITBI"        TO WS-LANC-EVENTO
              MOVE GI-VAL-ITBI   TO WS-LANC-VALOR
              PERFORM 030-LANCAR-EVENTO

              ADD GI-VAL-ITBI    TO WS-TOT-ITBI
              ADD GI-VAL-TABELA  TO WS-TOT-TABELA-VENDIDA
           END-IF

           PERFORM 026-LER-GUIA
           .
      *--------------------------------------------------------------*
      *    LANCAR UM MOVIMENTO: BUSCA AS CONTAS DO EVENTO NO DE-PARA  *
      *    E ACUMULA O DEBITO E O CREDITO (INVERTIDOS NO ESTORNO)     *
      *--------------------------------------------------------------*
       030-LANCAR-EVENTO.

           IF WS-LANC-VALOR > ZEROS
              SET WS-IDX-CTA TO 1
              SEARCH TAB-CONTA
                 AT END
                    ADD 1 TO WS-CT-SEM-CONTA
                    MOVE "N" TO WS-DIARIO-OK
                    DISPLAY "** EVENTO " WS-LANC-EVENTO
                       " SEM CONTA NO TERCTA **"
                 WHEN WS-IDX-CTA > WS-QTD-CONTAS
                    ADD 1 TO WS-CT-SEM-CONTA
                    MOVE "N" TO WS-DIARIO-OK
                    DISPLAY "** EVENTO " WS-LANC-EVENTO
                       " SEM CONTA NO TERCTA **"
                 WHEN TC-COD-EVENTO (WS-IDX-CTA) = WS-LANC-EVENTO
                    PERFORM 031-LANCAR-PARTIDAS
              END-SEARCH
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR AS DUAS PARTIDAS DO MOVIMENTO                     *
      *--------------------------------------------------------------*
       031-LANCAR-PARTIDAS.

           MOVE SPACES TO WS-LANC-HISTORICO
           IF WS-LANC-ESTORNO = "S"
              STRING "ESTORNO " TC-DESCRICAO (WS-IDX-CTA)
                 DELIMITED BY SIZE INTO WS-LANC-HISTORICO
              END-STRING
           ELSE
              MOVE TC-DESCRICAO (WS-IDX-CTA) TO WS-LANC-HISTORICO
           END-IF

           MOVE "D" TO WS-LANC-NATUREZA
           IF WS-LANC-ESTORNO = "S"
              MOVE TC-CONTA-CREDITO (WS-IDX-CTA) TO WS-LANC-CONTA
           ELSE
              MOVE TC-CONTA-DEBITO (WS-IDX-CTA)  TO WS-LANC-CONTA
           END-IF
           PERFORM 032-ACUMULAR-LINHA

           MOVE "C" TO WS-LANC-NATUREZA
           IF WS-LANC-ESTORNO = "S"
              MOVE TC-CONTA-DEBITO (WS-IDX-CTA)  TO WS-LANC-CONTA
           ELSE
              MOVE TC-CONTA-CREDITO (WS-IDX-CTA) TO WS-LANC-CONTA
           END-IF
           PERFORM 032-ACUMULAR-LINHA
           .
      *--------------------------------------------------------------*
      *    SOMAR A PARTIDA NA LINHA DA MESMA DATA, CONTA, CENTRO DE   *
      *    CUSTO, NATUREZA E EVENTO (OU ABRIR UMA LINHA NOVA)         *
      *--------------------------------------------------------------*
       032-ACUMULAR-LINHA.

           MOVE "N" TO WS-ACHOU-LINHA
           PERFORM 033-PESQUISAR-LINHA
              VARYING WS-IDX-PES FROM 1 BY 1
              UNTIL WS-IDX-PES > WS-QTD-LINHAS
                 OR LINHA-ENCONTRADA

           IF NOT LINHA-ENCONTRADA
              IF WS-QTD-LINHAS < WS-MAX-LINHAS
                 ADD 1 TO WS-QTD-LINHAS
                 SET WS-IDX-LIN TO WS-QTD-LINHAS
                 MOVE WS-LANC-DATA(7:2)  TO TL-DIA (WS-IDX-LIN)
                 MOVE WS-LANC-DATA       TO TL-DATA (WS-IDX-LIN)
                 MOVE WS-LANC-CONTA      TO TL-CONTA (WS-IDX-LIN)
                 MOVE TC-CENTRO-CUSTO (WS-IDX-CTA) TO
                    TL-CENTRO-CUSTO (WS-IDX-LIN)
                 MOVE WS-LANC-NATUREZA   TO TL-NATUREZA (WS-IDX-LIN)
                 MOVE WS-LANC-EVENTO     TO TL-COD-EVENTO (WS-IDX-LIN)
                 MOVE WS-LANC-ESTORNO    TO TL-ESTORNO (WS-IDX-LIN)
                 MOVE WS-LANC-HISTORICO  TO TL-HISTORICO (WS-IDX-LIN)
                 MOVE ZEROS TO TL-VALOR (WS-IDX-LIN)
                               TL-QTD-MOVTOS (WS-IDX-LIN)
                 MOVE "S" TO WS-ACHOU-LINHA
              ELSE
                 DISPLAY "** DIARIO COM MAIS LINHAS QUE O LIMITE **"
                 DISPLAY "** DA TABELA INTERNA                   **"
                 MOVE "N" TO WS-DIARIO-OK
                 MOVE "S" TO WS-LINHAS-EXCEDIDAS
              END-IF
           END-IF

           IF LINHA-ENCONTRADA
              ADD WS-LANC-VALOR TO TL-VALOR (WS-IDX-LIN)
              ADD 1             TO TL-QTD-MOVTOS (WS-IDX-LIN)
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARAR A PARTIDA COM UMA LINHA JA ABERTA                 *
      *--------------------------------------------------------------*
       033-PESQUISAR-LINHA.

           IF TL-DATA (WS-IDX-PES)         = WS-LANC-DATA
              AND TL-CONTA (WS-IDX-PES)    = WS-LANC-CONTA
              AND TL-CENTRO-CUSTO (WS-IDX-PES) =
                  TC-CENTRO-CUSTO (WS-IDX-CTA)
              AND TL-NATUREZA (WS-IDX-PES) = WS-LANC-NATUREZA
              AND TL-COD-EVENTO (WS-IDX-PES) = WS-LANC-EVENTO
              AND TL-ESTORNO (WS-IDX-PES)  = WS-LANC-ESTORNO
              MOVE "S" TO WS-ACHOU-LINHA
              SET WS-IDX-LIN TO WS-IDX-PES
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O BALANCEAMENTO: DEBITOS = CREDITOS EM CADA DIA   *
      *    DE COMPETENCIA E NO MES                                    *
      *--------------------------------------------------------------*
       035-CONFERIR-BALANCO.

           MOVE ZEROS TO WS-TOT-DEBITOS WS-TOT-CREDITOS
                          WS-CT-DIAS-DESBALANC

           PERFORM 036-CONFERIR-DIA
              VARYING WS-DIA FROM 1 BY 1
              UNTIL WS-DIA > 31

           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
              OR WS-CT-DIAS-DESBALANC > ZERO
              MOVE "N" TO WS-DIARIO-OK
              DISPLAY "** DEBITOS E CREDITOS NAO FECHAM **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR AS LINHAS DE UM DIA E CONFERIR O DIA                 *
      *--------------------------------------------------------------*
       036-CONFERIR-DIA.

           MOVE ZEROS TO WS-DEBITOS-DIA WS-CREDITOS-DIA

           PERFORM 037-SOMAR-LINHA
              VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN > WS-QTD-LINHAS

           IF WS-DEBITOS-DIA NOT = WS-CREDITOS-DIA
              ADD 1 TO WS-CT-DIAS-DESBALANC
              DISPLAY "** DIA " WS-DIA " DESBALANCEADO **"
           END-IF

           ADD WS-DEBITOS-DIA  TO WS-TOT-DEBITOS
           ADD WS-CREDITOS-DIA TO WS-TOT-CREDITOS
           .
      *--------------------------------------------------------------*
      *    SOMAR UMA LINHA DO DIA NO DEBITO OU NO CREDITO             *
      *--------------------------------------------------------------*
       037-SOMAR-LINHA.

           IF TL-DIA (WS-IDX-LIN) = WS-DIA
              IF TL-NATUREZA (WS-IDX-LIN) = "D"
                 ADD TL-VALOR (WS-IDX-LIN) TO WS-DEBITOS-DIA
              ELSE
                 ADD TL-VALOR (WS-IDX-LIN) TO WS-CREDITOS-DIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O DIARIO (SO QUANDO VALIDO) E LISTAR OS LANCAMENTOS  *
      *    NO RESUMO, EM ORDEM DE DATA DE COMPETENCIA                 *
      *--------------------------------------------------------------*
       040-GERAR-DIARIO.

           IF DIARIO-VALIDO
              OPEN OUTPUT ARQ-DIARIO
              IF FS-DIARIO NOT = "00"
                 DISPLAY "** ARQ-DIARIO (TERJRN) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-DIARIO " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 MOVE "S" TO WS-DIARIO-ABERTO
                 MOVE SPACES          TO REG-DIARIO-HEADER
                 MOVE "H"             TO JR-TIPO-REG
                 MOVE WS-COMPETENCIA  TO JH-COMPETENCIA
                 MOVE WS-DATA-HOJE    TO JH-DATA-GERACAO
                 MOVE AS-HORA         TO JH-HORA-GERACAO
                 MOVE "CGPRG027"      TO JH-ORIGEM
                 WRITE REG-DIARIO-HEADER
              END-IF
           END-IF

           MOVE "LANCAMENTOS DO DIARIO CONTABIL" TO WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-CABECALHO-3

           PERFORM 042-GERAR-DIA
              VARYING WS-DIA FROM 1 BY 1
              UNTIL WS-DIA > 31

           MOVE WS-TOT-DEBITOS  TO TD-DEBITOS
           MOVE WS-TOT-CREDITOS TO TD-CREDITOS
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-DIARIO
           WRITE REG-RELATORIO FROM SPACES

           IF DIARIO-ABERTO
              MOVE SPACES                TO REG-DIARIO-TRAILER
              MOVE "T"                   TO JR-TIPO-REG
              MOVE WS-CT-LINHAS-GRAVADAS TO JT-QTD-LINHAS
              MOVE WS-TOT-DEBITOS        TO JT-TOT-DEBITOS
              MOVE WS-TOT-CREDITOS       TO JT-TOT-CREDITOS
              WRITE REG-DIARIO-TRAILER
              CLOSE ARQ-DIARIO

              MOVE "DIARIO BALANCEADO - TERJRN GERADO PARA O RAZAO"
                 TO WS-LINHA-TITULO
           ELSE
              IF WS-CT-SEM-CONTA > ZERO
                 MOVE "** DIARIO RECUSADO - MOVIMENTO SEM CONTA NO TERCT
      -             "A - TERJRN NAO GERADO **" TO WS-LINHA-TITULO
              ELSE
                 IF LINHAS-EXCEDIDAS
                    MOVE
                       "** DIARIO RECUSADO - LINHAS ALEM DO LIMITE DA TA
      -                "BELA - TERJRN NAO GERADO **"
                       TO WS-LINHA-TITULO
                 ELSE
                    MOVE "** DIARIO RECUSADO - DEBITOS E CREDITOS NAO FE
      -                "CHAM - TERJRN NAO GERADO **" TO WS-LINHA-TITULO
                 END-IF
              END-IF
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM SPACES
           .
      *--------------------------------------------------------------*
      *    GERAR AS LINHAS DE UM DIA DE COMPETENCIA                   *
      *--------------------------------------------------------------*
       042-GERAR-DIA.

           PERFORM 044-GERAR-LINHA
              VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN > WS-QTD-LINHAS
           .
      *--------------------------------------------------------------*
      *    LISTAR UMA LINHA DO DIA NO RESUMO E GRAVA-LA NO DIARIO     *
      *--------------------------------------------------------------*
       044-GERAR-LINHA.

           IF TL-DIA (WS-IDX-LIN) = WS-DIA
              MOVE TL-DATA (WS-IDX-LIN)(7:2)  TO LL-DATA-DD
              MOVE TL-DATA (WS-IDX-LIN)(5:2)  TO LL-DATA-MM
              MOVE TL-DATA (WS-IDX-LIN)(1:4)  TO LL-DATA-AAAA
              MOVE TL-CONTA (WS-IDX-LIN)        TO LL-CONTA
              MOVE TL-CENTRO-CUSTO (WS-IDX-LIN) TO LL-CENTRO-CUSTO
              MOVE TL-COD-EVENTO (WS-IDX-LIN)   TO LL-COD-EVENTO
              MOVE TL-HISTORICO (WS-IDX-LIN)    TO LL-HISTORICO
              IF TL-NATUREZA (WS-IDX-LIN) = "D"
                 MOVE TL-VALOR (WS-IDX-LIN)     TO LL-DEBITO
                 MOVE SPACES                    TO LL-CREDITO-X
              ELSE
                 MOVE SPACES                    TO LL-DEBITO-X
                 MOVE TL-VALOR (WS-IDX-LIN)     TO LL-CREDITO
              END-IF
              WRITE REG-RELATORIO FROM WS-LINHA-LANCAMENTO

              IF DIARIO-ABERTO
                 MOVE "D"                          TO JR-TIPO-REG
                 MOVE TL-DATA (WS-IDX-LIN)         TO
                    JR-DATA-COMPETENCIA
                 MOVE TL-CONTA (WS-IDX-LIN)        TO JR-CONTA
                 MOVE TL-CENTRO-CUSTO (WS-IDX-LIN) TO JR-CENTRO-CUSTO
                 MOVE TL-NATUREZA (WS-IDX-LIN)     TO JR-NATUREZA
                 MOVE TL-VALOR (WS-IDX-LIN)        TO JR-VALOR
                 MOVE TL-COD-EVENTO (WS-IDX-LIN)   TO JR-COD-EVENTO
                 MOVE TL-HISTORICO (WS-IDX-LIN)    TO JR-HISTORICO
                 MOVE TL-QTD-MOVTOS (WS-IDX-LIN)   TO JR-QTD-MOVTOS
                 WRITE REG-DIARIO
                 ADD 1 TO WS-CT-LINHAS-GRAVADAS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS POR EVENTO DO MES                       *
      *--------------------------------------------------------------*
       045-IMPRIMIR-EVENTOS.

           MOVE "TOTAIS POR EVENTO" TO WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO

           MOVE "RECEITA DE VENDAS BAIXADAS      (VEND)"
              TO LV-DESCRICAO
           MOVE WS-CT-VENDAS         TO LV-QTD
           MOVE WS-TOT-VENDAS        TO LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

           MOVE "ESTORNO DE RECEITA - DISTRATOS  (VEND)"
              TO LV-DESCRICAO
           MOVE WS-CT-DISTRATOS      TO LV-QTD
           MOVE WS-TOT-DISTRATOS     TO LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

           MOVE "COMISSAO LANCADA                (COMI)"
              TO LV-DESCRICAO
           MOVE WS-CT-COMISSOES      TO LV-QTD
           MOVE WS-TOT-COMISSOES     TO LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

           MOVE "COMISSAO ESTORNADA - DISTRATOS  (COMI)"
              TO LV-DESCRICAO
           MOVE WS-CT-COMIS-ESTORNO  TO LV-QTD
           MOVE WS-TOT-COMIS-ESTORNO TO LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

           MOVE "ITBI DAS GUIAS DE TRANSMISSAO   (ITBI)"
              TO LV-DESCRICAO
           MOVE WS-CT-GUIAS-MES      TO LV-QTD
           MOVE WS-TOT-ITBI          TO LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

           MOVE "MOVIMENTOS SEM CONTA NO DE-PARA        "
              TO LV-DESCRICAO
           MOVE WS-CT-SEM-CONTA      TO LV-QTD
           MOVE ZEROS                TO LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

           WRITE REG-RELATORIO FROM SPACES
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A CONCILIACAO COM O FECHAMENTO MENSAL (CGPRG012): *
      *    O FECHAMENTO TRAZ OS LOTES PRECIFICADOS NO MES A VALOR DE  *
      *    TABELA; O DIARIO TRAZ AS VENDAS BAIXADAS A VALOR           *
      *    CONTRATADO - A DIFERENCA E EXPLICADA PELO DESCONTO E PELO  *
      *    DESCASAMENTO ENTRE PRECIFICACAO E VENDA                    *
      *--------------------------------------------------------------*
       047-IMPRIMIR-CONCILIACAO.

           COMPUTE WS-LIQ-RECEITA  = WS-TOT-VENDAS - WS-TOT-DISTRATOS
           COMPUTE WS-LIQ-COMISSAO =
              WS-TOT-COMISSOES - WS-TOT-COMIS-ESTORNO

           MOVE "CONCILIACAO COM O FECHAMENTO MENSAL (CGPRG012)"
              TO WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO

           IF FECHAMENTO-ENCONTRADO
              WRITE REG-RELATORIO FROM WS-CABECALHO-CONCILIACAO

              MOVE "VENDAS (RECEITA LIQUIDA)" TO LC-DESCRICAO
              MOVE WS-FEC-VENDA         TO LC-FECHAMENTO
              MOVE WS-LIQ-RECEITA       TO LC-CONTABILIZADO
              COMPUTE WS-DIF-VALOR = WS-LIQ-RECEITA - WS-FEC-VENDA
              MOVE WS-DIF-VALOR         TO LC-DIFERENCA
              WRITE REG-RELATORIO FROM WS-LINHA-CONCILIACAO

              MOVE "COMISSAO (LIQUIDA)"  TO LC-DESCRICAO
              MOVE WS-FEC-COMISSAO      TO LC-FECHAMENTO
              MOVE WS-LIQ-COMISSAO      TO LC-CONTABILIZADO
              COMPUTE WS-DIF-VALOR = WS-LIQ-COMISSAO - WS-FEC-COMISSAO
              MOVE WS-DIF-VALOR         TO LC-DIFERENCA
              WRITE REG-RELATORIO FROM WS-LINHA-CONCILIACAO

              MOVE "IMPOSTO X ITBI"      TO LC-DESCRICAO
              MOVE WS-FEC-IMPOSTO       TO LC-FECHAMENTO
              MOVE WS-TOT-ITBI          TO LC-CONTABILIZADO
              COMPUTE WS-DIF-VALOR = WS-TOT-ITBI - WS-FEC-IMPOSTO
              MOVE WS-DIF-VALOR         TO LC-DIFERENCA
              WRITE REG-RELATORIO FROM WS-LINHA-CONCILIACAO

              MOVE "LOTES PRECIFICADOS NO FECHAMENTO       "
                 TO LV-DESCRICAO
              MOVE WS-FEC-QTD           TO LV-QTD
              MOVE WS-FEC-VENDA         TO LV-VALOR
              WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

              IF WS-FEC-SITUACAO = "S"
                 MOVE "FECHAMENTO DO MES CONFERIDO (SEM DIAS APONTADOS)"
                    TO WS-LINHA-TITULO
              ELSE
                 MOVE "** FECHAMENTO DO MES COM DIAS APONTADOS - CONFERI
      -             "R O TERFEC ANTES DE POSTAR **" TO WS-LINHA-TITULO
                 MOVE "S" TO WS-TEM-AVISO
              END-IF
              WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           ELSE
              MOVE "** FECHAMENTO DA COMPETENCIA NAO ENCONTRADO NO TERFM
      -          "T - RODAR O CGPRG012 **" TO WS-LINHA-TITULO
              WRITE REG-RELATORIO FROM WS-LINHA-TITULO
              MOVE "S" TO WS-TEM-AVISO
           END-IF

           MOVE "VALOR DE TABELA DOS LOTES VENDIDOS     "
              TO LV-DESCRICAO
           MOVE WS-CT-GUIAS-MES       TO LV-QTD
           MOVE WS-TOT-TABELA-VENDIDA TO LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-EVENTO

      *-----> CADA VENDA BAIXADA GERA UM LANCAMENTO DO CORRETOR DA
      *-----> VENDA NO TERCPG E UMA GUIA NO TERGUI - AS CONTAGENS TEM
      *-----> DE BATER
           IF WS-CT-VENDAS NOT = WS-CT-GUIAS-MES
              MOVE "** VENDAS NO TERCPG E GUIAS NO TERGUI NAO BATEM - CO
      -          "NFERIR A BAIXA DO MES **" TO WS-LINHA-TITULO
              WRITE REG-RELATORIO FROM WS-LINHA-TITULO
              MOVE "S" TO WS-TEM-AVISO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF RAZAO-ABERTO
              CLOSE ARQ-COMIS-PAGAR
           END-IF
           IF GUIAS-ABERTO
              CLOSE ARQ-GUIAS-ITBI
           END-IF
           IF RELATORIO-ABERTO
              CLOSE ARQ-RELATORIO
           END-IF

           IF WS-COD-RETORNO = ZEROS
              DISPLAY "RAZAO DE COMISSOES LIDO = " WS-CT-RAZAO-LIDOS
              DISPLAY "LANCAMENTOS DO MES      = " WS-CT-RAZAO-MES
              DISPLAY "GUIAS LIDAS             = " WS-CT-GUIAS-LIDAS
              DISPLAY "GUIAS DO MES            = " WS-CT-GUIAS-MES
              DISPLAY "MOVIMENTOS SEM CONTA    = " WS-CT-SEM-CONTA
              DISPLAY "LINHAS NO DIARIO        = " WS-CT-LINHAS-GRAVADAS
              DISPLAY "TOTAL DE DEBITOS        = " WS-TOT-DEBITOS
              DISPLAY "TOTAL DE CREDITOS       = " WS-TOT-CREDITOS

              EVALUATE TRUE
                 WHEN NOT DIARIO-VALIDO
                    DISPLAY "** DIARIO RECUSADO - TERJRN NAO GERADO **"
                    MOVE 12 TO WS-COD-RETORNO
                 WHEN WS-CT-RAZAO-MES = ZERO AND WS-CT-GUIAS-MES = ZERO
                    MOVE 10 TO WS-COD-RETORNO
                 WHEN HA-AVISO
                    MOVE 04 TO WS-COD-RETORNO
              END-EVALUATE
           END-IF

           MOVE WS-COD-RETORNO TO RETURN-CODE
           DISPLAY "CODIGO DE RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG027"
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
              MOVE "CGPRG027"        TO RC-PROGRAMA
              MOVE WS-CTRL-TIPO      TO RC-TIPO-REG
              ACCEPT AS-HORA FROM TIME
              MOVE WS-DATA-HOJE      TO RC-DATA
              MOVE AS-HORA           TO RC-HORA
              IF WS-COMPETENCIA > ZEROS
                 COMPUTE RC-DATA-PROC = WS-COMPETENCIA * 100 + 1
              ELSE
                 MOVE WS-DATA-HOJE   TO RC-DATA-PROC
              END-IF
              COMPUTE RC-CT-LIDOS = WS-CT-RAZAO-LIDOS
                                  + WS-CT-GUIAS-LIDAS
              MOVE WS-CT-LINHAS-GRAVADAS TO RC-CT-GRAVADOS
              MOVE WS-COD-RETORNO    TO RC-COD-RETORNO

              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG027 <-------------------*
