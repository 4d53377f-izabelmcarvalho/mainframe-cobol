      *    EMITE O DEMONSTRATIVO DE BAIXA (TERVRL) COM A DIFERENCA   *
      *    ENTRE O VALOR DE TABELA E O CONTRATADO, AGRUPADO POR      *
      *    CORRETOR PARA EVIDENCIAR O DESCONTO PRATICADO. VENDAS     *
      *    RECUSADAS VAO PARA O TERVRJ COM O MOTIVO. LOTE RESERVADO  *
      *    ("E") SO E BAIXADO PARA O CORRETOR TITULAR DA RESERVA     *
      *    ATIVA NO TERRSV (MANTIDO PELO CGPRG018).                  *
      *    CADA VENDA BAIXADA LANCA NO RAZAO DE COMISSOES A PAGAR    *
      *    (TERCPG) A COMISSAO SOBRE O VALOR CONTRATADO, PELA FAIXA  *
      *    E PERCENTUAIS DO TERPRM, DIVIDIDA ENTRE O CORRETOR        *
      *    CAPTADOR DO LOTE E O CORRETOR DA VENDA.                   *
      *    CADA VENDA BAIXADA GERA TAMBEM A GUIA DE ITBI DA          *
      *    TRANSMISSAO (TERGUI): BASE DE CALCULO = MAIOR ENTRE O     *
      *    VALOR CONTRATADO E O VALOR DE TABELA, ALIQUOTA DO TERPRM, *
      *    REGIAO DE RECOLHIMENTO DO CEP (MESMAS REGIOES DO          *
      *    CGPRG007). O RESUMO DE RECOLHIMENTO E O CGPRG020.         *
      *    A VENDA TRAZ AS CONDICOES DE PAGAMENTO (ENTRADA, NUMERO   *
      *    DE PARCELAS, PRIMEIRO VENCIMENTO E INDICE DE CORRECAO) E  *
      *    A BAIXA GERA NO CONTAS A RECEBER (TERREC) UMA PARCELA POR *
      *    VENCIMENTO - A ENTRADA (OU O VALOR A VISTA) E A PARCELA   *
      *    000, COM VENCIMENTO NA DATA DA VENDA. COBRANCA, BAIXA DE  *
      *    PAGAMENTOS E ATRASOS: CGPRG021, CGPRG022 E CGPRG023.      *
      *    CADA LOTE BAIXADO GANHA UM EVENTO DE VENDA NO HISTORICO   *
      *    DO LOTE (TERHIS), COM O VALOR DE TABELA E O CONTRATADO.   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-REJEITADOS.

           SELECT ARQ-RESERVAS   ASSIGN TO "TERRSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-RESERVAS.

           SELECT ARQ-PARAMETROS ASSIGN TO "TERPRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PARAMETROS.

           SELECT ARQ-COMIS-PAGAR ASSIGN TO "TERCPG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-COMIS-PAGAR.

           SELECT ARQ-GUIAS-ITBI ASSIGN TO "TERGUI"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-GUIAS-ITBI.

           SELECT ARQ-RECEBER    ASSIGN TO "TERREC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RB-CHAVE
                  FILE STATUS  IS FS-RECEBER.

           SELECT ARQ-MASTER     ASSIGN TO "TERMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MS-ID-LOTE
                  FILE STATUS  IS FS-MASTER.

           SELECT ARQ-HISTORICO  ASSIGN TO "TERHIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HI-CHAVE
                  FILE STATUS  IS FS-HISTORICO.

           SELECT ARQ-CONTROLE   ASSIGN TO "TERRUN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CONTROLE.
       FILE SECTION.
      *------------*

      *-----> ARQUIVO DIARIO DE VENDAS ENVIADO PELA MESA DE VENDAS.
      *-----> CONDICOES DE PAGAMENTO EM BRANCO = VENDA A VISTA
       FD  ARQ-VENDAS
           LABEL RECORDS ARE STANDARD.
       01  REG-VENDA.
           05 VD-DATA-VENDA        PIC 9(08).
           05 VD-VAL-CONTRATADO    PIC 9(08)V99.
           05 VD-COD-CORRETOR      PIC 9(05).
           05 VD-CONDICOES.
              10 VD-VAL-ENTRADA     PIC 9(08)V99.
              10 VD-QTD-PARCELAS    PIC 9(03).
              10 VD-DATA-PRIM-VENC  PIC 9(08).
              10 VD-INDICE          PIC X(04).

      *-----> DEMONSTRATIVO DE BAIXA DAS VENDAS
       FD  ARQ-RELATORIO
           05 VJ-COD-MOTIVO        PIC 9(02).
           05 VJ-DESC-MOTIVO       PIC X(30).

      *-----> CADASTRO DAS RESERVAS ATIVAS (MESMO LAYOUT DO CGPRG018 -
      *-----> UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       FD  ARQ-RESERVAS
           LABEL RECORDS ARE STANDARD.
       01  REG-RESERVA.
           05 RV-ID-LOTE           PIC 9(10).
           05 RV-COD-CORRETOR      PIC 9(05).
           05 RV-DATA-RESERVA      PIC 9(08).
           05 RV-DIAS-VALIDADE     PIC 9(03).
           05 RV-STATUS-ANT        PIC X(01).

      *-----> PARAMETROS DA RODADA (MESMO LAYOUT DO CGPRG004 - UMA
      *-----> ALTERACAO LA DEVE SER REFLETIDA AQUI) - A BAIXA USA SO
      *-----> AS FAIXAS E PERCENTUAIS DE COMISSAO DE PRODUCAO
       FD  ARQ-PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARAMETROS.
           05 PR-PERC-COMIS-ALTO    PIC 9(02)V99.
           05 PR-PERC-COMIS-MEDIO   PIC 9(02)V99.
           05 PR-PERC-COMIS-BAIXO   PIC 9(02)V99.
           05 PR-LIMITE-ALTO        PIC 9(08)V99.
           05 PR-LIMITE-BAIXO       PIC 9(08)V99.
           05 PR-PERC-ITBI          PIC 9(02)V99.
           05 PR-MAX-LINHAS         PIC 9(02).
           05 PR-MODO-EXECUCAO      PIC X(01).
           05 PR-SIM-PERC-ALTO      PIC 9(02)V99.
           05 PR-SIM-PERC-MEDIO     PIC 9(02)V99.
           05 PR-SIM-PERC-BAIXO     PIC 9(02)V99.
           05 PR-SIM-LIMITE-ALTO    PIC 9(08)V99.
           05 PR-SIM-LIMITE-BAIXO   PIC 9(08)V99.
           05 PR-SIM-PERC-ITBI      PIC 9(02)V99.
           05 PR-PERC-CAPTACAO      PIC 9(02)V99.

      *-----> RAZAO DE COMISSOES A PAGAR - UM LANCAMENTO POR CORRETOR
      *-----> PARTICIPANTE DA VENDA ("V") E O ESTORNO DELE NO
      *-----> DISTRATO ("D", GRAVADO PELO CGPRG017). O EXTRATO MENSAL
      *-----> (CGPRG019) LE O MESMO LAYOUT - ALTERACAO AQUI DEVE SER
      *-----> REFLETIDA NOS DOIS
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

      *-----> GUIAS DE ITBI DA TRANSMISSAO - UMA POR VENDA BAIXADA,
      *-----> ACUMULADAS DIA APOS DIA. O RESUMO DE RECOLHIMENTO
      *-----> (CGPRG020) LE O MESMO LAYOUT - ALTERACAO AQUI DEVE SER
      *-----> REFLETIDA LA
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

      *-----> CONTAS A RECEBER DAS VENDAS - UMA PARCELA POR REGISTRO,
      *-----> CHAVE LOTE + DATA DA VENDA + NUMERO DA PARCELA (A DATA
      *-----> SEPARA UMA REVENDA APOS DISTRATO). A PARCELA 000 E A
      *-----> ENTRADA OU O VALOR A VISTA. MESMO LAYOUT NO CGPRG017,
      *-----> CGPRG021, CGPRG022 E CGPRG023 - ALTERACAO AQUI DEVE SER
      *-----> REFLETIDA NELES
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

      *-----> CADASTRO MESTRE DE TERRENOS (MESMO LAYOUT DO CGPRG004 -
      *-----> UMA ALTERACAO LA DEVE SER REFLETIDA AQUI)
       FD  ARQ-MASTER
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

      *-----> CONTROLE DE EXECUCAO DA CADEIA (TERRUN) - MESMO LAYOUT
      *-----> DO CGPRG004; ALTERACAO LA DEVE SER REFLETIDA AQUI
       FD  ARQ-CONTROLE
           05 SR-DATA-VENDA        PIC 9(08).
           05 SR-VAL-CONTRATADO    PIC 9(08)V99.
           05 SR-COD-CORRETOR      PIC 9(05).
           05 SR-CONDICOES         PIC X(25).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  FS-VENDAS               PIC X(02) VALUE "00".
       77  FS-RELATORIO            PIC X(02) VALUE "00".
       77  FS-REJEITADOS           PIC X(02) VALUE "00".
       77  FS-RESERVAS             PIC X(02) VALUE "00".
       77  FS-PARAMETROS           PIC X(02) VALUE "00".
       77  FS-COMIS-PAGAR          PIC X(02) VALUE "00".
       77  FS-GUIAS-ITBI           PIC X(02) VALUE "00".
       77  FS-RECEBER              PIC X(02) VALUE "00".
       77  FS-MASTER               PIC X(02) VALUE "00".
       77  FS-HISTORICO            PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
       77  WS-CTRL-TIPO            PIC X(01) VALUE "I".
       77  WS-COD-RETORNO          PIC 99 VALUE ZEROS.
       77  WS-MASTER-EXISTE        PIC X(01) VALUE "N".
           88 LOTE-NO-MASTER                 VALUE "S".

      *-----> CONTROLE DO HISTORICO DE EVENTOS DO LOTE (TERHIS) - A
      *-----> VIGENCIA DA TABELA DE PRECOS E HERDADA DO ULTIMO EVENTO
      *-----> DO LOTE QUE A REGISTROU (A PRECIFICACAO DO CGPRG004)
       77  WS-HISTORICO-ABERTO     PIC X(01) VALUE "N".
           88 HISTORICO-ABERTO               VALUE "S".
       77  WS-FIM-HISTORICO        PIC X(01) VALUE "N".
           88 FIM-HISTORICO                  VALUE "S".
       77  WS-SEQ-EVENTO           PIC 9(04) VALUE ZEROS.
       77  WS-CT-EVENTOS           PIC 9(08) VALUE ZEROS.
       77  WS-EVT-STATUS-ANT       PIC X(01) VALUE SPACE.
       77  WS-EVT-VIGENCIA         PIC 9(08) VALUE ZEROS.

      *-----> FAIXAS E PERCENTUAIS DE COMISSAO CARREGADOS DO TERPRM
       77  WS-PRM-CARREGADO        PIC X(01) VALUE "N".
           88 PARAMETROS-CARREGADOS          VALUE "S".
       77  WS-PERC-COMIS-ALTO      PIC 9(02)V99 VALUE ZEROS.
       77  WS-PERC-COMIS-MEDIO     PIC 9(02)V99 VALUE ZEROS.
       77  WS-PERC-COMIS-BAIXO     PIC 9(02)V99 VALUE ZEROS.
       77  WS-LIMITE-ALTO          PIC 9(08)V99 VALUE ZEROS.
       77  WS-LIMITE-BAIXO         PIC 9(08)V99 VALUE ZEROS.
       77  WS-PERC-CAPTACAO        PIC 9(02)V99 VALUE ZEROS.
       77  WS-PERC-ITBI            PIC 9(02)V99 VALUE ZEROS.

      *-----> COMISSAO DA VENDA SOBRE O VALOR CONTRATADO E A PARTE
      *-----> DE CADA CORRETOR (O CAPTADOR E O CORRETOR QUE ESTAVA NO
      *-----> MESTRE ANTES DA BAIXA - O QUE TROUXE O LOTE NO TERRIN)
       77  WS-CORRETOR-CAPTADOR    PIC 9(05) VALUE ZEROS.
       77  WS-FAIXA-VENDA          PIC X(12) VALUE SPACES.
       77  WS-PERC-FAIXA           PIC 9(02)V99 VALUE ZEROS.
       77  WS-COMISSAO-VENDA       PIC 9(07)V99 VALUE ZEROS.
       77  WS-COMISSAO-CAPTADOR    PIC 9(07)V99 VALUE ZEROS.
       77  WS-COMISSAO-VENDEDOR    PIC 9(07)V99 VALUE ZEROS.
       77  WS-PERC-VENDEDOR        PIC 9(03)V99 VALUE ZEROS.
       77  WS-CT-LANC-COMISSAO     PIC 9(08) VALUE ZEROS.
       77  WS-TOT-COMISSAO-GERAL   PIC 9(10)V99 VALUE ZEROS.
       77  WS-COMIS-PAGAR-ABERTO   PIC X(01) VALUE "N".
           88 COMIS-PAGAR-ABERTO             VALUE "S".

      *-----> GUIA DE ITBI DA VENDA BAIXADA
       77  WS-BASE-ITBI            PIC 9(08)V99 VALUE ZEROS.
       77  WS-VAL-ITBI             PIC 9(07)V99 VALUE ZEROS.
       77  WS-CT-GUIAS-ITBI        PIC 9(08) VALUE ZEROS.
       77  WS-TOT-ITBI-GERAL       PIC 9(09)V99 VALUE ZEROS.
       77  WS-GUIAS-ITBI-ABERTO    PIC X(01) VALUE "N".
           88 GUIAS-ITBI-ABERTO              VALUE "S".

      *-----> PARCELAS DA VENDA BAIXADA PARA O CONTAS A RECEBER
       77  WS-VAL-ENTRADA          PIC 9(08)V99 VALUE ZEROS.
       77  WS-QTD-PARCELAS         PIC 9(03) VALUE ZEROS.
       77  WS-INDICE               PIC X(04) VALUE SPACES.
       77  WS-SALDO-PARCELADO      PIC 9(08)V99 VALUE ZEROS.
       77  WS-VAL-PARCELA          PIC 9(08)V99 VALUE ZEROS.
       77  WS-VAL-ULT-PARCELA      PIC 9(08)V99 VALUE ZEROS.
       77  WS-NUM-PARCELA          PIC 9(03) VALUE ZEROS.
       77  WS-MESES-VENC           PIC 9(06) VALUE ZEROS.
       77  WS-CT-PARCELAS          PIC 9(08) VALUE ZEROS.
       77  WS-TOT-RECEBER-GERAL    PIC 9(10)V99 VALUE ZEROS.
       77  WS-RECEBER-ABERTO       PIC X(01) VALUE "N".
           88 RECEBER-ABERTO                 VALUE "S".

      *-----> VENCIMENTO EM PARTES PARA A CRITICA E PARA SOMAR MESES
       01  WS-DATA-VENC.
           05 DV-AAAA              PIC 9(04).
           05 DV-MM                PIC 9(02).
           05 DV-DD                PIC 9(02).

      *-----> INDICES DE CORRECAO ACEITOS NAS VENDAS PARCELADAS (EM
      *-----> BRANCO = PARCELAS SEM CORRECAO)
       01  TAB-INDICES-VALORES.
           05 FILLER              PIC X(04) VALUE "IGPM".
           05 FILLER              PIC X(04) VALUE "INCC".
           05 FILLER              PIC X(04) VALUE "IPCA".

       01  TAB-INDICES REDEFINES TAB-INDICES-VALORES.
           05 TAB-INDICE OCCURS 3 TIMES INDEXED BY WS-IDX-IND.
              10 TI-CODIGO        PIC X(04).

       77  WS-ACHOU-INDICE        PIC X(01) VALUE "N".
           88 INDICE-VALIDO                  VALUE "S".

      *-----> REGIOES DE RECOLHIMENTO DO ITBI (MESMA TABELA DO
      *-----> CGPRG007 - UMA ALTERACAO LA DEVE SER REFLETIDA AQUI E
      *-----> NO CGPRG020). CEP FORA DE TODAS AS FAIXAS VAI PARA A
      *-----> REGIAO 99
       01  TAB-REGIOES-VALORES.
           05 FILLER              PIC X(31) VALUE
              "0000000119999999REGIAO 01 NORTE".
           05 FILLER              PIC X(31) VALUE
              "2000000039999999REGIAO 02 LESTE".
           05 FILLER              PIC X(31) VALUE
              "4000000059999999REGIAO 03 CENTR".
           05 FILLER              PIC X(31) VALUE
              "6000000079999999REGIAO 04 OESTE".
           05 FILLER              PIC X(31) VALUE
              "8000000099999999REGIAO 05 SUL  ".

       01  TAB-REGIOES REDEFINES TAB-REGIOES-VALORES.
           05 TAB-REGIAO OCCURS 5 TIMES INDEXED BY WS-IDX-REG.
              10 TR-CEP-INICIAL   PIC 9(08).
              10 TR-CEP-FINAL     PIC 9(08).
              10 TR-DESCRICAO     PIC X(15).

       77  WS-QTD-REGIOES         PIC 9(02) VALUE 05.
       77  WS-ACHOU-REGIAO        PIC X(01) VALUE "N".
           88 REGIAO-ENCONTRADA              VALUE "S".

      *-----> RESERVAS ATIVAS (TERRSV) - LOTE RESERVADO SO E BAIXADO
      *-----> PARA O CORRETOR TITULAR DA RESERVA
       01  TAB-RESERVAS.
           05 TAB-RESERVA OCCURS 2000 TIMES
              INDEXED BY WS-IDX-RSV.
              10 TR-ID-LOTE        PIC 9(10).
              10 TR-COD-CORRETOR   PIC 9(05).
       77  WS-QTD-RESERVAS         PIC 9(04) VALUE ZEROS.
       77  WS-MAX-RESERVAS         PIC 9(04) VALUE 2000.
       77  WS-FIM-RESERVAS         PIC X(01) VALUE "N".
       77  WS-RESERVAS-CARREGADAS  PIC X(01) VALUE "N".
           88 RESERVAS-CARREGADAS            VALUE "S".

      *-----> VALOR DE TABELA DO LOTE ANTES DA BAIXA E DIFERENCA
      *-----> APURADA CONTRA O VALOR CONTRATADO (COM SINAL)
       77  WS-VAL-TABELA           PIC 9(08)V99 VALUE ZEROS.
                          WS-CORRETOR-ANT     WS-CT-CORRETOR
                          WS-TOT-CONTRAT-CORR WS-TOT-DIF-CORR
                          WS-TOT-CONTRAT-GERAL WS-TOT-DIF-GERAL
                          WS-CT-LANC-COMISSAO  WS-TOT-COMISSAO-GERAL
                          WS-CT-GUIAS-ITBI     WS-TOT-ITBI-GERAL
                          WS-CT-PARCELAS       WS-TOT-RECEBER-GERAL
                          WS-SEQ-EVENTO        WS-CT-EVENTOS

           OPEN INPUT ARQ-VENDAS
           IF FS-VENDAS NOT = "00"
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 014-CARREGAR-RESERVAS
              IF NOT RESERVAS-CARREGADAS
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 016-CARREGAR-PARAMETROS
              IF NOT PARAMETROS-CARREGADOS
                 MOVE 99 TO WS-COD-RETORNO
              END-IF
           END-IF

      *-----> O RAZAO DE COMISSOES E ACUMULADO DIA APOS DIA - SO NA
      *-----> PRIMEIRA RODADA ELE E CRIADO
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-COMIS-PAGAR-ABERTO
              OPEN EXTEND ARQ-COMIS-PAGAR
              IF FS-COMIS-PAGAR NOT = "00"
                 OPEN OUTPUT ARQ-COMIS-PAGAR
              END-IF
              IF FS-COMIS-PAGAR NOT = "00"
                 DISPLAY "** ARQ-COMIS-PAGAR (TERCPG) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-COMIS-PAGAR " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 MOVE "S" TO WS-COMIS-PAGAR-ABERTO
              END-IF
           END-IF

      *-----> AS GUIAS DE ITBI TAMBEM SE ACUMULAM ATE O RECOLHIMENTO
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-GUIAS-ITBI-ABERTO
              OPEN EXTEND ARQ-GUIAS-ITBI
              IF FS-GUIAS-ITBI NOT = "00"
                 OPEN OUTPUT ARQ-GUIAS-ITBI
              END-IF
              IF FS-GUIAS-ITBI NOT = "00"
                 DISPLAY "** ARQ-GUIAS-ITBI (TERGUI) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-GUIAS-ITBI " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 MOVE "S" TO WS-GUIAS-ITBI-ABERTO
              END-IF
           END-IF

      *-----> CONTAS A RECEBER INEXISTENTE E CRIADO NA PRIMEIRA BAIXA
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-RECEBER-ABERTO
              OPEN I-O ARQ-RECEBER
              IF FS-RECEBER = "35"
                 OPEN OUTPUT ARQ-RECEBER
              END-IF
              IF FS-RECEBER NOT = "00"
                 DISPLAY "** ARQ-RECEBER (TERREC) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RECEBER " **"
                 MOVE 99 TO WS-COD-RETORNO
              ELSE
                 MOVE "S" TO WS-RECEBER-ABERTO
              END-IF
           END-IF

      *-----> HISTORICO DE EVENTOS INEXISTENTE E CRIADO NA PRIMEIRA
      *-----> RODADA QUE ALTERA UM LOTE
           IF WS-COD-RETORNO = ZEROS
              MOVE "N" TO WS-HISTORICO-ABERTO
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
              ELSE
                 MOVE "S" TO WS-HISTORICO-ABERTO
              END-IF
           END-IF

           IF WS-COD-RETORNO = ZEROS
              PERFORM 012-IMPRIMIR-CABECALHO
           END-IF
           WRITE REG-RELATORIO FROM WS-CABECALHO-3
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS RESERVAS ATIVAS DO TERRSV NA TABELA INTERNA    *
      *    (TERRSV INEXISTENTE SIGNIFICA QUE NAO HA LOTE RESERVADO)   *
      *--------------------------------------------------------------*
       014-CARREGAR-RESERVAS.

           MOVE "N"   TO WS-RESERVAS-CARREGADAS WS-FIM-RESERVAS
           MOVE ZEROS TO WS-QTD-RESERVAS

           OPEN INPUT ARQ-RESERVAS
           EVALUATE FS-RESERVAS
              WHEN "00"
                 MOVE "S" TO WS-RESERVAS-CARREGADAS
                 PERFORM 015-LER-RESERVA
                    UNTIL WS-FIM-RESERVAS = "S"
                 CLOSE ARQ-RESERVAS
              WHEN "35"
                 MOVE "S" TO WS-RESERVAS-CARREGADAS
              WHEN OTHER
                 DISPLAY "** ARQ-RESERVAS (TERRSV) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-RESERVAS " **"
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LER UMA RESERVA DO TERRSV E GUARDA-LA NA TABELA            *
      *--------------------------------------------------------------*
       015-LER-RESERVA.

           READ ARQ-RESERVAS
              AT END
                 MOVE "S" TO WS-FIM-RESERVAS
              NOT AT END
                 IF WS-QTD-RESERVAS < WS-MAX-RESERVAS
                    ADD 1 TO WS-QTD-RESERVAS
                    SET WS-IDX-RSV TO WS-QTD-RESERVAS
                    MOVE RV-ID-LOTE      TO TR-ID-LOTE (WS-IDX-RSV)
                    MOVE RV-COD-CORRETOR TO TR-COD-CORRETOR (WS-IDX-RSV)
                 ELSE
                    DISPLAY "** TERRSV COM MAIS RESERVAS QUE O **"
                    DISPLAY "** LIMITE DA TABELA INTERNA       **"
                    MOVE "N" TO WS-RESERVAS-CARREGADAS
                    MOVE "S" TO WS-FIM-RESERVAS
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS FAIXAS E PERCENTUAIS DE COMISSAO E A ALIQUOTA  *
      *    DE ITBI DO TERPRM (MESMA CRITICA DO CGPRG004 PARA ESSES    *
      *    CAMPOS - SEM ELES NENHUMA VENDA PODE SER BAIXADA)          *
      *--------------------------------------------------------------*
       016-CARREGAR-PARAMETROS.

           MOVE "N" TO WS-PRM-CARREGADO

           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS NOT = "00"
              DISPLAY "** ARQ-PARAMETROS (TERPRM) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-PARAMETROS " **"
           ELSE
              READ ARQ-PARAMETROS
                 AT END
                    DISPLAY "** TERPRM VAZIO - SEM PARAMETROS **"
                 NOT AT END
                    PERFORM 017-CRITICAR-PARAMETROS
              END-READ
              CLOSE ARQ-PARAMETROS
           END-IF

           IF NOT PARAMETROS-CARREGADOS
              DISPLAY "** BAIXA ABORTADA - PARAMETROS DE    **"
              DISPLAY "** COMISSAO OU ITBI AUSENTES OU      **"
              DISPLAY "** INCONSISTENTES                    **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR E GUARDAR OS CAMPOS DE COMISSAO E DE ITBI         *
      *    (PARTICIPACAO DO CAPTADOR AUSENTE = COMISSAO TODA PARA O   *
      *    CORRETOR DA VENDA)                                         *
      *--------------------------------------------------------------*
       017-CRITICAR-PARAMETROS.

           MOVE "S" TO WS-PRM-CARREGADO

           IF REG-PARAMETROS(1:36) IS NOT NUMERIC
              MOVE "N" TO WS-PRM-CARREGADO
              DISPLAY "** TERPRM COM CAMPO NAO NUMERICO **"
           ELSE
              IF PR-PERC-COMIS-ALTO = ZEROS
                 OR PR-PERC-COMIS-MEDIO = ZEROS
                 OR PR-PERC-COMIS-BAIXO = ZEROS
                 MOVE "N" TO WS-PRM-CARREGADO
                 DISPLAY "** PERCENTUAL DE COMISSAO ZERADO **"
              END-IF

              IF PR-PERC-ITBI = ZEROS
                 MOVE "N" TO WS-PRM-CARREGADO
                 DISPLAY "** PERCENTUAL DE ITBI ZERADO **"
              END-IF

              IF PR-LIMITE-BAIXO = ZEROS
                 OR PR-LIMITE-BAIXO NOT < PR-LIMITE-ALTO
                 MOVE "N" TO WS-PRM-CARREGADO
                 DISPLAY "** CORTES DAS FAIXAS INVALIDOS: O PISO **"
                 DISPLAY "** DEVE SER MENOR QUE O TETO           **"
              END-IF
           END-IF

           IF PARAMETROS-CARREGADOS
              MOVE PR-PERC-COMIS-ALTO  TO WS-PERC-COMIS-ALTO
              MOVE PR-PERC-COMIS-MEDIO TO WS-PERC-COMIS-MEDIO
              MOVE PR-PERC-COMIS-BAIXO TO WS-PERC-COMIS-BAIXO
              MOVE PR-LIMITE-ALTO      TO WS-LIMITE-ALTO
              MOVE PR-LIMITE-BAIXO     TO WS-LIMITE-BAIXO
              MOVE PR-PERC-ITBI        TO WS-PERC-ITBI

              IF PR-PERC-CAPTACAO IS NUMERIC
                 MOVE PR-PERC-CAPTACAO TO WS-PERC-CAPTACAO
              ELSE
                 MOVE ZEROS            TO WS-PERC-CAPTACAO
              END-IF
              DISPLAY "PARTICIPACAO DO CAPTADOR (%) = " WS-PERC-CAPTACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LE O TERVEN E LIBERA AS   *
      *    VENDAS PARA CLASSIFICACAO POR CORRETOR (A MESA DE VENDAS   *
      *    NAO MANDA O ARQUIVO CLASSIFICADO)                          *
                 IF FS-MASTER = "00"
                    PERFORM 040-IMPRIMIR-BAIXA
                    ADD 1 TO WS-CT-BAIXADAS
                    PERFORM 074-APURAR-COMISSAO
                    PERFORM 075-LANCAR-COMISSAO
                    PERFORM 077-EMITIR-GUIA-ITBI
                    PERFORM 064-GERAR-PARCELAS
                 ELSE
                    MOVE 99 TO WS-COD-MOTIVO
                    MOVE "ERRO AO ATUALIZAR O MESTRE"
                 END-IF
              END-IF
           END-IF

           IF REGISTRO-VALIDO
              PERFORM 024-VALIDAR-CONDICOES
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR AS CONDICOES DE PAGAMENTO DA VENDA (EM BRANCO =    *
      *    A VISTA: ENTRADA IGUAL AO CONTRATADO E NENHUMA PARCELA)    *
      *--------------------------------------------------------------*
       024-VALIDAR-CONDICOES.

           IF VD-CONDICOES = SPACES
              MOVE VD-VAL-CONTRATADO TO WS-VAL-ENTRADA
              MOVE ZEROS             TO WS-QTD-PARCELAS
              MOVE SPACES            TO WS-INDICE
           ELSE
              IF VD-VAL-ENTRADA IS NOT NUMERIC
                 OR VD-QTD-PARCELAS IS NOT NUMERIC
                 OR VD-DATA-PRIM-VENC IS NOT NUMERIC
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 01  TO WS-COD-MOTIVO
                    MOVE "CAMPO NAO NUMERICO"        TO WS-DESC-MOTIVO
              ELSE
                 MOVE VD-VAL-ENTRADA    TO WS-VAL-ENTRADA
                 MOVE VD-QTD-PARCELAS   TO WS-QTD-PARCELAS
                 MOVE VD-INDICE         TO WS-INDICE
                 MOVE VD-DATA-PRIM-VENC TO WS-DATA-VENC
              END-IF
           END-IF

           IF REGISTRO-VALIDO
              IF WS-VAL-ENTRADA > VD-VAL-CONTRATADO
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 27  TO WS-COD-MOTIVO
                 MOVE "ENTRADA MAIOR QUE CONTRATADO" TO WS-DESC-MOTIVO
              END-IF
           END-IF

      *-----> SEM PARCELAS A ENTRADA QUITA A VENDA; COM PARCELAS TEM
      *-----> DE SOBRAR SALDO A PARCELAR
           IF REGISTRO-VALIDO
              IF (WS-QTD-PARCELAS = ZEROS
                  AND WS-VAL-ENTRADA NOT = VD-VAL-CONTRATADO)
                 OR (WS-QTD-PARCELAS > ZEROS
                  AND WS-VAL-ENTRADA = VD-VAL-CONTRATADO)
                 OR WS-QTD-PARCELAS > 360
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 29  TO WS-COD-MOTIVO
                    MOVE "PARCELAMENTO INCONSISTENTE"
                       TO WS-DESC-MOTIVO
              END-IF
           END-IF

      *-----> O DIA DO VENCIMENTO VAI ATE 28 PARA EXISTIR EM TODOS OS
      *-----> MESES DO PARCELAMENTO
           IF REGISTRO-VALIDO AND WS-QTD-PARCELAS > ZEROS
              IF DV-MM < 01 OR DV-MM > 12
                 OR DV-DD < 01 OR DV-DD > 28
                 OR VD-DATA-PRIM-VENC NOT > VD-DATA-VENDA
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 28  TO WS-COD-MOTIVO
                    MOVE "PRIMEIRO VENCIMENTO INVALIDO"
                       TO WS-DESC-MOTIVO
              END-IF
           END-IF

           IF REGISTRO-VALIDO AND WS-INDICE NOT = SPACES
              MOVE "N" TO WS-ACHOU-INDICE
              SET WS-IDX-IND TO 1
              SEARCH TAB-INDICE
                 AT END
                    CONTINUE
                 WHEN TI-CODIGO (WS-IDX-IND) = WS-INDICE
                    MOVE "S" TO WS-ACHOU-INDICE
              END-SEARCH
              IF NOT INDICE-VALIDO
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 30  TO WS-COD-MOTIVO
                 MOVE "INDICE DE CORRECAO INVALIDO"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CICLO DE VIDA DO LOTE NO CADASTRO MESTRE        *
      *    (SO LOTE "P" OU "R" PODE RECEBER A BAIXA DE VENDA - OU    *
      *    LOTE "E" RESERVADO, QUANDO A VENDA VEM DO CORRETOR QUE    *
      *    DETEM A RESERVA)                                          *
      *--------------------------------------------------------------*
       027-CRITICAR-CICLO-DE-VIDA.

                 END-IF
              END-IF
           END-IF

           IF REGISTRO-VALIDO AND MS-RESERVADO
              PERFORM 029-CRITICAR-RESERVA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOTE RESERVADO SO PODE SER VENDIDO PELO CORRETOR TITULAR   *
      *    DA RESERVA (SEM RESERVA ATIVA NO TERRSV TAMBEM E RECUSADO, *
      *    COM MOTIVO PROPRIO)                                        *
      *--------------------------------------------------------------*
       029-CRITICAR-RESERVA.

           SET WS-IDX-RSV TO 1
           SEARCH TAB-RESERVA
              AT END
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 38  TO WS-COD-MOTIVO
                 MOVE "RESERVA NAO ENCONTRADA"     TO WS-DESC-MOTIVO
              WHEN WS-IDX-RSV > WS-QTD-RESERVAS
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 38  TO WS-COD-MOTIVO
                 MOVE "RESERVA NAO ENCONTRADA"     TO WS-DESC-MOTIVO
              WHEN TR-ID-LOTE (WS-IDX-RSV) = VD-ID-LOTE
                 IF TR-COD-CORRETOR (WS-IDX-RSV) NOT = VD-COD-CORRETOR
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 22  TO WS-COD-MOTIVO
                    MOVE "RESERVADO A OUTRO CORRETOR"
                       TO WS-DESC-MOTIVO
                 END-IF
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    TRATAR A QUEBRA POR CORRETOR DO DEMONSTRATIVO              *
           COMPUTE WS-DIF-VENDA =
              VD-VAL-CONTRATADO - WS-VAL-TABELA

           MOVE MS-COD-CORRETOR   TO WS-CORRETOR-CAPTADOR

           MOVE MS-STATUS         TO WS-EVT-STATUS-ANT
           MOVE MS-VAL-VENDA      TO MS-VAL-VENDA-ANT
           MOVE VD-VAL-CONTRATADO TO MS-VAL-VENDA
           MOVE "V"               TO MS-STATUS
              DISPLAY "** ERRO AO ATUALIZAR O MESTRE (TERMST) **"
              DISPLAY "** FILE STATUS " FS-MASTER " **"
              MOVE 99 TO WS-COD-RETORNO
           ELSE
              PERFORM 083-PESQUISAR-VIGENCIA
              MOVE "VD"              TO HI-TIPO-EVENTO
              MOVE WS-DATA-HOJE      TO HI-DATA-EVENTO
              MOVE VD-DATA-VENDA     TO HI-DATA-NEGOCIO
              MOVE WS-VAL-TABELA     TO HI-VAL-ANTERIOR
              MOVE VD-COD-CORRETOR   TO HI-COD-CORRETOR
              MOVE ZEROS             TO HI-COD-MOTIVO
              MOVE SPACES            TO HI-DESC-MOTIVO
              PERFORM 085-GRAVAR-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURAR A COMISSAO DA VENDA: FAIXA E PERCENTUAL APLICADOS   *
      *    AO VALOR CONTRATADO (MESMOS CORTES DO 065-CALCULAR-TERRENO *
      *    DO CGPRG004) E A PARTE DO CAPTADOR E DO CORRETOR DA VENDA  *
      *--------------------------------------------------------------*
       074-APURAR-COMISSAO.

           EVALUATE TRUE
              WHEN VD-VAL-CONTRATADO > WS-LIMITE-ALTO
                 MOVE WS-PERC-COMIS-ALTO  TO WS-PERC-FAIXA
                 MOVE "ALTO PADRAO"       TO WS-FAIXA-VENDA
              WHEN VD-VAL-CONTRATADO < WS-LIMITE-BAIXO
                 MOVE WS-PERC-COMIS-BAIXO TO WS-PERC-FAIXA
                 MOVE "BAIXO PADRAO"      TO WS-FAIXA-VENDA
              WHEN OTHER
                 MOVE WS-PERC-COMIS-MEDIO TO WS-PERC-FAIXA
                 MOVE "MEDIO PADRAO"      TO WS-FAIXA-VENDA
           END-EVALUATE

           COMPUTE WS-COMISSAO-VENDA ROUNDED =
              VD-VAL-CONTRATADO * WS-PERC-FAIXA / 100

      *-----> SEM CAPTADOR DIFERENTE DO CORRETOR DA VENDA (OU SEM
      *-----> PARTICIPACAO NO TERPRM) A COMISSAO E TODA DO VENDEDOR.
      *-----> A PARTE DO VENDEDOR E A DIFERENCA, PARA AS DUAS PARTES
      *-----> SOMAREM EXATAMENTE A COMISSAO DA VENDA
           IF WS-CORRETOR-CAPTADOR = ZEROS
              OR WS-CORRETOR-CAPTADOR = VD-COD-CORRETOR
              OR WS-PERC-CAPTACAO = ZEROS
              MOVE ZEROS TO WS-COMISSAO-CAPTADOR
           ELSE
              COMPUTE WS-COMISSAO-CAPTADOR ROUNDED =
                 WS-COMISSAO-VENDA * WS-PERC-CAPTACAO / 100
           END-IF

           COMPUTE WS-COMISSAO-VENDEDOR =
              WS-COMISSAO-VENDA - WS-COMISSAO-CAPTADOR
           .
      *--------------------------------------------------------------*
      *    LANCAR A COMISSAO DA VENDA NO RAZAO DE COMISSOES A PAGAR   *
      *    (TERCPG): UM LANCAMENTO PARA O CORRETOR DA VENDA E, HAVENDO *
      *    CAPTADOR DIFERENTE DELE, OUTRO PARA O CAPTADOR - MESMO COM *
      *    PARTICIPACAO ZERO, POIS E DESTE LANCAMENTO QUE O DISTRATO  *
      *    (CGPRG017) DEVOLVE O CAPTADOR AO MESTRE                    *
      *--------------------------------------------------------------*
       075-LANCAR-COMISSAO.

           MOVE VD-ID-LOTE        TO CP-ID-LOTE
           MOVE "V"               TO CP-TIPO-LANC
           MOVE VD-DATA-VENDA     TO CP-DATA-LANC
           MOVE VD-VAL-CONTRATADO TO CP-VAL-CONTRATADO
           MOVE WS-FAIXA-VENDA    TO CP-FAIXA
           MOVE WS-PERC-FAIXA     TO CP-PERC-COMISSAO
           MOVE WS-DATA-HOJE      TO CP-DATA-PROC

           IF WS-CORRETOR-CAPTADOR NOT = ZEROS
              AND WS-CORRETOR-CAPTADOR NOT = VD-COD-CORRETOR
              MOVE WS-CORRETOR-CAPTADOR TO CP-COD-CORRETOR
              MOVE "C"                  TO CP-PAPEL
              MOVE WS-PERC-CAPTACAO     TO CP-PERC-PARTICIPACAO
              MOVE WS-COMISSAO-CAPTADOR TO CP-VAL-COMISSAO
              PERFORM 076-GRAVAR-LANCAMENTO
              COMPUTE WS-PERC-VENDEDOR = 100 - WS-PERC-CAPTACAO
           ELSE
              MOVE 100 TO WS-PERC-VENDEDOR
           END-IF

           MOVE VD-COD-CORRETOR      TO CP-COD-CORRETOR
           MOVE "V"                  TO CP-PAPEL
           MOVE WS-PERC-VENDEDOR     TO CP-PERC-PARTICIPACAO
           MOVE WS-COMISSAO-VENDEDOR TO CP-VAL-COMISSAO
           PERFORM 076-GRAVAR-LANCAMENTO
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM LANCAMENTO NO RAZAO DE COMISSOES A PAGAR         *
      *--------------------------------------------------------------*
       076-GRAVAR-LANCAMENTO.

           WRITE REG-COMIS-PAGAR

           IF FS-COMIS-PAGAR = "00"
              ADD 1               TO WS-CT-LANC-COMISSAO
              ADD CP-VAL-COMISSAO TO WS-TOT-COMISSAO-GERAL
           ELSE
              DISPLAY "** ERRO AO GRAVAR O RAZAO (TERCPG) - LOTE "
                 CP-ID-LOTE " **"
              DISPLAY "** FILE STATUS " FS-COMIS-PAGAR " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR A GUIA DE ITBI DA VENDA BAIXADA: O MUNICIPIO COBRA  *
      *    SOBRE O MAIOR ENTRE O VALOR DECLARADO NA VENDA E O VALOR   *
      *    DE REFERENCIA (O VALOR DE TABELA RETIDO NA BAIXA)          *
      *--------------------------------------------------------------*
       077-EMITIR-GUIA-ITBI.

           MOVE VD-ID-LOTE        TO GI-ID-LOTE
           MOVE VD-DATA-VENDA     TO GI-DATA-VENDA
           MOVE MS-CEP            TO GI-CEP
           MOVE VD-VAL-CONTRATADO TO GI-VAL-CONTRATADO
           MOVE WS-VAL-TABELA     TO GI-VAL-TABELA
           MOVE WS-PERC-ITBI      TO GI-PERC-ITBI
           MOVE VD-COD-CORRETOR   TO GI-COD-CORRETOR
           MOVE WS-DATA-HOJE      TO GI-DATA-PROC

           IF VD-VAL-CONTRATADO < WS-VAL-TABELA
              MOVE WS-VAL-TABELA     TO WS-BASE-ITBI
              MOVE "T"               TO GI-ORIGEM-BASE
           ELSE
              MOVE VD-VAL-CONTRATADO TO WS-BASE-ITBI
              MOVE "C"               TO GI-ORIGEM-BASE
           END-IF
           MOVE WS-BASE-ITBI      TO GI-BASE-CALCULO

           COMPUTE WS-VAL-ITBI ROUNDED =
              WS-BASE-ITBI * WS-PERC-ITBI / 100
           MOVE WS-VAL-ITBI       TO GI-VAL-ITBI

      *-----> REGIAO DE RECOLHIMENTO PELO CEP DO LOTE
           MOVE "N" TO WS-ACHOU-REGIAO
           MOVE 99                TO GI-COD-REGIAO
           MOVE "FORA DE FAIXA  " TO GI-DESC-REGIAO

           PERFORM 078-VERIFICAR-REGIAO
              VARYING WS-IDX-REG FROM 1 BY 1
              UNTIL WS-IDX-REG > WS-QTD-REGIOES
                 OR REGIAO-ENCONTRADA

           WRITE REG-GUIA-ITBI

           IF FS-GUIAS-ITBI = "00"
              ADD 1           TO WS-CT-GUIAS-ITBI
              ADD GI-VAL-ITBI TO WS-TOT-ITBI-GERAL
           ELSE
              DISPLAY "** ERRO AO GRAVAR A GUIA (TERGUI) - LOTE "
                 GI-ID-LOTE " **"
              DISPLAY "** FILE STATUS " FS-GUIAS-ITBI " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICAR SE O CEP DO LOTE PERTENCE A REGIAO CORRENTE      *
      *--------------------------------------------------------------*
       078-VERIFICAR-REGIAO.

           IF MS-CEP >= TR-CEP-INICIAL (WS-IDX-REG)
              AND MS-CEP <= TR-CEP-FINAL (WS-IDX-REG)
                 MOVE "S" TO WS-ACHOU-REGIAO
                 SET GI-COD-REGIAO  TO WS-IDX-REG
                 MOVE TR-DESCRICAO (WS-IDX-REG) TO GI-DESC-REGIAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR AS PARCELAS DA VENDA BAIXADA NO CONTAS A RECEBER:    *
      *    A PARCELA 000 (ENTRADA OU A VISTA) VENCE NA DATA DA VENDA  *
      *    E AS DEMAIS MES A MES A PARTIR DO PRIMEIRO VENCIMENTO - A  *
      *    ULTIMA ABSORVE A SOBRA DA DIVISAO DO SALDO                 *
      *--------------------------------------------------------------*
       064-GERAR-PARCELAS.

           MOVE VD-ID-LOTE        TO RB-ID-LOTE
           MOVE VD-DATA-VENDA     TO RB-DATA-VENDA
           MOVE WS-QTD-PARCELAS   TO RB-QTD-PARCELAS
           MOVE VD-COD-CORRETOR   TO RB-COD-CORRETOR
           MOVE WS-INDICE         TO RB-INDICE
           MOVE "A"               TO RB-SITUACAO
           MOVE ZEROS             TO RB-DATA-PAGTO RB-VAL-PAGO
           MOVE WS-DATA-HOJE      TO RB-DATA-PROC

           IF WS-VAL-ENTRADA > ZEROS
              MOVE ZEROS          TO RB-NUM-PARCELA
              MOVE VD-DATA-VENDA  TO RB-DATA-VENC
              MOVE WS-VAL-ENTRADA TO RB-VAL-PARCELA
              PERFORM 066-GRAVAR-PARCELA
           END-IF

           IF WS-QTD-PARCELAS > ZEROS
              COMPUTE WS-SALDO-PARCELADO =
                 VD-VAL-CONTRATADO - WS-VAL-ENTRADA
              DIVIDE WS-SALDO-PARCELADO BY WS-QTD-PARCELAS
                 GIVING WS-VAL-PARCELA
              COMPUTE WS-VAL-ULT-PARCELA = WS-SALDO-PARCELADO
                 - WS-VAL-PARCELA * (WS-QTD-PARCELAS - 1)

              MOVE VD-DATA-PRIM-VENC TO WS-DATA-VENC
              COMPUTE WS-MESES-VENC = DV-AAAA * 12 + DV-MM - 1

              PERFORM 065-MONTAR-PARCELA
                 VARYING WS-NUM-PARCELA FROM 1 BY 1
                 UNTIL WS-NUM-PARCELA > WS-QTD-PARCELAS
                    OR WS-COD-RETORNO NOT = ZEROS
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR O VENCIMENTO E O VALOR DA PARCELA CORRENTE          *
      *--------------------------------------------------------------*
       065-MONTAR-PARCELA.

           MOVE WS-NUM-PARCELA TO RB-NUM-PARCELA

           DIVIDE WS-MESES-VENC BY 12 GIVING DV-AAAA
              REMAINDER DV-MM
           ADD 1 TO DV-MM
           MOVE WS-DATA-VENC   TO RB-DATA-VENC
           ADD 1 TO WS-MESES-VENC

           IF WS-NUM-PARCELA = WS-QTD-PARCELAS
              MOVE WS-VAL-ULT-PARCELA TO RB-VAL-PARCELA
           ELSE
              MOVE WS-VAL-PARCELA     TO RB-VAL-PARCELA
           END-IF

           PERFORM 066-GRAVAR-PARCELA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA PARCELA NO CONTAS A RECEBER                     *
      *--------------------------------------------------------------*
       066-GRAVAR-PARCELA.

           WRITE REG-RECEBER
              INVALID KEY
                 DISPLAY "** PARCELA JA EXISTE NO TERREC - LOTE "
                    RB-ID-LOTE " PARCELA " RB-NUM-PARCELA " **"
                 MOVE 99 TO WS-COD-RETORNO
              NOT INVALID KEY
                 ADD 1              TO WS-CT-PARCELAS
                 ADD RB-VAL-PARCELA TO WS-TOT-RECEBER-GERAL
           END-WRITE

           IF FS-RECEBER NOT = "00" AND WS-COD-RETORNO = ZEROS
              DISPLAY "** ERRO AO GRAVAR O TERREC - LOTE "
                 RB-ID-LOTE " **"
              DISPLAY "** FILE STATUS " FS-RECEBER " **"
              MOVE 99 TO WS-COD-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
           END-READ
           .
      *--------------------------------------------------------------*
      *    PESQUISAR NO HISTORICO A VIGENCIA DA TABELA DE PRECOS QUE  *
      *    FORMOU O VALOR DO LOTE (ULTIMO EVENTO COM VIGENCIA) - LOTE *
      *    SEM HISTORICO ANTERIOR FICA COM VIGENCIA ZERADA            *
      *--------------------------------------------------------------*
       083-PESQUISAR-VIGENCIA.

           MOVE ZEROS      TO WS-EVT-VIGENCIA
           MOVE "N"        TO WS-FIM-HISTORICO
           MOVE LOW-VALUES TO HI-CHAVE
           MOVE MS-ID-LOTE TO HI-ID-LOTE

           START ARQ-HISTORICO KEY IS NOT LESS THAN HI-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FIM-HISTORICO
           END-START

           PERFORM 084-LER-HISTORICO
              UNTIL FIM-HISTORICO
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO EVENTO DO LOTE NO HISTORICO                  *
      *--------------------------------------------------------------*
       084-LER-HISTORICO.

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
      *    GRAVAR NO HISTORICO O EVENTO DO LOTE CORRENTE - TIPO,      *
      *    DATA, VALOR ANTERIOR, CORRETOR E MOTIVO JA VEM             *
      *    PREENCHIDOS; O DEPOIS VEM DO PROPRIO MESTRE                *
      *--------------------------------------------------------------*
       085-GRAVAR-HISTORICO.

           IF WS-SEQ-EVENTO = 9999
              MOVE ZEROS TO WS-SEQ-EVENTO
           ELSE
              ADD 1 TO WS-SEQ-EVENTO
           END-IF
           MOVE MS-ID-LOTE        TO HI-ID-LOTE
           MOVE AS-HORA           TO HI-HORA-EVENTO
           MOVE WS-SEQ-EVENTO     TO HI-SEQ-EVENTO
           MOVE "CGPRG009"        TO HI-PROGRAMA
           MOVE WS-EVT-STATUS-ANT TO HI-STATUS-ANT
           MOVE MS-STATUS         TO HI-STATUS-NOVO
           MOVE MS-VAL-M2         TO HI-VAL-M2
           MOVE MS-VAL-VENDA      TO HI-VAL-NOVO
           MOVE WS-EVT-VIGENCIA   TO HI-VIGENCIA

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
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.
              IF MASTER-ABERTO
                 CLOSE ARQ-MASTER
              END-IF
              IF COMIS-PAGAR-ABERTO
                 CLOSE ARQ-COMIS-PAGAR
              END-IF
              IF GUIAS-ITBI-ABERTO
                 CLOSE ARQ-GUIAS-ITBI
              END-IF
              IF RECEBER-ABERTO
                 CLOSE ARQ-RECEBER
              END-IF
              IF HISTORICO-ABERTO
                 CLOSE ARQ-HISTORICO
              END-IF

              DISPLAY "VENDAS LIDAS         = " WS-CT-LIDAS
              DISPLAY "VENDAS BAIXADAS      = " WS-CT-BAIXADAS
              DISPLAY "VENDAS RECUSADAS     = " WS-CT-RECUSADAS
              DISPLAY "LANCAMENTOS COMISSAO = " WS-CT-LANC-COMISSAO
              DISPLAY "COMISSAO A PAGAR     = " WS-TOT-COMISSAO-GERAL
              DISPLAY "GUIAS DE ITBI        = " WS-CT-GUIAS-ITBI
              DISPLAY "ITBI A RECOLHER      = " WS-TOT-ITBI-GERAL
              DISPLAY "PARCELAS A RECEBER   = " WS-CT-PARCELAS
              DISPLAY "VALOR A RECEBER      = " WS-TOT-RECEBER-GERAL
              DISPLAY "EVENTOS NO HISTORICO = " WS-CT-EVENTOS

              IF WS-COD-RETORNO = ZEROS
                 IF WS-CT-LIDAS = ZERO
