                  RECORD KEY   IS MS-ID-LOTE
                  FILE STATUS  IS FS-MASTER.

           SELECT ARQ-HISTORICO  ASSIGN TO "TERHIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HI-CHAVE
                  FILE STATUS  IS FS-HISTORICO.

           SELECT ARQ-CORRETORES ASSIGN TO "TERCAD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CORRETORES.

           SELECT ARQ-FATORES    ASSIGN TO "TERFAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-FATORES.

           SELECT ARQ-PRECOS-SIM ASSIGN TO "TERPRO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PRECOS-SIM.
      *-----> ARQUIVO DE ENTRADA (UM TERRENO POR REGISTRO)
      *-----> O ARQUIVO CHEGA COM UM HEADER ("H"), OS DETALHES ("D")
      *-----> E UM TRAILER ("T") COM A QUANTIDADE E O HASH DOS LOTES
      *-----> O DETALHE TRAZ ATE 4 CODIGOS DE CARACTERISTICA DO LOTE
      *-----> (ESQUINA, DECLIVE, FORMATO IRREGULAR, AREA ALAGAVEL...)
      *-----> CADASTRADOS NO TERFAT; CODIGO EM BRANCO = NENHUMA
       FD  ARQ-ENTRADA
           LABEL RECORDS ARE STANDARD.
       01  REG-ENTRADA.
           05 RE-COMP              PIC 9(03)V99.
           05 RE-VAL-M2            PIC 9(05)V99.
           05 RE-COD-CORRETOR      PIC 9(05).
           05 RE-CARACTERISTICAS.
              10 RE-COD-CARACT     PIC X(02) OCCURS 4 TIMES.

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

      *-----> RELATORIO IMPRESSO (CABECALHO/DETALHE/TOTAIS)
       FD  ARQ-RELATORIO
           05 RJ-DESC-MOTIVO       PIC X(30).
           05 RJ-COD-CORRETOR      PIC 9(05).
           05 RJ-ID-LOTE           PIC 9(10).
           05 RJ-CARACTERISTICAS   PIC X(08).

      *-----> ARQUIVO DE AUDITORIA DOS CALCULOS EFETUADOS (COM AS
      *-----> CARACTERISTICAS DO LOTE E O FATOR COMBINADO APLICADO
      *-----> AO VALOR DE VENDA - FATOR 1,0000 = SEM AJUSTE)
       FD  ARQ-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA.
           05 AU-MENSAGEM          PIC X(12).
           05 AU-COD-CORRETOR      PIC 9(05).
           05 AU-ID-LOTE           PIC 9(10).
           05 AU-CARACTERISTICAS   PIC X(08).
           05 AU-FATOR-CARACT      PIC 9(01)V9(04).

      *-----> ARQUIVO DE CHECKPOINT PARA REINICIO DO LOTE
       FD  ARQ-CHECKPOINT
           05 PR-SIM-LIMITE-ALTO    PIC 9(08)V99.
           05 PR-SIM-LIMITE-BAIXO   PIC 9(08)V99.
           05 PR-SIM-PERC-ITBI      PIC 9(02)V99.
      *-----> PARTICIPACAO DO CORRETOR CAPTADOR NA COMISSAO DA VENDA
      *-----> (USADA SO NA BAIXA DE VENDAS - CGPRG009)
           05 PR-PERC-CAPTACAO      PIC 9(02)V99.

      *-----> TABELA DE PRECOS DO M2 COM DATA DE VIGENCIA (MANTIDA
      *-----> PELO CGPRG008) - A RODADA CARREGA A VERSAO EM VIGOR
              88 MS-REPRECIFICADO             VALUE "R".
              88 MS-REJEITADO                 VALUE "J".
              88 MS-VENDIDO                   VALUE "V".
              88 MS-RESERVADO                 VALUE "E".
           05 MS-CEP                PIC 9(08).
           05 MS-FRENTE             PIC 9(03)V99.
           05 MS-COMP               PIC 9(03)V99.
           05 MS-DATA-ULT           PIC 9(08).
           05 MS-HORA-ULT           PIC 99.99.9999.

      *-----> HISTORICO DE EVENTOS DO LOTE - TODO PROGRAMA QUE ALTERA
      *-----> UM LOTE NO TERMST ACRESCENTA AQUI UM EVENTO COM O ANTES
      *-----> E O DEPOIS. A CHAVE (LOTE + DATA + HORA + SEQUENCIA)
      *-----> DEIXA OS EVENTOS DE CADA LOTE EM ORDEM CRONOLOGICA:
      *-----> HI-DATA-EVENTO E SEMPRE A DATA DA RODADA QUE GRAVOU O
      *-----> EVENTO; A DATA DO NEGOCIO (VENDA, DISTRATO, RESERVA)
      *-----> VAI EM HI-DATA-NEGOCIO, FORA DA CHAVE
      *-----> (LAYOUT REPETIDO NO CGPRG009, CGPRG014, CGPRG017,
      *-----> CGPRG018, CGPRG024 E CGPRG026 - UMA ALTERACAO AQUI DEVE
      *-----> SER REFLETIDA LA)
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

      *-----> CADASTRO DE CORRETORES (MANTIDO PELO CGPRG011) - O
      *-----> LOTE NOTURNO CRITICA O CORRETOR DE CADA DETALHE
      *-----> CONTRA ESTE CADASTRO E BUSCA NELE O NOME QUE SAI NO
              88 CD-INATIVO                   VALUE "I".
           05 CD-DATA-ADMISSAO      PIC 9(08).

      *-----> TABELA DE FATORES DE CARACTERISTICA DO LOTE (MANTIDA
      *-----> PELO CGPRG025) - CADA CARACTERISTICA DO DETALHE
      *-----> MULTIPLICA O VALOR DE VENDA PELO SEU FATOR
       FD  ARQ-FATORES
           LABEL RECORDS ARE STANDARD.
       01  REG-FATOR.
           05 FT-COD-CARACT         PIC X(02).
           05 FT-DESCRICAO          PIC X(20).
           05 FT-FATOR              PIC 9(01)V9(04).

      *-----> TABELA DE PRECOS PROPOSTA PARA A SIMULACAO (MESMO
      *-----> LAYOUT DO TERPRC) - SO E LIDA NO MODO DE SIMULACAO
       FD  ARQ-PRECOS-SIM
           05 SR-COMP              PIC 9(03)V99.
           05 SR-VAL-M2            PIC 9(05)V99.
           05 SR-COD-CORRETOR      PIC 9(05).
           05 SR-CARACTERISTICAS   PIC X(08).

      *-----> ARQUIVO DE TRABALHO DA CLASSIFICACAO DO TERAUD POR
      *-----> CORRETOR PARA O DEMONSTRATIVO DE COMISSOES (TERCOM)
       77  FS-PRECOS               PIC X(02) VALUE "00".
       77  FS-DUPLICADOS           PIC X(02) VALUE "00".
       77  FS-PRECOS-SIM           PIC X(02) VALUE "00".
       77  FS-FATORES              PIC X(02) VALUE "00".
       77  FS-MASTER               PIC X(02) VALUE "00".
       77  FS-HISTORICO            PIC X(02) VALUE "00".
       77  FS-SIMULACAO            PIC X(02) VALUE "00".
       77  FS-CORRETORES           PIC X(02) VALUE "00".
       77  FS-CONTROLE             PIC X(02) VALUE "00".
           88 LOTE-NO-MASTER                 VALUE "S".
       77  WS-CT-REPRECIFICADOS    PIC 9(08) VALUE ZEROS.

      *-----> CONTROLE DO HISTORICO DE EVENTOS DO LOTE (TERHIS) - A
      *-----> SEQUENCIA DESEMPATA EVENTOS DA MESMA DATA E HORA
       77  WS-HISTORICO-ABERTO     PIC X(01) VALUE "N".
           88 HISTORICO-ABERTO               VALUE "S".
       77  WS-SEQ-EVENTO           PIC 9(04) VALUE ZEROS.
       77  WS-CT-EVENTOS           PIC 9(08) VALUE ZEROS.
       77  WS-EVT-STATUS-ANT       PIC X(01) VALUE SPACE.
       77  WS-EVT-VAL-ANT          PIC 9(08)V99 VALUE ZEROS.

      *-----> VALIDACAO DOS CAMPOS DO REGISTRO DE ENTRADA
       77  WS-REG-VALIDO           PIC X(01) VALUE "S".
           88 REGISTRO-VALIDO                VALUE "S".
       77  AS-DATA                PIC 9(08).
       77  AS-HORA                PIC 99.99.9999.
       77  WS-VAL-M2-INFORMADO    PIC 9(05)V99 VALUE ZEROS.
       01  AS-CARACTERISTICAS.
           05 AS-COD-CARACT       PIC X(02) OCCURS 4 TIMES.

      *-----> PARAMETROS EM VIGOR NA RODADA - CARREGADOS DO TERPRM
      *-----> EM 011-CARREGAR-PARAMETROS (OS VALUES ABAIXO SAO APENAS
       77  WS-DATA-RODADA         PIC 9(08) VALUE ZEROS.
       77  WS-VIG-ESCOLHIDA       PIC 9(08) VALUE ZEROS.

      *-----> FATORES DE CARACTERISTICA DO LOTE - CARREGADOS DO
      *-----> TERFAT EM 086-CARREGAR-FATORES. O FATOR DO LOTE E O
      *-----> PRODUTO DOS FATORES DAS SUAS CARACTERISTICAS (SEM
      *-----> CARACTERISTICA = 1,0000) E MULTIPLICA O VALOR DE VENDA
      *-----> NA PRODUCAO, NA SIMULACAO E NO MODO AVULSO. OS LIMITES
      *-----> SAO OS MESMOS DA CRITICA DO CGPRG025 E GARANTEM QUE O
      *-----> PRODUTO DE 4 FATORES CAIBA EM WS-FATOR-LOTE
       01  TAB-FATORES-CARACT.
           05 TAB-FATOR OCCURS 30 TIMES INDEXED BY WS-IDX-FAT.
              10 TF-COD-CARACT    PIC X(02).
              10 TF-FATOR         PIC 9(01)V9(04).
       77  WS-QTD-FATORES         PIC 9(02) VALUE ZEROS.
       77  WS-MAX-FATORES         PIC 9(02) VALUE 30.
       77  WS-FATOR-MINIMO        PIC 9(01)V9(04) VALUE 0,5000.
       77  WS-FATOR-MAXIMO        PIC 9(01)V9(04) VALUE 1,5000.
       77  WS-FIM-FATORES         PIC X(01) VALUE "N".
       77  WS-FAT-CARREGADO       PIC X(01) VALUE "N".
           88 FATORES-CARREGADOS             VALUE "S".
       77  WS-ACHOU-FATOR         PIC X(01) VALUE "N".
           88 FATOR-ENCONTRADO               VALUE "S".
       77  WS-FATOR-LOTE          PIC 9(01)V9(04) VALUE 1.
       77  WS-IND-CARACT          PIC 9(02) VALUE ZEROS.
       77  WS-IND-CARACT-ANT      PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-REPETIDA      PIC X(01) VALUE "N".

      *-----> ACUMULADORES DE COMISSAO DO CORRETOR CORRENTE, MONTADOS
      *-----> NO ENCERRAMENTO RECLASSIFICANDO O TERAUD DA DATA DA
      *-----> RODADA POR CORRETOR E TOTALIZANDO NA QUEBRA - NAO HA
           05 WS-CORRETOR         PIC 9(05).
           05 FILLER              PIC X(01)           VALUE SPACE.
           05 WS-ID-LOTE          PIC 9(10).
           05 FILLER              PIC X(01)           VALUE SPACE.
           05 WS-FATOR            PIC 9,9999.

      *-----> LINHAS DE CABECALHO DO RELATORIO
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25) VALUE
              "LASSIFICACAO CORRETOR  ID".
           05 FILLER              PIC X(08) VALUE " DO LOTE".
           05 FILLER              PIC X(06) VALUE " FATOR".

      *-----> LINHA DE SUBTOTAL POR PREFIXO DE CEP
       01  WS-LINHA-SUBTOTAL.
           05 LK-COD-RETORNO         PIC 99.
           05 LK-COD-CORRETOR        PIC 9(05).
           05 LK-ID-LOTE             PIC 9(10).
           05 LK-QTD-CARACT          PIC 9(01).
           05 LK-COD-CARACT          PIC X(02) OCCURS 4 TIMES.
           05 LK-FATOR-CARACT        PIC 9(01)V9(04).
      *
       PROCEDURE DIVISION USING LK-PARAMETROS.
      *====================*
      *    - LK-CEP PREENCHIDO: PRECIFICA SOMENTE O TERRENO           *
      *      INFORMADO EM LK-PARAMETROS E DEVOLVE O RESULTADO EM      *
      *      LK-COD-RETORNO/LK-VAL-M2/LK-VAL-VENDA/LK-COMISSAO/        *
      *      LK-IMPOSTO/LK-CLASSIFICACAO, SEM TOCAR NOS ARQUIVOS      *
      *      DO LOTE. AS CARACTERISTICAS DO TERRENO VAO EM            *
      *      LK-QTD-CARACT/LK-COD-CARACT E O FATOR APLICADO VOLTA EM  *
      *      LK-FATOR-CARACT - AREA OPCIONAL: SO E LIDA E DEVOLVIDA   *
      *      COM LK-QTD-CARACT NUMERICO DE 0 A 4, ENTAO O CHAMADOR    *
      *      ANTIGO (AREA TERMINANDO EM LK-ID-LOTE) NAO E AFETADO.    *
      *      E ASSIM QUE OS DEMAIS PROGRAMAS DA SUITE DE VENDAS       *
      *      DEVEM CHAMAR ESTE PROGRAMA PARA PRECIFICAR UM UNICO      *
      *      TERRENO AVULSO.                                          *
      *--------------------------------------------------------------*

           IF LK-CEP = ZEROS
              END-IF
           END-IF

           IF PARAMETROS-VALIDOS
              PERFORM 086-CARREGAR-FATORES
              IF NOT FATORES-CARREGADOS
                 MOVE "N" TO WS-PARAMS-OK
                 MOVE 18  TO LK-COD-RETORNO
              END-IF
           END-IF

           IF PARAMETROS-VALIDOS
              MOVE LK-CEP     TO AS-CEP
              MOVE LK-FRENTE  TO AS-FRENTE
                 MOVE ZEROS      TO AS-ID-LOTE
              END-IF

      *-----> AS CARACTERISTICAS TAMBEM SAO OPCIONAIS: SO VALEM COM
      *-----> LK-QTD-CARACT NUMERICO DE 1 A 4 (CHAMADOR ANTIGO NAO
      *-----> PASSA A AREA E O TERRENO SAI SEM AJUSTE)
              MOVE SPACES TO AS-CARACTERISTICAS
              IF LK-QTD-CARACT IS NUMERIC
                 AND LK-QTD-CARACT > ZERO
                 AND LK-QTD-CARACT <= 4
                 PERFORM 079-COPIAR-CARACT-SUB
                    VARYING WS-IND-CARACT FROM 1 BY 1
                    UNTIL WS-IND-CARACT > LK-QTD-CARACT
              END-IF

              PERFORM 062-VALIDAR-TERRENO-SUB

              IF REGISTRO-VALIDO AND AS-ID-LOTE > ZEROS
                 ACCEPT AS-HORA FROM TIME
                 PERFORM 070-ABRIR-MASTER
                 IF MASTER-ABERTO
                    PERFORM 083-ABRIR-HISTORICO
                    IF NOT HISTORICO-ABERTO
                       PERFORM 071-FECHAR-MASTER
                    END-IF
                 END-IF
                 IF MASTER-ABERTO
                    PERFORM 072-CONSULTAR-MASTER
                    IF LOTE-NO-MASTER AND MS-VENDIDO
                       MOVE "LOTE VENDIDO - NAO REPRECIFICA"
                          TO WS-DESC-MOTIVO
                    END-IF
                    IF LOTE-NO-MASTER AND MS-RESERVADO
                       MOVE "N" TO WS-REG-VALIDO
                       MOVE 21  TO WS-COD-MOTIVO
                       MOVE "RESERVADO - NAO REPRECIFICA"
                          TO WS-DESC-MOTIVO
                    END-IF
                 ELSE
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 99  TO WS-COD-MOTIVO
                 MOVE AS-IMPOSTO   TO LK-IMPOSTO
                 MOVE WS-MENSAGEM  TO LK-CLASSIFICACAO
                 MOVE 00           TO LK-COD-RETORNO
      *-----> O FATOR SO VOLTA PARA QUEM PASSOU A AREA DE
      *-----> CARACTERISTICAS (CHAMADOR ANTIGO NAO TEM ESTE CAMPO)
                 IF LK-QTD-CARACT IS NUMERIC
                    AND LK-QTD-CARACT <= 4
                    MOVE WS-FATOR-LOTE TO LK-FATOR-CARACT
                 END-IF

      *-----> ERRO AO GRAVAR O HISTORICO DO LOTE VOLTA AO CHAMADOR
                 IF MASTER-ABERTO
                    MOVE ZEROS TO WS-COD-RETORNO
                    PERFORM 073-ATUALIZAR-MASTER-PRECO
                    IF WS-COD-RETORNO NOT = ZEROS
                       MOVE WS-COD-RETORNO TO LK-COD-RETORNO
                    END-IF
                 END-IF

                 PERFORM 038-GRAVAR-AUDITORIA-SUB
              END-IF

              PERFORM 071-FECHAR-MASTER
              PERFORM 084-FECHAR-HISTORICO
           END-IF

           GOBACK.
              END-IF
           END-IF

           IF PARAMETROS-VALIDOS
              PERFORM 086-CARREGAR-FATORES
              IF NOT FATORES-CARREGADOS
                 MOVE "N" TO WS-PARAMS-OK
                 MOVE 18  TO WS-COD-RETORNO
              END-IF
           END-IF

           IF PARAMETROS-VALIDOS AND SIMULACAO
              PERFORM 016-CARREGAR-PRECOS-SIM
              IF WS-QTD-FAIXAS-SIM = ZERO
              END-IF
           END-IF

           IF PARAMETROS-VALIDOS AND NOT SIMULACAO
              PERFORM 083-ABRIR-HISTORICO
              IF NOT HISTORICO-ABERTO
                 PERFORM 071-FECHAR-MASTER
                 MOVE "N" TO WS-PARAMS-OK
                 MOVE 99  TO WS-COD-RETORNO
              END-IF
           END-IF

           IF PARAMETROS-VALIDOS AND SIMULACAO
              PERFORM 075-ABRIR-MASTER-CONSULTA
           END-IF
                 END-IF
              END-IF
           END-IF

           IF REGISTRO-VALIDO
              PERFORM 088-CALCULAR-FATOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    COPIAR UMA CARACTERISTICA RECEBIDA VIA LK-PARAMETROS       *
      *--------------------------------------------------------------*
       079-COPIAR-CARACT-SUB.

           MOVE LK-COD-CARACT (WS-IND-CARACT)
              TO AS-COD-CARACT (WS-IND-CARACT)
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LE O TERRIN, TRATA O     *
           MOVE RE-COMP             TO AS-COMP
           MOVE RE-VAL-M2           TO WS-VAL-M2-INFORMADO
           MOVE RE-COD-CORRETOR     TO AS-CORRETOR
           MOVE RE-CARACTERISTICAS  TO AS-CARACTERISTICAS

           PERFORM 025-VALIDAR-REGISTRO

                    MOVE "LOTE VENDIDO - NAO REPRECIFICA"
                       TO WS-DESC-MOTIVO
                 END-IF
                 IF LOTE-NO-MASTER AND MS-RESERVADO
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 21  TO WS-COD-MOTIVO
                    MOVE "RESERVADO - NAO REPRECIFICA"
                       TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF

                 MOVE AS-IMPOSTO      TO WS-IMPOSTO
                 MOVE AS-CORRETOR     TO WS-CORRETOR
                 MOVE AS-ID-LOTE      TO WS-ID-LOTE
                 MOVE WS-FATOR-LOTE   TO WS-FATOR

                 IF MASTER-ABERTO
                    PERFORM 073-ATUALIZAR-MASTER-PRECO
                          TO WS-DESC-MOTIVO
                    ELSE
                       PERFORM 027-VALIDAR-CORRETOR
                       IF REGISTRO-VALIDO
                          PERFORM 088-CALCULAR-FATOR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           .
      *--------------------------------------------------------------*
      *    CALCULAR O VALOR DE VENDA, A COMISSAO E O ITBI DE UM       *
      *    TERRENO (AS-CEP/AS-FRENTE/AS-COMP JA PREENCHIDOS E O       *
      *    FATOR DAS CARACTERISTICAS JA CALCULADO EM WS-FATOR-LOTE) - *
      *    USADO TANTO PELO LOTE (030-PROCESSAR) QUANTO PELO MODO     *
      *    DE TERRENO AVULSO, PARA NAO DUPLICAR A REGRA DE PRECO      *
      *--------------------------------------------------------------*
              MOVE WS-VAL-M2-INFORMADO TO AS-VAL-M2
           END-IF

           COMPUTE AS-VAL-VENDA =
              AS-FRENTE * AS-COMP * AS-VAL-M2 * WS-FATOR-LOTE
              ON SIZE ERROR
                 MOVE "N" TO WS-REG-VALIDO
                 MOVE 04  TO WS-COD-MOTIVO
      *--------------------------------------------------------------*
      *    CALCULAR O TERRENO CORRENTE CONTRA A TABELA E AS TAXAS     *
      *    PROPOSTAS (SO NO MODO DE SIMULACAO) - ESPELHO DO           *
      *    065-CALCULAR-TERRENO SEM TOCAR NO RESULTADO OFICIAL (O     *
      *    FATOR DAS CARACTERISTICAS VALE IGUAL NOS DOIS LADOS)       *
      *--------------------------------------------------------------*
       066-CALCULAR-SIMULADO.


           MOVE SPACES TO SIM-MENSAGEM

           COMPUTE SIM-VAL-VENDA =
              AS-FRENTE * AS-COMP * SIM-VAL-M2 * WS-FATOR-LOTE
              ON SIZE ERROR
                 MOVE ZEROS          TO SIM-VAL-VENDA
                 MOVE "ERRO CALCULO" TO SIM-MENSAGEM
      *--------------------------------------------------------------*
       073-ATUALIZAR-MASTER-PRECO.

           MOVE SPACE TO WS-EVT-STATUS-ANT
           MOVE ZEROS TO WS-EVT-VAL-ANT

           IF LOTE-NO-MASTER
              MOVE MS-STATUS    TO WS-EVT-STATUS-ANT
              MOVE MS-VAL-VENDA TO WS-EVT-VAL-ANT
              IF MS-PRECIFICADO OR MS-REPRECIFICADO
                 MOVE MS-VAL-VENDA TO MS-VAL-VENDA-ANT
                 ADD 1 TO MS-QTD-REPRECIF
           IF FS-MASTER NOT = "00"
              DISPLAY "** ERRO AO ATUALIZAR O MESTRE (TERMST) **"
              DISPLAY "** FILE STATUS " FS-MASTER " **"
           ELSE
              IF MS-REPRECIFICADO
                 MOVE "RP" TO HI-TIPO-EVENTO
              ELSE
                 MOVE "PR" TO HI-TIPO-EVENTO
              END-IF
              IF PRECO-ENCONTRADO
                 MOVE WS-VIG-ESCOLHIDA TO HI-VIGENCIA
              ELSE
                 MOVE ZEROS            TO HI-VIGENCIA
              END-IF
              MOVE MS-COD-CORRETOR TO HI-COD-CORRETOR
              MOVE ZEROS           TO HI-COD-MOTIVO
              MOVE SPACES          TO HI-DESC-MOTIVO
              PERFORM 085-GRAVAR-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*

           PERFORM 072-CONSULTAR-MASTER

           MOVE SPACE TO WS-EVT-STATUS-ANT
           MOVE ZEROS TO WS-EVT-VAL-ANT

           IF LOTE-NO-MASTER
              MOVE MS-STATUS    TO WS-EVT-STATUS-ANT
              MOVE MS-VAL-VENDA TO WS-EVT-VAL-ANT
              IF MS-REJEITADO
                 MOVE WS-DATA-RODADA TO MS-DATA-ULT
                 MOVE AS-HORA        TO MS-HORA-ULT
              MOVE AS-HORA        TO MS-HORA-ULT
              WRITE REG-MASTER
           END-IF

      *-----> O REJEITO VAI PARA O HISTORICO MESMO QUANDO O MESTRE
      *-----> NAO MUDA (LOTE JA PRECIFICADO) - FICA A TENTATIVA
           IF FS-MASTER NOT = "00"
              DISPLAY "** ERRO AO ATUALIZAR O MESTRE (TERMST) **"
              DISPLAY "** FILE STATUS " FS-MASTER " **"
           ELSE
              MOVE "RJ"  TO HI-TIPO-EVENTO
              MOVE ZEROS TO HI-VIGENCIA
              IF AS-CORRETOR IS NUMERIC
                 MOVE AS-CORRETOR TO HI-COD-CORRETOR
              ELSE
                 MOVE ZEROS       TO HI-COD-CORRETOR
              END-IF
              MOVE WS-COD-MOTIVO  TO HI-COD-MOTIVO
              MOVE WS-DESC-MOTIVO TO HI-DESC-MOTIVO
              PERFORM 085-GRAVAR-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR (OU CRIAR) O HISTORICO DE EVENTOS DO LOTE            *
      *--------------------------------------------------------------*
       083-ABRIR-HISTORICO.

           MOVE "N" TO WS-HISTORICO-ABERTO

           OPEN I-O ARQ-HISTORICO
           IF FS-HISTORICO = "35"
              OPEN OUTPUT ARQ-HISTORICO
              IF FS-HISTORICO = "00"
                 CLOSE ARQ-HISTORICO
                 OPEN I-O ARQ-HISTORICO
              END-IF
           END-IF

           IF FS-HISTORICO = "00"
              MOVE "S" TO WS-HISTORICO-ABERTO
           ELSE
              DISPLAY "** ARQ-HISTORICO (TERHIS) NAO ABERTO **"
              DISPLAY "** FILE STATUS " FS-HISTORICO " **"
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O HISTORICO DE EVENTOS DO LOTE                      *
      *--------------------------------------------------------------*
       084-FECHAR-HISTORICO.

           IF HISTORICO-ABERTO
              CLOSE ARQ-HISTORICO
              MOVE "N" TO WS-HISTORICO-ABERTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO HISTORICO O EVENTO DO LOTE CORRENTE - O TIPO,    *
      *    A VIGENCIA, O CORRETOR E O MOTIVO JA VEM PREENCHIDOS; O    *
      *    ANTES VEM DE WS-EVT-xxx E O DEPOIS DO PROPRIO MESTRE       *
      *--------------------------------------------------------------*
       085-GRAVAR-HISTORICO.

           IF HISTORICO-ABERTO
              IF WS-SEQ-EVENTO = 9999
                 MOVE ZEROS TO WS-SEQ-EVENTO
              ELSE
                 ADD 1 TO WS-SEQ-EVENTO
              END-IF
              MOVE MS-ID-LOTE        TO HI-ID-LOTE
              MOVE WS-DATA-RODADA    TO HI-DATA-EVENTO
                                        HI-DATA-NEGOCIO
              MOVE AS-HORA           TO HI-HORA-EVENTO
              MOVE WS-SEQ-EVENTO     TO HI-SEQ-EVENTO
              MOVE "CGPRG004"        TO HI-PROGRAMA
              MOVE WS-EVT-STATUS-ANT TO HI-STATUS-ANT
              MOVE MS-STATUS         TO HI-STATUS-NOVO
              MOVE MS-VAL-M2         TO HI-VAL-M2
              MOVE WS-EVT-VAL-ANT    TO HI-VAL-ANTERIOR
              MOVE MS-VAL-VENDA      TO HI-VAL-NOVO

              WRITE REG-HISTORICO
                 INVALID KEY
                    DISPLAY "** ERRO AO GRAVAR O HISTORICO (TERHIS) **"
                    DISPLAY "** FILE STATUS " FS-HISTORICO " **"
                    MOVE 99 TO WS-COD-RETORNO
                 NOT INVALID KEY
                    ADD 1 TO WS-CT-EVENTOS
              END-WRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE FATORES DE CARACTERISTICA (TERFAT) -  *
      *    TERFAT INEXISTENTE E ACEITO (NENHUMA CARACTERISTICA        *
      *    CADASTRADA AINDA: LOTE COM CODIGO E REJEITADO); QUALQUER   *
      *    OUTRO ERRO DE ABERTURA OU ESTOURO DA TABELA DERRUBA A      *
      *    RODADA, PARA NENHUM LOTE SAIR SEM O AJUSTE DEVIDO          *
      *--------------------------------------------------------------*
       086-CARREGAR-FATORES.

           MOVE "N"   TO WS-FAT-CARREGADO WS-FIM-FATORES
           MOVE ZEROS TO WS-QTD-FATORES

           OPEN INPUT ARQ-FATORES
           EVALUATE FS-FATORES
              WHEN "00"
                 MOVE "S" TO WS-FAT-CARREGADO
                 PERFORM 087-LER-FATOR
                    UNTIL WS-FIM-FATORES = "S"
                 CLOSE ARQ-FATORES
                 DISPLAY "FATORES DE CARACTERISTICA = " WS-QTD-FATORES
              WHEN "35"
                 MOVE "S" TO WS-FAT-CARREGADO
                 DISPLAY "** TERFAT INEXISTENTE - LOTE COM **"
                 DISPLAY "** CARACTERISTICA SERA REJEITADO **"
              WHEN OTHER
                 DISPLAY "** ARQ-FATORES (TERFAT) NAO ABERTO **"
                 DISPLAY "** FILE STATUS " FS-FATORES " **"
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LER UM FATOR DO TERFAT E GUARDA-LO NA TABELA (FATOR FORA   *
      *    DOS LIMITES E IGNORADO - O LOTE COM ELE SERA REJEITADO)    *
      *--------------------------------------------------------------*
       087-LER-FATOR.

           READ ARQ-FATORES
              AT END
                 MOVE "S" TO WS-FIM-FATORES
              NOT AT END
                 IF FT-FATOR IS NOT NUMERIC
                    OR FT-FATOR < WS-FATOR-MINIMO
                    OR FT-FATOR > WS-FATOR-MAXIMO
                    DISPLAY "** TERFAT - FATOR INVALIDO NA "
                       "CARACTERISTICA " FT-COD-CARACT
                       " - IGNORADA **"
                 ELSE
                    IF WS-QTD-FATORES < WS-MAX-FATORES
                       ADD 1 TO WS-QTD-FATORES
                       SET WS-IDX-FAT TO WS-QTD-FATORES
                       MOVE FT-COD-CARACT TO
                          TF-COD-CARACT (WS-IDX-FAT)
                       MOVE FT-FATOR      TO TF-FATOR (WS-IDX-FAT)
                    ELSE
                       DISPLAY "** TERFAT COM MAIS FATORES QUE O **"
                       DISPLAY "** LIMITE DA TABELA INTERNA      **"
                       MOVE "N" TO WS-FAT-CARREGADO
                       MOVE "S" TO WS-FIM-FATORES
                    END-IF
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CALCULAR O FATOR DO LOTE CORRENTE: PRODUTO DOS FATORES DAS *
      *    CARACTERISTICAS EM AS-CARACTERISTICAS (NENHUMA = 1,0000).  *
      *    CODIGO FORA DO TERFAT OU REPETIDO NO LOTE INVALIDA O       *
      *    REGISTRO                                                   *
      *--------------------------------------------------------------*
       088-CALCULAR-FATOR.

           MOVE 1 TO WS-FATOR-LOTE

           PERFORM 089-APLICAR-CARACTERISTICA
              VARYING WS-IND-CARACT FROM 1 BY 1
              UNTIL WS-IND-CARACT > 4
                 OR REGISTRO-INVALIDO
           .
      *--------------------------------------------------------------*
      *    APLICAR UMA CARACTERISTICA AO FATOR DO LOTE                *
      *--------------------------------------------------------------*
       089-APLICAR-CARACTERISTICA.

           IF AS-COD-CARACT (WS-IND-CARACT) NOT = SPACES
              PERFORM 090-PESQUISAR-FATOR
              PERFORM 091-VERIFICAR-REPETIDA

              EVALUATE TRUE
                 WHEN NOT FATOR-ENCONTRADO
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 36  TO WS-COD-MOTIVO
                    MOVE "CARACTERISTICA NAO CADASTRADA"
                       TO WS-DESC-MOTIVO
                 WHEN WS-ACHOU-REPETIDA = "S"
                    MOVE "N" TO WS-REG-VALIDO
                    MOVE 37  TO WS-COD-MOTIVO
                    MOVE "CARACTERISTICA REPETIDA"
                       TO WS-DESC-MOTIVO
                 WHEN OTHER
                    COMPUTE WS-FATOR-LOTE ROUNDED =
                       WS-FATOR-LOTE * TF-FATOR (WS-IDX-FAT)
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESQUISAR A CARACTERISTICA CORRENTE NA TABELA DE FATORES   *
      *    (WS-IDX-FAT FICA APONTANDO A OCORRENCIA)                   *
      *--------------------------------------------------------------*
       090-PESQUISAR-FATOR.

           MOVE "N" TO WS-ACHOU-FATOR

           IF WS-QTD-FATORES > ZERO
              SET WS-IDX-FAT TO 1
              SEARCH TAB-FATOR
                 AT END
                    CONTINUE
                 WHEN TF-COD-CARACT (WS-IDX-FAT) =
                    AS-COD-CARACT (WS-IND-CARACT)
                    AND WS-IDX-FAT <= WS-QTD-FATORES
                       MOVE "S" TO WS-ACHOU-FATOR
              END-SEARCH
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICAR SE A CARACTERISTICA JA APARECEU NO MESMO LOTE    *
      *--------------------------------------------------------------*
       091-VERIFICAR-REPETIDA.

           MOVE "N" TO WS-ACHOU-REPETIDA

           PERFORM 092-COMPARAR-CARACTERISTICA
              VARYING WS-IND-CARACT-ANT FROM 1 BY 1
              UNTIL WS-IND-CARACT-ANT >= WS-IND-CARACT
           .
      *--------------------------------------------------------------*
      *    COMPARAR A CARACTERISTICA CORRENTE COM UMA ANTERIOR        *
      *--------------------------------------------------------------*
       092-COMPARAR-CARACTERISTICA.

           IF AS-COD-CARACT (WS-IND-CARACT-ANT) =
              AS-COD-CARACT (WS-IND-CARACT)
              MOVE "S" TO WS-ACHOU-REPETIDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O MESTRE SOMENTE PARA CONSULTA (MODO DE SIMULACAO)   *
           ELSE
              MOVE ZEROS           TO RJ-ID-LOTE
           END-IF
           MOVE RE-CARACTERISTICAS TO RJ-CARACTERISTICAS

           WRITE REG-REJEITADO
           .
           MOVE WS-MENSAGEM     TO AU-MENSAGEM
           MOVE AS-CORRETOR     TO AU-COD-CORRETOR
           MOVE AS-ID-LOTE      TO AU-ID-LOTE
           MOVE AS-CARACTERISTICAS TO AU-CARACTERISTICAS
           MOVE WS-FATOR-LOTE   TO AU-FATOR-CARACT

           WRITE REG-AUDITORIA
           .
              CLOSE ARQ-DUPLICADOS
              CLOSE ARQ-AUDITORIA
              PERFORM 071-FECHAR-MASTER
              PERFORM 084-FECHAR-HISTORICO

              PERFORM 051-GERAR-COMISSOES

              DISPLAY "REGISTROS REJEITADOS = " WS-CT-REJEITADOS
              DISPLAY "LOTES DUPLICADOS     = " WS-CT-DUPLICADOS
              DISPLAY "LOTES REPRECIFICADOS = " WS-CT-REPRECIFICADOS
              DISPLAY "EVENTOS NO HISTORICO = " WS-CT-EVENTOS

      *-----> O RETORNO PELAS CONTAGENS SO VALE SE NENHUM ERRO MAIS
      *-----> GRAVE FOI APONTADO ANTES (P.EX. O 12 DA GERACAO DO
