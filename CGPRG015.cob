      *--------------------------------------------------------------*
      *    COTACAO EM LOTE PARA A MESA DE VENDAS                      *
      *    LE O ARQUIVO DE PEDIDOS DE COTACAO (TERCOT: CEP DO        *
      *    PROSPECTO, FRENTE, COMPRIMENTO, CORRETOR E ATE 4          *
      *    CARACTERISTICAS DO TERRENO DO TERFAT) E PRECIFICA         *
      *    CADA PEDIDO CHAMANDO O CGPRG004 NO MODO DE TERRENO        *
      *    AVULSO (LK-CEP PREENCHIDO). NENHUM ID DE LOTE E PASSADO,  *
      *    ENTAO O CADASTRO MESTRE (TERMST) FICA INTOCADO - SAO      *
      *    PROSPECTOS, NAO ESTOQUE. EMITE O RELATORIO DE COTACOES    *
      *    NUMERADAS (TERCTR) COM O VALOR DE VENDA, A COMISSAO, O    *
      *    ITBI, A CLASSIFICACAO E O FATOR DAS CARACTERISTICAS       *
      *    DEVOLVIDOS EM LK-PARAMETROS, E UMA LINHA CLARA PARA OS    *
      *    PEDIDOS QUE VOLTARAM COM LK-COD-RETORNO DIFERENTE DE      *
      *    ZERO.                                                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05 CT-FRENTE            PIC 9(03)V99.
           05 CT-COMP              PIC 9(03)V99.
           05 CT-COD-CORRETOR      PIC 9(05).
           05 CT-CARACTERISTICAS.
              10 CT-COD-CARACT     PIC X(02) OCCURS 4 TIMES.

      *-----> RELATORIO DE COTACOES NUMERADAS
       FD  ARQ-RELATORIO
           05 PM-COD-RETORNO         PIC 99.
           05 PM-COD-CORRETOR        PIC 9(05).
           05 PM-ID-LOTE             PIC 9(10).
           05 PM-QTD-CARACT          PIC 9(01).
           05 PM-CARACTERISTICAS.
              10 PM-COD-CARACT       PIC X(02) OCCURS 4 TIMES.
           05 PM-FATOR-CARACT        PIC 9(01)V9(04).

      *-----> LINHAS DO RELATORIO DE COTACOES
       01  WS-CABECALHO-1.
           05 FILLER              PIC X(25) VALUE
              "AO      ITBI          CLA".
           05 FILLER              PIC X(12) VALUE "SSIFICACAO  ".
           05 FILLER              PIC X(05) VALUE "FATOR".

       01  WS-LINHA-COTACAO.
           05 CO-NR-COTACAO       PIC 9(06).
           05 CO-IMPOSTO          PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CO-CLASSIFICACAO    PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CO-FATOR            PIC 9,9999.

       01  WS-LINHA-ERRO.
           05 ER-NR-COTACAO       PIC 9(06).
              MOVE ZEROS           TO PM-COD-CORRETOR
           END-IF
           MOVE ZEROS            TO PM-ID-LOTE
      *-----> AS 4 POSICOES VAO SEMPRE - CODIGO EM BRANCO E IGNORADO
           MOVE 4                TO PM-QTD-CARACT
           MOVE CT-CARACTERISTICAS TO PM-CARACTERISTICAS

           CALL "CGPRG004" USING WS-PARAMETROS-004
           .
           MOVE PM-COMISSAO       TO CO-COMISSAO
           MOVE PM-IMPOSTO        TO CO-IMPOSTO
           MOVE PM-CLASSIFICACAO  TO CO-CLASSIFICACAO
           MOVE PM-FATOR-CARACT   TO CO-FATOR

           WRITE REG-RELATORIO FROM WS-LINHA-COTACAO
           .
