      *    POSICAO DE ESTOQUE E ENVELHECIMENTO DO CADASTRO MESTRE     *
      *    VARRE O TERMST DO PRIMEIRO AO ULTIMO LOTE E EMITE O        *
      *    RELATORIO DE POSICAO (TERPOS):                             *
      *    - QUANTIDADE E VALOR TOTAL POR STATUS (P/R/J/V/E);         *
      *    - ENVELHECIMENTO DOS LOTES PRECIFICADOS E AINDA NAO        *
      *      VENDIDOS (P, R E E) PELA DATA DO ULTIMO MOVIMENTO        *
      *      (MS-DATA-ULT): ATE 30, 31-60, 61-90 E ACIMA DE 90 DIAS;  *
      *    - LISTA DOS LOTES REPRECIFICADOS MAIS VEZES QUE O LIMITE   *
      *      DO TERPOP (MS-QTD-REPRECIF), NORMALMENTE SINTOMA DE      *
              88 MS-REPRECIFICADO             VALUE "R".
              88 MS-REJEITADO                 VALUE "J".
              88 MS-VENDIDO                   VALUE "V".
              88 MS-RESERVADO                 VALUE "E".
           05 MS-CEP                PIC 9(08).
           05 MS-FRENTE             PIC 9(03)V99.
           05 MS-COMP               PIC 9(03)V99.
       77  WS-CT-REPRECIF          PIC 9(08) VALUE ZEROS.
       77  WS-CT-REJEITADOS        PIC 9(08) VALUE ZEROS.
       77  WS-CT-VENDIDOS          PIC 9(08) VALUE ZEROS.
       77  WS-CT-RESERVADOS        PIC 9(08) VALUE ZEROS.
       77  WS-TOT-PRECIF           PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-REPRECIF         PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-REJEITADOS       PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-VENDIDOS         PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOT-RESERVADOS       PIC 9(12)V99 VALUE ZEROS.

      *-----> ENVELHECIMENTO DOS LOTES PRECIFICADOS E NAO VENDIDOS
      *-----> (P, R E E) PELA DATA DO ULTIMO MOVIMENTO
       77  WS-CT-ATE-30            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATE-60            PIC 9(08) VALUE ZEROS.
       77  WS-CT-ATE-90            PIC 9(08) VALUE ZEROS.
                          WS-CT-REJEITADOS WS-CT-VENDIDOS
                          WS-TOT-PRECIF    WS-TOT-REPRECIF
                          WS-TOT-REJEITADOS WS-TOT-VENDIDOS
                          WS-CT-RESERVADOS WS-TOT-RESERVADOS
                          WS-CT-ATE-30     WS-CT-ATE-60
                          WS-CT-ATE-90     WS-CT-ACIMA-90
                          WS-TOT-ATE-30    WS-TOT-ATE-60
              WHEN MS-VENDIDO
                 ADD 1            TO WS-CT-VENDIDOS
                 ADD MS-VAL-VENDA TO WS-TOT-VENDIDOS
              WHEN MS-RESERVADO
                 ADD 1            TO WS-CT-RESERVADOS
                 ADD MS-VAL-VENDA TO WS-TOT-RESERVADOS
           END-EVALUATE

      *-----> LOTE RESERVADO CONTINUA EM ESTOQUE (AINDA NAO VENDIDO)
      *-----> E ENTRA NO ENVELHECIMENTO COMO OS PRECIFICADOS
           IF MS-PRECIFICADO OR MS-REPRECIFICADO OR MS-RESERVADO
              PERFORM 032-ACUMULAR-ENVELHECIMENTO

              IF MS-QTD-REPRECIF > WS-LIMITE-REPRECIF
           MOVE WS-TOT-VENDIDOS          TO ST-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-STATUS

           MOVE "RESERVADOS      (E)   " TO ST-DESCRICAO
           MOVE WS-CT-RESERVADOS         TO ST-QTD
           MOVE WS-TOT-RESERVADOS        TO ST-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-STATUS

           WRITE REG-RELATORIO FROM SPACES
           MOVE "ENVELHECIMENTO DOS LOTES PRECIFICADOS NAO VENDIDOS"
              TO WS-LINHA-TITULO
              DISPLAY "  REPRECIFICADOS (R) = " WS-CT-REPRECIF
              DISPLAY "  REJEITADOS    (J)  = " WS-CT-REJEITADOS
              DISPLAY "  VENDIDOS      (V)  = " WS-CT-VENDIDOS
              DISPLAY "  RESERVADOS    (E)  = " WS-CT-RESERVADOS
              DISPLAY "ALEM DO LIMITE       = " WS-CT-ALEM-LIMITE

              IF WS-CT-LIDOS = ZERO
