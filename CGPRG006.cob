           05 AU-MENSAGEM          PIC X(12).
           05 AU-COD-CORRETOR      PIC 9(05).
           05 AU-ID-LOTE           PIC 9(10).
           05 AU-CARACTERISTICAS   PIC X(08).
           05 AU-FATOR-CARACT      PIC 9(01)V9(04).

      *-----> TOTAIS DECLARADOS PELO LOTE (GRAVADO PELO CGPRG004)
       FD  ARQ-TOTAIS
