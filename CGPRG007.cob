           05 AU-MENSAGEM          PIC X(12).
           05 AU-COD-CORRETOR      PIC 9(05).
           05 AU-ID-LOTE           PIC 9(10).
           05 AU-CARACTERISTICAS   PIC X(08).
           05 AU-FATOR-CARACT      PIC 9(01)V9(04).

      *-----> RESUMO DE RECOLHIMENTO DO ITBI
       FD  ARQ-REMESSA
      *-----> PROGRAMA, INDEPENDENTE DA TABELA DE PRECOS EFETIVADA
      *-----> NO TERPRC: AS REGIOES SAO A DIVISAO FISCAL DO
      *-----> MUNICIPIO E SO MUDAM COM A LEGISLACAO - O FORA DE
      *-----> FAIXA GARANTE QUE O RESUMO SEMPRE AMARRA COM A TRILHA).
      *-----> A MESMA TABELA ESTA NO CGPRG009 E NO CGPRG020 - UMA
      *-----> ALTERACAO AQUI DEVE SER REFLETIDA LA
       01  TAB-REGIOES-VALORES.
           05 FILLER              PIC X(31) VALUE
              "0000000119999999REGIAO 01 NORTE".
