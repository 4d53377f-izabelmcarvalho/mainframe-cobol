      *    - COM ERRO (REGISTRO DE FIM COM RETORNO ACIMA DE 04);     *
      *    - EM EXECUCAO (INICIO SEM FIM - OU ABEND);                *
      *    - PENDENTE (NENHUM REGISTRO NO DIA).                      *
      *    O CGPRG018 (RESERVAS) ABRE A CADEIA, DEVOLVENDO AO        *
      *    ESTOQUE OS LOTES DE RESERVA VENCIDA ANTES DA PRECIFICACAO. *
      *    O CGPRG008 (CARGA DE PRECOS) E PASSO EVENTUAL: SEM        *
      *    EXECUCAO NO DIA NAO CONTA COMO PENDENCIA DA CADEIA.       *
      *    O CGPRG029 (CONFERENCIA DO MESTRE CONTRA A TRILHA E AS    *
      *    VENDAS BAIXADAS) FECHA A CADEIA: DIVERGENCIA NO TERMST    *
      *    SAI COMO PASSO COM ERRO.                                  *
      *    QUALQUER PASSO OBRIGATORIO PENDENTE OU COM ERRO ENCERRA   *
      *    COM CODIGO DE RETORNO 04.                                 *
      *--------------------------------------------------------------*
      *-----> PASSOS DA CADEIA NOTURNA, NA ORDEM DE EXECUCAO
      *-----> ("S" = PASSO OBRIGATORIO DO DIA, "N" = EVENTUAL)
       01  TAB-CADEIA-VALORES.
           05 FILLER              PIC X(09) VALUE "CGPRG018S".
           05 FILLER              PIC X(09) VALUE "CGPRG004S".
           05 FILLER              PIC X(09) VALUE "CGPRG005S".
           05 FILLER              PIC X(09) VALUE "CGPRG006S".
           05 FILLER              PIC X(09) VALUE "CGPRG007S".
           05 FILLER              PIC X(09) VALUE "CGPRG008N".
           05 FILLER              PIC X(09) VALUE "CGPRG029S".

       01  TAB-CADEIA REDEFINES TAB-CADEIA-VALORES.
           05 TAB-PASSO OCCURS 7 TIMES INDEXED BY WS-IDX-PAS.
              10 TP-PROGRAMA      PIC X(08).
              10 TP-OBRIGATORIO   PIC X(01).

       77  WS-QTD-PASSOS          PIC 9(02) VALUE 07.

      *-----> SITUACAO APURADA DE CADA PASSO (VALE O ULTIMO
      *-----> REGISTRO DE CADA TIPO NO DIA)
       01  TAB-SITUACOES.
           05 TAB-SIT OCCURS 7 TIMES INDEXED BY WS-IDX-SIT.
              10 TS-TEM-INICIO    PIC X(01).
              10 TS-HORA-INICIO   PIC 99.99.9999.
              10 TS-TEM-FIM       PIC X(01).
