      *=================================================================
      *== COPY        : FCHREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DE FECHAMENTO MENSAL
      *==                (FECHMES.dat, CHAVE FCH-ANOMES = AAAAMM). UM
      *==                REGISTRO POR MES, GRAVADO UMA UNICA VEZ NO
      *==                FECHAMENTO E NUNCA REGRAVADO: A SITUACAO DA
      *==                BASE NO DIA DO FECHAMENTO, O MOVIMENTO DO MES
      *==                (JRNL.dat E PEDIDOS.dat) E OS PERCENTUAIS DE
      *==                LIMPOS DA ULTIMA VARREDURA DE QUALIDADE
      *==                (QUALREL.dat, PRGARQ25).
      *== USADO POR   : PRGARQ36
      *=================================================================
       01  REG-FECHAMENTO.
           05 FCH-ANOMES             PIC X(06).
           05 FCH-DATA-FECHAMENTO    PIC X(08).
           05 FCH-HORA-FECHAMENTO    PIC X(06).
           05 FCH-OPERADOR           PIC X(08).
      *    SITUACAO DA BASE NO MOMENTO DO FECHAMENTO.
           05 FCH-QTD-ATIVOS         PIC 9(07).
           05 FCH-QTD-INATIVOS       PIC 9(07).
           05 FCH-QTD-OUTROS         PIC 9(07).
           05 FCH-QTD-ARQV-TOTAL     PIC 9(07).
           05 FCH-QTD-XREF-TOTAL     PIC 9(07).
      *    MOVIMENTO DO MES.
           05 FCH-QTD-INCLUSOES      PIC 9(07).
           05 FCH-QTD-ALTERACOES     PIC 9(07).
           05 FCH-QTD-EXCLUSOES      PIC 9(07).
           05 FCH-QTD-ARQUIVADOS     PIC 9(07).
           05 FCH-QTD-FUSOES         PIC 9(07).
           05 FCH-QTD-PED-ABERTOS    PIC 9(07).
           05 FCH-VLR-PED-ABERTOS    PIC 9(11)V99.
           05 FCH-QTD-PED-FECHADOS   PIC 9(07).
           05 FCH-VLR-PED-FECHADOS   PIC 9(11)V99.
      *    PERCENTUAIS DE LIMPOS (EM BRANCO A DATA SE NAO HAVIA
      *    QUALREL.dat NO FECHAMENTO).
           05 FCH-DATA-QUALIDADE     PIC X(08).
           05 FCH-PCT-NOME           PIC 9(03).
           05 FCH-PCT-TELEFONE       PIC 9(03).
           05 FCH-PCT-CPF            PIC 9(03).
           05 FCH-PCT-EMAIL          PIC 9(03).
           05 FCH-PCT-STATUS         PIC 9(03).
           05 FCH-PCT-DATA-MANUT     PIC 9(03).
           05 FCH-PCT-ENTREGA        PIC 9(03).
           05 FCH-PCT-COBRANCA       PIC 9(03).
           05 FCH-PCT-CORRESP        PIC 9(03).
