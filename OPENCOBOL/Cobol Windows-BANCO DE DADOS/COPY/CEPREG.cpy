      *=================================================================
      *== COPY        : CEPREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DA TABELA DE CEP (CEPS.dat,
      *==                CHAVE CEP-CODIGO, 8 DIGITOS SEM HIFEN),
      *==                CARREGADA EM LOTE PELO PRGARQ34 A PARTIR DA
      *==                BASE DOS CORREIOS. CEP DE LOCALIDADE (CIDADE DE
      *==                CEP UNICO) TEM LOGRADOURO E BAIRRO EM BRANCO.
      *==                CEP-DATA-CARGA (AAAAMMDD) E A DATA DA ULTIMA
      *==                CARGA QUE INCLUIU OU ATUALIZOU O CEP.
      *== USADO POR   : PRGARQ34 E PRGVEND (TODOS OS PROGRAMAS QUE
      *==                DECLARAM CEPS.dat)
      *=================================================================
       01  REG-CEPS.
           05 CEP-CODIGO         PIC X(08).
           05 CEP-LOGRADOURO     PIC X(40).
           05 CEP-BAIRRO         PIC X(30).
           05 CEP-CIDADE         PIC X(30).
           05 CEP-UF             PIC X(02).
           05 CEP-DATA-CARGA     PIC X(08).
