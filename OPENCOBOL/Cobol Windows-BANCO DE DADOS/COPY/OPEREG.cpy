      *=================================================================
      *== COPY        : OPEREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DE OPERADORES (OPERADOR.dat)
      *==                - IDENTIFICACAO, NOME, SENHA, PERFIL DE
      *==                AUTORIZACAO E SITUACAO DE CADA OPERADOR DA
      *==                SUITE. PERFIS EM ORDEM CRESCENTE DE PODER:
      *==                (B)ALCAO - PROCURA E MANUTENCAO;
      *==                (O)PERADOR - ROTINAS EM LOTE;
      *==                (S)UPERVISOR - RECUPERACAO, FUSAO E LIBERACAO
      *==                FORCADA DE TRAVA. CADA PERFIL ALCANCA TAMBEM
      *==                O QUE OS PERFIS ABAIXO DELE ALCANCAM.
      *== USADO POR   : PRGSESSAO E PRGARQ32
      *=================================================================
       01  REG-OPERADORES.
           05 OPR-ID             PIC X(08).
           05 OPR-NOME           PIC X(30).
           05 OPR-SENHA          PIC X(08).
           05 OPR-PERFIL         PIC X(01).
              88 OPR-PERFIL-BALCAO     VALUE "B".
              88 OPR-PERFIL-OPERADOR   VALUE "O".
              88 OPR-PERFIL-SUPERVISOR VALUE "S".
           05 OPR-STATUS         PIC X(01).
              88 OPR-STATUS-ATIVO      VALUE "A".
              88 OPR-STATUS-INATIVO    VALUE "I".
           05 OPR-DATA-ALTERACAO PIC X(08).
