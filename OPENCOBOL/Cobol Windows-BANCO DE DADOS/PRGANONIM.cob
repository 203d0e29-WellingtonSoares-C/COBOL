       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGANONIM.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MASCARA LGPD DE UMA IMAGEM DE CLIENTE (LAYOUT
      *==                CLIREG, 95 POSICOES): NOME, TELEFONE, CPF E
      *==                E-MAIL SAO SUBSTITUIDOS POR VALORES FIXOS, SEM
      *==                NENHUMA RELACAO COM O ORIGINAL (MASCARA
      *==                IRREVERSIVEL); ID, STATUS E DATA DA ULTIMA
      *==                MANUTENCAO SAO PRESERVADOS. DEVOLVE "S" NO
      *==                RESULTADO QUANDO A IMAGEM FOI ALTERADA E "N"
      *==                QUANDO JA ESTAVA MASCARADA. PONTO UNICO DA
      *==                MASCARA PARA O PRGARQ33 (ANONIMIZACAO), O
      *==                PRGARQ22 (RECUPERACAO) E O PRGARQ23 (DELTA).
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       WORKING-STORAGE                           SECTION.
       77  WRK-NOME-MASCARA      PIC X(20) VALUE "ANONIMIZADO LGPD".
       77  WRK-TELEFONE-MASCARA  PIC X(11) VALUE ALL "0".
       77  WRK-CPF-MASCARA       PIC X(11) VALUE ALL "0".
       77  WRK-EMAIL-MASCARA     PIC X(40) VALUE SPACES.

       LINKAGE                                   SECTION.
       01  LNK-IMAGEM.
           05 LNK-ID             PIC X(04).
           05 LNK-NOME           PIC X(20).
           05 LNK-TELEFONE       PIC X(11).
           05 LNK-CPF            PIC X(11).
           05 LNK-EMAIL          PIC X(40).
           05 LNK-STATUS         PIC X(01).
           05 LNK-DATA-MANUT     PIC X(08).
       01  LNK-RESULTADO         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-IMAGEM LNK-RESULTADO.
       0001-PRINCIPAL                            SECTION.

           MOVE "N" TO LNK-RESULTADO.

           IF LNK-NOME     NOT EQUAL WRK-NOME-MASCARA     OR
              LNK-TELEFONE NOT EQUAL WRK-TELEFONE-MASCARA OR
              LNK-CPF      NOT EQUAL WRK-CPF-MASCARA      OR
              LNK-EMAIL    NOT EQUAL WRK-EMAIL-MASCARA
               MOVE WRK-NOME-MASCARA     TO LNK-NOME
               MOVE WRK-TELEFONE-MASCARA TO LNK-TELEFONE
               MOVE WRK-CPF-MASCARA      TO LNK-CPF
               MOVE WRK-EMAIL-MASCARA    TO LNK-EMAIL
               MOVE "S" TO LNK-RESULTADO
           END-IF.

           GOBACK.

       0001-PRINCIPAL-FIM. EXIT.
      *-----------------------------------------------------------------
