       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGVEND.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : ENDERECO DE CLIENTE (LAYOUT ENDREG) CONTRA A
      *==                TABELA DE CEP DOS CORREIOS (CEPS.dat, CARREGADA
      *==                PELO PRGARQ34). ACOES:
      *==                  "P" PREENCHER - LOCALIZA O CEP INFORMADO E
      *==                      PREENCHE CIDADE E UF (E LOGRADOURO E
      *==                      BAIRRO, QUANDO O CEP E DE LOGRADOURO).
      *==                      DEVOLVE "S" SE O CEP CONSTA DA TABELA.
      *==                  "V" VALIDAR   - DEVOLVE "S" QUANDO O
      *==                      ENDERECO ESTA COMPLETO (LOGRADOURO,
      *==                      NUMERO, BAIRRO, CIDADE, UF E CEP), O CEP
      *==                      CONSTA DA TABELA E CIDADE/UF CONFEREM
      *==                      COM ELE; "N" E O MOTIVO EM CASO
      *==                      CONTRARIO.
      *==                  "F" FECHAR    - FECHA CEPS.dat. CHAMADO NO
      *==                      FIM DE QUEM USOU "P" OU "V".
      *==                CEPS.dat E ABERTO NA PRIMEIRA CHAMADA E FICA
      *==                ABERTO NA WORKING-STORAGE ENTRE CHAMADAS, NA
      *==                DISCIPLINA DO PRGSESSAO. SEM A TABELA NENHUM
      *==                ENDERECO E VALIDO. CHAMADO PELA MANUTENCAO DE
      *==                ENDERECOS (PRGARQ35), PELOS PEDIDOS (PRGARQ21)
      *==                E PELA VARREDURA DE QUALIDADE (PRGARQ25).
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CEPS ASSIGN TO DYNAMIC
               WRK-CAM-CEPS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CEP-CODIGO
             FILE STATUS IS FS-CEPS.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD CEPS.
           COPY CEPREG.

       WORKING-STORAGE                           SECTION.
       77  FS-CEPS               PIC 9(02).

       77  WRK-CAM-CEPS          PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-CEPS-ABERTO       PIC X(01) VALUE "N".
       77  WRK-CEP-ACHOU         PIC X(01) VALUE "N".

       LINKAGE                                   SECTION.
       01  LNK-ACAO              PIC X(01).
       01  LNK-ENDERECO.
           05 LNK-ID-CLIENTE     PIC X(04).
           05 LNK-TIPO           PIC X(01).
           05 LNK-LOGRADOURO     PIC X(40).
           05 LNK-NUMERO         PIC X(06).
           05 LNK-COMPLEMENTO    PIC X(20).
           05 LNK-BAIRRO         PIC X(30).
           05 LNK-CIDADE         PIC X(30).
           05 LNK-UF             PIC X(02).
           05 LNK-CEP            PIC X(08).
           05 LNK-DATA-ALTERACAO PIC X(08).
       01  LNK-RESULTADO         PIC X(01).
       01  LNK-MOTIVO            PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-ACAO LNK-ENDERECO LNK-RESULTADO
                                LNK-MOTIVO.
       0001-PRINCIPAL                            SECTION.

           MOVE "N"    TO LNK-RESULTADO.
           MOVE SPACES TO LNK-MOTIVO.

           PERFORM 0050-CARREGAR-PARAMETROS.

           EVALUATE LNK-ACAO
               WHEN "P"
                   PERFORM 0200-PREENCHER
               WHEN "V"
                   PERFORM 0300-VALIDAR
               WHEN "F"
                   PERFORM 0400-FECHAR
               WHEN OTHER
                   MOVE "ACAO INVALIDA PARA O PRGVEND" TO LNK-MOTIVO
           END-EVALUATE.

           GOBACK.

       0001-PRINCIPAL-FIM. EXIT.


      *-----------------------------------------------------------------
       0050-CARREGAR-PARAMETROS                  SECTION.

           MOVE "P" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-PAR-ARQUIVO REG-PARAMETROS.

           IF WRK-PAR-RESULTADO NOT EQUAL "S"
               DISPLAY "PARAMETROS DO SISTEMA INDISPONIVEIS - "
                   "ACAO NAO EXECUTADA."
               MOVE "PARAMETROS DO SISTEMA INDISPONIVEIS"
                   TO LNK-MOTIVO
               GOBACK
           END-IF.

           MOVE "A" TO WRK-PAR-ACAO.

           MOVE "CEPS.dat" TO WRK-CAM-CEPS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CEPS REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-ABRIR-TABELA                         SECTION.

           IF WRK-CEPS-ABERTO EQUAL "S"
               GO TO 0100-ABRIR-TABELA-FIM
           END-IF.

           OPEN INPUT CEPS.

           EVALUATE FS-CEPS
               WHEN 00
                   MOVE "S" TO WRK-CEPS-ABERTO
               WHEN 35
                   MOVE "TABELA DE CEP (CEPS.dat) NAO CARREGADA"
                       TO LNK-MOTIVO
               WHEN OTHER
                   STRING "CEPS.dat INDISPONIVEL - STATUS "
                              DELIMITED BY SIZE
                          FS-CEPS DELIMITED BY SIZE
                          INTO LNK-MOTIVO
           END-EVALUATE.

       0100-ABRIR-TABELA-FIM. EXIT.


      *-----------------------------------------------------------------
       0110-LOCALIZA-CEP                         SECTION.

           MOVE "N" TO WRK-CEP-ACHOU.

           IF LNK-CEP NOT NUMERIC
               MOVE "CEP DEVE TER 8 DIGITOS, SEM HIFEN" TO LNK-MOTIVO
               GO TO 0110-LOCALIZA-CEP-FIM
           END-IF.

           PERFORM 0100-ABRIR-TABELA.

           IF WRK-CEPS-ABERTO NOT EQUAL "S"
               GO TO 0110-LOCALIZA-CEP-FIM
           END-IF.

           MOVE LNK-CEP TO CEP-CODIGO.
           READ CEPS
               KEY IS CEP-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE FS-CEPS
               WHEN 00
                   MOVE "S" TO WRK-CEP-ACHOU
               WHEN 23
                   MOVE "CEP NAO CONSTA DA TABELA DOS CORREIOS"
                       TO LNK-MOTIVO
               WHEN OTHER
                   STRING "ERRO DE LEITURA EM CEPS.dat - STATUS "
                              DELIMITED BY SIZE
                          FS-CEPS DELIMITED BY SIZE
                          INTO LNK-MOTIVO
           END-EVALUATE.

       0110-LOCALIZA-CEP-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PREENCHER                            SECTION.

           PERFORM 0110-LOCALIZA-CEP.

           IF WRK-CEP-ACHOU NOT EQUAL "S"
               GO TO 0200-PREENCHER-FIM
           END-IF.

           MOVE CEP-CIDADE TO LNK-CIDADE.
           MOVE CEP-UF     TO LNK-UF.

           IF CEP-LOGRADOURO NOT EQUAL SPACES
               MOVE CEP-LOGRADOURO TO LNK-LOGRADOURO
           END-IF.

           IF CEP-BAIRRO NOT EQUAL SPACES
               MOVE CEP-BAIRRO TO LNK-BAIRRO
           END-IF.

           MOVE "S" TO LNK-RESULTADO.

       0200-PREENCHER-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-VALIDAR                              SECTION.

           EVALUATE TRUE
               WHEN LNK-LOGRADOURO EQUAL SPACES
                   MOVE "LOGRADOURO EM BRANCO" TO LNK-MOTIVO
               WHEN LNK-NUMERO EQUAL SPACES
                   MOVE "NUMERO EM BRANCO" TO LNK-MOTIVO
               WHEN LNK-BAIRRO EQUAL SPACES
                   MOVE "BAIRRO EM BRANCO" TO LNK-MOTIVO
               WHEN LNK-CIDADE EQUAL SPACES
                   MOVE "CIDADE EM BRANCO" TO LNK-MOTIVO
               WHEN LNK-UF EQUAL SPACES
                   MOVE "UF EM BRANCO" TO LNK-MOTIVO
               WHEN LNK-CEP EQUAL SPACES
                   MOVE "CEP EM BRANCO" TO LNK-MOTIVO
           END-EVALUATE.

           IF LNK-MOTIVO NOT EQUAL SPACES
               GO TO 0300-VALIDAR-FIM
           END-IF.

           PERFORM 0110-LOCALIZA-CEP.

           IF WRK-CEP-ACHOU NOT EQUAL "S"
               GO TO 0300-VALIDAR-FIM
           END-IF.

           IF LNK-CIDADE NOT EQUAL CEP-CIDADE OR
              LNK-UF     NOT EQUAL CEP-UF
               MOVE "CIDADE/UF NAO CONFEREM COM O CEP" TO LNK-MOTIVO
           ELSE
               MOVE "S" TO LNK-RESULTADO
           END-IF.

       0300-VALIDAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0400-FECHAR                               SECTION.

           IF WRK-CEPS-ABERTO EQUAL "S"
               CLOSE CEPS
               MOVE "N" TO WRK-CEPS-ABERTO
           END-IF.

           MOVE "S" TO LNK-RESULTADO.

       0400-FECHAR-FIM. EXIT.
      *-----------------------------------------------------------------
