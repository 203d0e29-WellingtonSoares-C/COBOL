       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGSESSAO.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : SESSAO DO OPERADOR DA SUITE DE CLIENTES -
      *==                IDENTIFICA O OPERADOR CONTRA OPERADOR.dat E
      *==                GUARDA A SESSAO (ID, NOME E PERFIL) NA PROPRIA
      *==                WORKING-STORAGE, QUE PERMANECE ENTRE CHAMADAS
      *==                ENQUANTO O CHAMADOR NAO CANCELAR ESTE MODULO.
      *==                ACOES:
      *==                  "E" ENTRAR    - PEDE ID E SENHA (3
      *==                      TENTATIVAS). DEVOLVE "S" E O ID SE A
      *==                      IDENTIFICACAO CONFERE; "N" SE NAO. SE JA
      *==                      HA SESSAO ABERTA DEVOLVE O ID DELA.
      *==                  "V" VERIFICAR - ABRE A SESSAO SE AINDA NAO
      *==                      HA UMA E CONFERE SE O PERFIL DO OPERADOR
      *==                      ALCANCA O PROGRAMA INFORMADO. DEVOLVE
      *==                      "S" E O ID SE AUTORIZADO; "N" SE NAO.
      *==                  "C" CONSULTAR - DEVOLVE "S" E O ID DA
      *==                      SESSAO ABERTA OU "N", SEM PEDIR NADA.
      *==                  "S" SAIR      - ENCERRA A SESSAO.
      *==                PERFIL EXIGIDO POR PROGRAMA: (B)ALCAO PARA
      *==                PROCURA E MANUTENCAO, (O)PERADOR PARA AS
      *==                ROTINAS EM LOTE E (S)UPERVISOR PARA
      *==                RECUPERACAO, FUSAO, LIBERACAO FORCADA DE
      *==                TRAVA ("LIBTRAVA"), LIMITE DE CREDITO
      *==                (PRGARQ31) E CADASTRO DE OPERADORES.
      *==                PROGRAMA FORA DA TABELA EXIGE SUPERVISOR. SE
      *==                OPERADOR.dat NAO EXISTE OU ESTA VAZIO, A
      *==                ENTRADA CADASTRA O PRIMEIRO SUPERVISOR.
      *==                CHAMADO PELO CONSOLE (PRGARQ19) E POR TODO
      *==                PROGRAMA QUE REGISTRA O OPERADOR, NA DISCIPLINA
      *==                DO PRGTRAVA.
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - CARGA DA TABELA DE CEP (PRGARQ34)
      *==                INCLUIDA NA TABELA DE PERFIS COMO ROTINA DE
      *==                OPERADOR.
      *==              - 15/10/2026 - FECHAMENTO MENSAL E TENDENCIA
      *==                (PRGARQ36) INCLUIDO NA TABELA DE PERFIS COMO
      *==                ROTINA DE OPERADOR.
      *==              - 15/10/2026 - VERIFICACAO SOMBRA DA BASE
      *==                (PRGARQ37) INCLUIDA NA TABELA DE PERFIS COMO
      *==                ROTINA DE OPERADOR.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *==              - 15/10/2026 - RANKING ABC E CLIENTES DORMENTES
      *==                (PRGARQ39) INCLUIDO NA TABELA DE PERFIS COMO
      *==                ROTINA DE OPERADOR.
      *==              - 15/10/2026 - RECEPCAO DE PEDIDOS DA LOJA
      *==                VIRTUAL (PRGARQ40) INCLUIDA NA TABELA DE PERFIS
      *==                COMO ROTINA DE OPERADOR.
      *==              - 15/10/2026 - A MANUTENCAO DO LIMITE DE CREDITO
      *==                (PRGARQ31) SAI DO PERFIL BALCAO E PASSA A
      *==                EXIGIR SUPERVISOR: O BALCAO NAO PODE MAIS
      *==                ELEVAR O LIMITE QUE BARRA OS PROPRIOS PEDIDOS
      *==                NO PRGARQ21.
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DYNAMIC
               WRK-CAM-OPERADOR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OPR-ID
             FILE STATUS IS FS-OPERADORES.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE                           SECTION.
       77  FS-OPERADORES         PIC 9(02).

       77  WRK-CAM-OPERADOR      PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-SES-ATIVA         PIC X(01) VALUE "N".
       77  WRK-SES-ID            PIC X(08) VALUE SPACES.
       77  WRK-SES-NOME          PIC X(30) VALUE SPACES.
       77  WRK-SES-PERFIL        PIC X(01) VALUE SPACES.

       77  WRK-ARQ-VAZIO         PIC X(01) VALUE "N".
       77  WRK-TENTATIVAS        PIC 9(01) VALUE ZEROS.
       77  WRK-ID-DIGITADO       PIC X(08) VALUE SPACES.
       77  WRK-SENHA-DIGITADA    PIC X(08) VALUE SPACES.
       77  WRK-NIVEL-SESSAO      PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE ZEROS.
       77  WRK-PERFIL-EXIGIDO    PIC X(01) VALUE SPACES.
       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.

       LINKAGE                                   SECTION.
       01  LNK-ACAO              PIC X(01).
       01  LNK-PROGRAMA          PIC X(08).
       01  LNK-OPERADOR          PIC X(08).
       01  LNK-RESULTADO         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-ACAO LNK-PROGRAMA LNK-OPERADOR
                                LNK-RESULTADO.
       0001-PRINCIPAL                            SECTION.

           MOVE "N"    TO LNK-RESULTADO.
           MOVE SPACES TO LNK-OPERADOR.

           PERFORM 0050-CARREGAR-PARAMETROS.

           EVALUATE LNK-ACAO
               WHEN "E"
                   PERFORM 0100-ENTRAR
               WHEN "V"
                   PERFORM 0200-VERIFICAR
               WHEN "C"
                   PERFORM 0300-CONSULTAR
               WHEN "S"
                   PERFORM 0400-SAIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.


      *-----------------------------------------------------------------
       0050-CARREGAR-PARAMETROS                  SECTION.

           MOVE "P" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-PAR-ARQUIVO REG-PARAMETROS.

           IF WRK-PAR-RESULTADO NOT EQUAL "S"
               DISPLAY "PARAMETROS DO SISTEMA INDISPONIVEIS - "
                   "ACAO NAO EXECUTADA."
               GOBACK
           END-IF.

           MOVE "A" TO WRK-PAR-ACAO.

           MOVE "OPERADOR.dat" TO WRK-CAM-OPERADOR.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-OPERADOR REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-ENTRAR                               SECTION.

           IF WRK-SES-ATIVA EQUAL "S"
               MOVE "S"        TO LNK-RESULTADO
               MOVE WRK-SES-ID TO LNK-OPERADOR
               GO TO 0100-ENTRAR-FIM
           END-IF.

           MOVE "N" TO WRK-ARQ-VAZIO.

           OPEN INPUT OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES EQUAL 00
                   PERFORM 0105-TESTA-VAZIO
               WHEN FS-OPERADORES EQUAL 35
                   MOVE "S" TO WRK-ARQ-VAZIO
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR OPERADOR.dat. STATUS.."
                       FS-OPERADORES
                   GO TO 0100-ENTRAR-FIM
           END-EVALUATE.

           IF WRK-ARQ-VAZIO EQUAL "S"
               PERFORM 0150-PRIMEIRO-SUPERVISOR
           ELSE
               MOVE ZEROS TO WRK-TENTATIVAS
               PERFORM 0110-TENTATIVA
                   UNTIL WRK-SES-ATIVA EQUAL "S"
                      OR WRK-TENTATIVAS NOT LESS THAN 3
               CLOSE OPERADORES
           END-IF.

           IF WRK-SES-ATIVA EQUAL "S"
               DISPLAY "OPERADOR " WRK-SES-ID " - "
                   FUNCTION TRIM(WRK-SES-NOME) " (PERFIL "
                   WRK-SES-PERFIL ") IDENTIFICADO."
               MOVE "S"        TO LNK-RESULTADO
               MOVE WRK-SES-ID TO LNK-OPERADOR
           ELSE
               DISPLAY "IDENTIFICACAO RECUSADA."
           END-IF.

       0100-ENTRAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0105-TESTA-VAZIO                          SECTION.

           READ OPERADORES NEXT
               AT END
                   MOVE "S" TO WRK-ARQ-VAZIO
                   CLOSE OPERADORES
           END-READ.

       0105-TESTA-VAZIO-FIM. EXIT.


      *-----------------------------------------------------------------
       0110-TENTATIVA                            SECTION.

           ADD 1 TO WRK-TENTATIVAS.

           DISPLAY "ID DO OPERADOR.."
               ACCEPT WRK-ID-DIGITADO.
           DISPLAY "SENHA.........."
               ACCEPT WRK-SENHA-DIGITADA.

           MOVE WRK-ID-DIGITADO TO OPR-ID.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR OU SENHA INVALIDOS."
                   GO TO 0110-TENTATIVA-FIM
           END-READ.

           IF OPR-SENHA NOT EQUAL WRK-SENHA-DIGITADA
               DISPLAY "OPERADOR OU SENHA INVALIDOS."
               GO TO 0110-TENTATIVA-FIM
           END-IF.

           IF NOT OPR-STATUS-ATIVO
               DISPLAY "OPERADOR " OPR-ID " INATIVO."
               GO TO 0110-TENTATIVA-FIM
           END-IF.

           MOVE "S"        TO WRK-SES-ATIVA.
           MOVE OPR-ID     TO WRK-SES-ID.
           MOVE OPR-NOME   TO WRK-SES-NOME.
           MOVE OPR-PERFIL TO WRK-SES-PERFIL.

       0110-TENTATIVA-FIM. EXIT.


      *-----------------------------------------------------------------
       0150-PRIMEIRO-SUPERVISOR                  SECTION.

           DISPLAY "OPERADOR.dat SEM OPERADORES CADASTRADOS.".
           DISPLAY "CADASTRE O PRIMEIRO SUPERVISOR DA SUITE.".

           MOVE SPACES TO REG-OPERADORES.
           DISPLAY "ID DO SUPERVISOR (ATE 8 POSICOES).."
               ACCEPT OPR-ID.
           DISPLAY "NOME..........."
               ACCEPT OPR-NOME.
           DISPLAY "SENHA (ATE 8 POSICOES).."
               ACCEPT OPR-SENHA.

           IF OPR-ID EQUAL SPACES OR OPR-SENHA EQUAL SPACES
               DISPLAY "ID E SENHA SAO OBRIGATORIOS."
               GO TO 0150-PRIMEIRO-SUPERVISOR-FIM
           END-IF.

           MOVE "S" TO OPR-PERFIL.
           MOVE "A" TO OPR-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE WRK-TIMESTAMP (1:8) TO OPR-DATA-ALTERACAO.

           OPEN I-O OPERADORES.
             IF FS-OPERADORES EQUAL 35
                OPEN OUTPUT OPERADORES
                CLOSE OPERADORES
                OPEN I-O OPERADORES
             END-IF.

             IF FS-OPERADORES NOT EQUAL 00
                DISPLAY "ERRO AO CRIAR OPERADOR.dat. STATUS.."
                    FS-OPERADORES
                GO TO 0150-PRIMEIRO-SUPERVISOR-FIM
             END-IF.

           WRITE REG-OPERADORES
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR OPERADOR.dat. STATUS.."
                       FS-OPERADORES
               NOT INVALID KEY
                   MOVE "S"        TO WRK-SES-ATIVA
                   MOVE OPR-ID     TO WRK-SES-ID
                   MOVE OPR-NOME   TO WRK-SES-NOME
                   MOVE OPR-PERFIL TO WRK-SES-PERFIL
           END-WRITE.

           CLOSE OPERADORES.

       0150-PRIMEIRO-SUPERVISOR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-VERIFICAR                            SECTION.

           IF WRK-SES-ATIVA NOT EQUAL "S"
               PERFORM 0100-ENTRAR
           END-IF.

           IF WRK-SES-ATIVA NOT EQUAL "S"
               MOVE "N"    TO LNK-RESULTADO
               MOVE SPACES TO LNK-OPERADOR
               GO TO 0200-VERIFICAR-FIM
           END-IF.

           PERFORM 0210-PERFIL-EXIGIDO.

           EVALUATE WRK-SES-PERFIL
               WHEN "B"
                   MOVE 1 TO WRK-NIVEL-SESSAO
               WHEN "O"
                   MOVE 2 TO WRK-NIVEL-SESSAO
               WHEN "S"
                   MOVE 3 TO WRK-NIVEL-SESSAO
               WHEN OTHER
                   MOVE 0 TO WRK-NIVEL-SESSAO
           END-EVALUATE.

           MOVE WRK-SES-ID TO LNK-OPERADOR.

           IF WRK-NIVEL-SESSAO LESS THAN WRK-NIVEL-EXIGIDO
               DISPLAY "OPERADOR " WRK-SES-ID " (PERFIL "
                   WRK-SES-PERFIL ") SEM AUTORIZACAO PARA "
                   LNK-PROGRAMA " - EXIGE PERFIL "
                   WRK-PERFIL-EXIGIDO "."
               MOVE "N" TO LNK-RESULTADO
           ELSE
               MOVE "S" TO LNK-RESULTADO
           END-IF.

       0200-VERIFICAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-PERFIL-EXIGIDO                       SECTION.

           EVALUATE LNK-PROGRAMA
               WHEN "PRGARQ6"
               WHEN "PRGARQ7"
               WHEN "PRGARQ16"
               WHEN "PRGARQ21"
               WHEN "PRGARQ26"
               WHEN "PRGARQ28"
                   MOVE 1   TO WRK-NIVEL-EXIGIDO
                   MOVE "B" TO WRK-PERFIL-EXIGIDO
               WHEN "PRGARQ8"
               WHEN "PRGARQ9"
               WHEN "PRGARQ10"
               WHEN "PRGARQ11"
               WHEN "PRGARQ12"
               WHEN "PRGARQ13"
               WHEN "PRGARQ14"
               WHEN "PRGARQ15"
               WHEN "PRGARQ17"
               WHEN "PRGARQ18"
               WHEN "PRGARQ20"
               WHEN "PRGARQ23"
               WHEN "PRGARQ25"
               WHEN "PRGARQ27"
               WHEN "PRGARQ29"
               WHEN "PRGARQ30"
               WHEN "PRGARQ34"
               WHEN "PRGARQ36"
               WHEN "PRGARQ37"
               WHEN "PRGARQ39"
               WHEN "PRGARQ40"
                   MOVE 2   TO WRK-NIVEL-EXIGIDO
                   MOVE "O" TO WRK-PERFIL-EXIGIDO
               WHEN OTHER
                   MOVE 3   TO WRK-NIVEL-EXIGIDO
                   MOVE "S" TO WRK-PERFIL-EXIGIDO
           END-EVALUATE.

       0210-PERFIL-EXIGIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-CONSULTAR                            SECTION.

           IF WRK-SES-ATIVA EQUAL "S"
               MOVE "S"        TO LNK-RESULTADO
               MOVE WRK-SES-ID TO LNK-OPERADOR
           END-IF.

       0300-CONSULTAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0400-SAIR                                 SECTION.

           MOVE "N"    TO WRK-SES-ATIVA.
           MOVE SPACES TO WRK-SES-ID.
           MOVE SPACES TO WRK-SES-NOME.
           MOVE SPACES TO WRK-SES-PERFIL.
           MOVE "S"    TO LNK-RESULTADO.

       0400-SAIR-FIM. EXIT.
      *-----------------------------------------------------------------
