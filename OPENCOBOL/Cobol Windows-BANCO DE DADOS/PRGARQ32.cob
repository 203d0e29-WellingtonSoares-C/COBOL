       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ32.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO) DO
      *==                CADASTRO DE OPERADORES (OPERADOR.dat), NA
      *==                MESMA DISCIPLINA DO PRGARQ31. RESERVADO A
      *==                SUPERVISOR (PRGSESSAO). O OPERADOR DA SESSAO
      *==                NAO PODE EXCLUIR A SI MESMO NEM ALTERAR O
      *==                PROPRIO PERFIL OU SITUACAO, PARA QUE A SUITE
      *==                NUNCA FIQUE SEM UM SUPERVISOR ATIVO.
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
           SELECT OPERADORES ASSIGN TO DYNAMIC
               WRK-CAM-OPERADOR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
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

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-OPCAO             PIC 9(01) VALUE ZEROS.

       77  WRK-CONFIRMA          PIC X(01) VALUE SPACES.

       77  WRK-CONTINUA          PIC X(01) VALUE "S".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ32".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ERRO DE ABERTURA DO ARQUIVO!".

       77  WRK-MSG-NAO-ACHOU     PIC X(30) VALUE
                                      "OPERADOR NAO CADASTRADO".

       77  WRK-MSG-JA-EXISTE     PIC X(30) VALUE
                                      "OPERADOR JA CADASTRADO".

       77  WRK-MSG-CANCELADO     PIC X(30) VALUE
                                      "OPERACAO CANCELADA".

       77  WRK-MSG-PERFIL-INV    PIC X(30) VALUE
                                      "PERFIL DEVE SER B, O OU S".

       77  WRK-MSG-STATUS-INV    PIC X(30) VALUE
                                      "SITUACAO DEVE SER A OU I".

       77  WRK-NOVO-ID           PIC X(08) VALUE SPACES.
       77  WRK-NOVO-NOME         PIC X(30) VALUE SPACES.
       77  WRK-NOVA-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-NOVO-PERFIL       PIC X(01) VALUE SPACES.
       77  WRK-NOVO-STATUS       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
           GOBACK.


      *-----------------------------------------------------------------
       0050-CARREGAR-PARAMETROS                  SECTION.

           MOVE "P" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-PAR-ARQUIVO REG-PARAMETROS.

           IF WRK-PAR-RESULTADO NOT EQUAL "S"
               DISPLAY "PARAMETROS DO SISTEMA INDISPONIVEIS - "
                   "PROGRAMA NAO INICIADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "A" TO WRK-PAR-ACAO.

           MOVE "OPERADOR.dat" TO WRK-CAM-OPERADOR.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-OPERADOR REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           MOVE "V" TO WRK-SES-ACAO.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO NOT EQUAL "S"
               DISPLAY "CADASTRO DE OPERADORES NAO AUTORIZADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O OPERADORES.

             IF FS-OPERADORES EQUAL 35
                OPEN OUTPUT OPERADORES
                CLOSE OPERADORES
                OPEN I-O OPERADORES
             END-IF.

             IF FS-OPERADORES NOT EQUAL 00
                MOVE FS-OPERADORES  TO WRK-FS-ERRO
                MOVE "OPERADOR.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "=========================================".
           DISPLAY "CADASTRO DE OPERADORES - OPERADOR.dat".
           DISPLAY "1 - INCLUIR OPERADOR".
           DISPLAY "2 - ALTERAR OPERADOR".
           DISPLAY "3 - EXCLUIR OPERADOR".
           DISPLAY "4 - SAIR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO DESEJADA.."
               ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0210-INCLUIR
               WHEN 2
                   PERFORM 0220-ALTERAR
               WHEN 3
                   PERFORM 0230-EXCLUIR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-INCLUIR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "INCLUSAO DE OPERADOR".
           DISPLAY "DIGITE O ID DO OPERADOR (ATE 8 POSICOES).."
               ACCEPT WRK-NOVO-ID.

           IF WRK-NOVO-ID EQUAL SPACES
               DISPLAY "ID DO OPERADOR E OBRIGATORIO."
               GO TO 0210-INCLUIR-FIM
           END-IF.

           MOVE WRK-NOVO-ID TO OPR-ID.
           READ OPERADORES
               KEY IS OPR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY WRK-MSG-JA-EXISTE
                   GO TO 0210-INCLUIR-FIM
           END-READ.

           DISPLAY "DIGITE O NOME.."
               ACCEPT WRK-NOVO-NOME.
           DISPLAY "DIGITE A SENHA (ATE 8 POSICOES).."
               ACCEPT WRK-NOVA-SENHA.
           DISPLAY "DIGITE O PERFIL ((B)ALCAO, (O)PERADOR, "
               "(S)UPERVISOR).."
               ACCEPT WRK-NOVO-PERFIL.

           IF WRK-NOVA-SENHA EQUAL SPACES
               DISPLAY "SENHA E OBRIGATORIA."
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-NOVO-PERFIL NOT EQUAL "B" AND
              WRK-NOVO-PERFIL NOT EQUAL "O" AND
              WRK-NOVO-PERFIL NOT EQUAL "S"
               DISPLAY WRK-MSG-PERFIL-INV
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "CONFIRMA A INCLUSAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               MOVE SPACES          TO REG-OPERADORES
               MOVE WRK-NOVO-ID     TO OPR-ID
               MOVE WRK-NOVO-NOME   TO OPR-NOME
               MOVE WRK-NOVA-SENHA  TO OPR-SENHA
               MOVE WRK-NOVO-PERFIL TO OPR-PERFIL
               MOVE "A"             TO OPR-STATUS
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO OPR-DATA-ALTERACAO
               WRITE REG-OPERADORES
               IF FS-OPERADORES EQUAL 00
                   DISPLAY "OPERADOR INCLUIDO COM SUCESSO!"
               ELSE
                   DISPLAY "ERRO AO INCLUIR.." FS-OPERADORES
               END-IF
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0210-INCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "ALTERACAO DE OPERADOR".
           DISPLAY "DIGITE O ID DO OPERADOR (ATE 8 POSICOES).."
               ACCEPT WRK-NOVO-ID.

           MOVE WRK-NOVO-ID TO OPR-ID.
           READ OPERADORES
               KEY IS OPR-ID
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
                   GO TO 0220-ALTERAR-FIM
           END-READ.

           DISPLAY "NOME ATUAL......" OPR-NOME.
           DISPLAY "PERFIL ATUAL...." OPR-PERFIL.
           DISPLAY "SITUACAO ATUAL.." OPR-STATUS.
           DISPLAY "ALTERADO EM....." OPR-DATA-ALTERACAO.

           DISPLAY "DIGITE O NOVO NOME (BRANCO MANTEM).."
               ACCEPT WRK-NOVO-NOME.
           DISPLAY "DIGITE A NOVA SENHA (BRANCO MANTEM).."
               ACCEPT WRK-NOVA-SENHA.

           IF OPR-ID EQUAL WRK-SES-OPERADOR
               DISPLAY "OPERADOR DA SESSAO - PERFIL E SITUACAO "
                   "MANTIDOS."
               MOVE OPR-PERFIL TO WRK-NOVO-PERFIL
               MOVE OPR-STATUS TO WRK-NOVO-STATUS
           ELSE
               DISPLAY "DIGITE O NOVO PERFIL (B/O/S, BRANCO MANTEM).."
                   ACCEPT WRK-NOVO-PERFIL
               DISPLAY "DIGITE A NOVA SITUACAO (A/I, BRANCO MANTEM).."
                   ACCEPT WRK-NOVO-STATUS
           END-IF.

           IF WRK-NOVO-PERFIL EQUAL SPACES
               MOVE OPR-PERFIL TO WRK-NOVO-PERFIL
           END-IF.

           IF WRK-NOVO-STATUS EQUAL SPACES
               MOVE OPR-STATUS TO WRK-NOVO-STATUS
           END-IF.

           IF WRK-NOVO-PERFIL NOT EQUAL "B" AND
              WRK-NOVO-PERFIL NOT EQUAL "O" AND
              WRK-NOVO-PERFIL NOT EQUAL "S"
               DISPLAY WRK-MSG-PERFIL-INV
               GO TO 0220-ALTERAR-FIM
           END-IF.

           IF WRK-NOVO-STATUS NOT EQUAL "A" AND
              WRK-NOVO-STATUS NOT EQUAL "I"
               DISPLAY WRK-MSG-STATUS-INV
               GO TO 0220-ALTERAR-FIM
           END-IF.

           DISPLAY "CONFIRMA A ALTERACAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               IF WRK-NOVO-NOME NOT EQUAL SPACES
                   MOVE WRK-NOVO-NOME TO OPR-NOME
               END-IF
               IF WRK-NOVA-SENHA NOT EQUAL SPACES
                   MOVE WRK-NOVA-SENHA TO OPR-SENHA
               END-IF
               MOVE WRK-NOVO-PERFIL TO OPR-PERFIL
               MOVE WRK-NOVO-STATUS TO OPR-STATUS
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO OPR-DATA-ALTERACAO
               REWRITE REG-OPERADORES
               IF FS-OPERADORES EQUAL 00
                   DISPLAY "OPERADOR ALTERADO COM SUCESSO!"
               ELSE
                   DISPLAY "ERRO AO ALTERAR.." FS-OPERADORES
               END-IF
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0220-ALTERAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-EXCLUIR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "EXCLUSAO DE OPERADOR".
           DISPLAY "DIGITE O ID DO OPERADOR (ATE 8 POSICOES).."
               ACCEPT WRK-NOVO-ID.

           MOVE WRK-NOVO-ID TO OPR-ID.
           READ OPERADORES
               KEY IS OPR-ID
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
                   GO TO 0230-EXCLUIR-FIM
           END-READ.

           IF OPR-ID EQUAL WRK-SES-OPERADOR
               DISPLAY "O OPERADOR DA SESSAO NAO PODE SER EXCLUIDO."
               GO TO 0230-EXCLUIR-FIM
           END-IF.

           DISPLAY "OPERADOR.." OPR-ID.
           DISPLAY "NOME......" OPR-NOME.
           DISPLAY "PERFIL...." OPR-PERFIL.
           DISPLAY "O ID CONTINUA NOS REGISTROS JA GRAVADOS (TRAVA, "
               "RUNCTL, DIARIO E LOG).".
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               DELETE OPERADORES
               IF FS-OPERADORES EQUAL 00
                   DISPLAY "OPERADOR EXCLUIDO COM SUCESSO!"
               ELSE
                   DISPLAY "ERRO AO EXCLUIR.." FS-OPERADORES
               END-IF
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0230-EXCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             DISPLAY WRK-MSG-FIM.
             CLOSE OPERADORES.

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------

       9000-TRATA-ERRO                           SECTION.

           EVALUATE WRK-FS-ERRO
               WHEN 35
                   DISPLAY "ARQUIVO " WRK-ARQ-ERRO " NAO EXISTE!"
               WHEN 37
                   DISPLAY "ORGANIZACAO DO ARQUIVO " WRK-ARQ-ERRO
                       " INCOMPATIVEL!"
               WHEN 39
                   DISPLAY "ATRIBUTOS DO ARQUIVO " WRK-ARQ-ERRO
                       " EM CONFLITO!"
               WHEN 41
                   DISPLAY "ARQUIVO " WRK-ARQ-ERRO " JA ESTA ABERTO!"
               WHEN 30 THRU 49
                   DISPLAY "ERRO DE E/S AO ABRIR " WRK-ARQ-ERRO
                       ". STATUS.." WRK-FS-ERRO
               WHEN 90 THRU 99
                   DISPLAY "ARQUIVO " WRK-ARQ-ERRO " BLOQUEADO OU SEM "
                       "PERMISSAO DE ACESSO. STATUS.." WRK-FS-ERRO
               WHEN OTHER
                   DISPLAY WRK-MSG-ERRO
           END-EVALUATE.

           MOVE 12 TO RETURN-CODE.
           GOBACK.

       9000-TRATA-ERRO-FIM. EXIT.
      *-----------------------------------------------------------------
