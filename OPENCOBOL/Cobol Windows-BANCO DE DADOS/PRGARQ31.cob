       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ31.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO) DO
      *==                LIMITE DE CREDITO POR CLIENTE (LIMITES.dat),
      *==                NA MESMA DISCIPLINA DO PRGARQ28. O LIMITE SO
      *==                PODE SER CADASTRADO PARA UM REG-ID EXISTENTE
      *==                EM CLIENTES.dat. A INCLUSAO DE PEDIDO
      *==                (PRGARQ21) E RECUSADA QUANDO O SALDO EM ABERTO
      *==                DO CLIENTE MAIS O NOVO PEDIDO PASSA DO LIMITE;
      *==                CLIENTE SEM LIMITE CADASTRADO NAO E BARRADO.
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
           SELECT LIMITES ASSIGN TO DYNAMIC
               WRK-CAM-LIMITES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LIM-ID-CLIENTE
             FILE STATUS IS FS-LIMITES.

           SELECT CLIENTES ASSIGN TO DYNAMIC
               WRK-CAM-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD LIMITES.
           COPY LIMREG.

       FD CLIENTES.
           COPY CLIREG.

       WORKING-STORAGE                           SECTION.
       77  FS-LIMITES            PIC 9(02).
       77  FS-CLIENTES           PIC 9(02).

       77  WRK-CAM-LIMITES       PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-OPCAO             PIC 9(01) VALUE ZEROS.

       77  WRK-CONFIRMA          PIC X(01) VALUE SPACES.

       77  WRK-CONTINUA          PIC X(01) VALUE "S".

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ERRO DE ABERTURA DO ARQUIVO!".

       77  WRK-MSG-NAO-ACHOU     PIC X(30) VALUE
                                      "LIMITE NAO CADASTRADO".

       77  WRK-MSG-JA-EXISTE     PIC X(30) VALUE
                                      "LIMITE JA CADASTRADO".

       77  WRK-MSG-CANCELADO     PIC X(30) VALUE
                                      "OPERACAO CANCELADA".

       77  WRK-MSG-VAL-INVALIDO  PIC X(30) VALUE
                                      "LIMITE DEVE SER NUMERICO".

       77  WRK-NOVO-ID           PIC X(04) VALUE SPACES.
       77  WRK-NOVO-LIMITE       PIC X(09) VALUE SPACES.
       77  WRK-LIMITE-NUM        PIC 9(09) VALUE ZEROS.
       77  WRK-LIMITE-EDIT       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
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

           MOVE "LIMITES.dat" TO WRK-CAM-LIMITES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LIMITES REG-PARAMETROS.

           MOVE "CLIENTES.dat" TO WRK-CAM-CLIENTES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIENTES REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           OPEN I-O LIMITES.

             IF FS-LIMITES EQUAL 35
                OPEN OUTPUT LIMITES
                CLOSE LIMITES
                OPEN I-O LIMITES
             END-IF.

             IF FS-LIMITES NOT EQUAL 00
                MOVE FS-LIMITES     TO WRK-FS-ERRO
                MOVE "LIMITES.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN INPUT CLIENTES.
             IF FS-CLIENTES NOT EQUAL 00
                MOVE FS-CLIENTES    TO WRK-FS-ERRO
                MOVE "CLIENTES.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "=========================================".
           DISPLAY "LIMITE DE CREDITO - LIMITES.dat".
           DISPLAY "1 - INCLUIR LIMITE".
           DISPLAY "2 - ALTERAR LIMITE".
           DISPLAY "3 - EXCLUIR LIMITE".
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
           DISPLAY "INCLUSAO DE LIMITE DE CREDITO".
           DISPLAY "DIGITE O ID DO CLIENTE (4 DIGITOS).."
               ACCEPT WRK-NOVO-ID.

           MOVE WRK-NOVO-ID TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE " WRK-NOVO-ID
                       " NAO CADASTRADO EM CLIENTES.dat."
                   GO TO 0210-INCLUIR-FIM
           END-READ.

           DISPLAY "CLIENTE..." REG-NOME.

           MOVE WRK-NOVO-ID TO LIM-ID-CLIENTE.
           READ LIMITES
               KEY IS LIM-ID-CLIENTE
               INVALID KEY
                   DISPLAY "DIGITE O LIMITE (SOMENTE DIGITOS, "
                       "CENTAVOS NAS 2 ULTIMAS POSICOES).."
                       ACCEPT WRK-NOVO-LIMITE
                   DISPLAY "CONFIRMA A INCLUSAO (S/N)?"
                       ACCEPT WRK-CONFIRMA
                   IF WRK-NOVO-LIMITE NOT NUMERIC
                       DISPLAY WRK-MSG-VAL-INVALIDO
                   ELSE
                   IF WRK-CONFIRMA EQUAL "S" OR
                      WRK-CONFIRMA EQUAL "s"
                       MOVE WRK-NOVO-ID     TO LIM-ID-CLIENTE
                       MOVE WRK-NOVO-LIMITE TO WRK-LIMITE-NUM
                       COMPUTE LIM-VALOR = WRK-LIMITE-NUM / 100
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO LIM-DATA-ALTERACAO
                       WRITE REG-LIMITES
                       IF FS-LIMITES EQUAL 00
                           DISPLAY "LIMITE INCLUIDO COM SUCESSO!"
                       ELSE
                           DISPLAY "ERRO AO INCLUIR.." FS-LIMITES
                       END-IF
                   ELSE
                       DISPLAY WRK-MSG-CANCELADO
                   END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY WRK-MSG-JA-EXISTE
           END-READ.

       0210-INCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "ALTERACAO DE LIMITE DE CREDITO".
           DISPLAY "DIGITE O ID DO CLIENTE (4 DIGITOS).."
               ACCEPT WRK-NOVO-ID.

           MOVE WRK-NOVO-ID TO LIM-ID-CLIENTE.
           READ LIMITES
               KEY IS LIM-ID-CLIENTE
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
               NOT INVALID KEY
                   MOVE LIM-VALOR TO WRK-LIMITE-EDIT
                   DISPLAY "LIMITE ATUAL....." WRK-LIMITE-EDIT
                   DISPLAY "ALTERADO EM......" LIM-DATA-ALTERACAO
                   DISPLAY "DIGITE O NOVO LIMITE (SOMENTE DIGITOS, "
                       "CENTAVOS NAS 2 ULTIMAS POSICOES).."
                       ACCEPT WRK-NOVO-LIMITE
                   DISPLAY "CONFIRMA A ALTERACAO (S/N)?"
                       ACCEPT WRK-CONFIRMA
                   IF WRK-NOVO-LIMITE NOT NUMERIC
                       DISPLAY WRK-MSG-VAL-INVALIDO
                   ELSE
                   IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                       MOVE WRK-NOVO-LIMITE TO WRK-LIMITE-NUM
                       COMPUTE LIM-VALOR = WRK-LIMITE-NUM / 100
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO LIM-DATA-ALTERACAO
                       REWRITE REG-LIMITES
                       IF FS-LIMITES EQUAL 00
                           DISPLAY "LIMITE ALTERADO COM SUCESSO!"
                       ELSE
                           DISPLAY "ERRO AO ALTERAR.." FS-LIMITES
                       END-IF
                   ELSE
                       DISPLAY WRK-MSG-CANCELADO
                   END-IF
                   END-IF.

       0220-ALTERAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-EXCLUIR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "EXCLUSAO DE LIMITE DE CREDITO".
           DISPLAY "DIGITE O ID DO CLIENTE (4 DIGITOS).."
               ACCEPT WRK-NOVO-ID.

           MOVE WRK-NOVO-ID TO LIM-ID-CLIENTE.
           READ LIMITES
               KEY IS LIM-ID-CLIENTE
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
                   GO TO 0230-EXCLUIR-FIM
           END-READ.

           MOVE LIM-VALOR TO WRK-LIMITE-EDIT.
           DISPLAY "CLIENTE..." LIM-ID-CLIENTE.
           DISPLAY "LIMITE...." WRK-LIMITE-EDIT.
           DISPLAY "SEM LIMITE CADASTRADO O CLIENTE NAO E MAIS "
               "BARRADO NA INCLUSAO DE PEDIDOS.".
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               DELETE LIMITES
               IF FS-LIMITES EQUAL 00
                   DISPLAY "LIMITE EXCLUIDO COM SUCESSO!"
               ELSE
                   DISPLAY "ERRO AO EXCLUIR.." FS-LIMITES
               END-IF
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0230-EXCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             DISPLAY WRK-MSG-FIM.
             CLOSE LIMITES.
             CLOSE CLIENTES.

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
