       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ28.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO) DO
      *==                CADASTRO DE PRODUTOS PRODUTOS.dat (CODIGO,
      *==                DESCRICAO, PRECO UNITARIO E SITUACAO), NA
      *==                MESMA DISCIPLINA DO PRGARQ21. OS ITENS DE
      *==                PEDIDO (ITENSPED.dat) SO ACEITAM PRODUTO
      *==                CADASTRADO E ATIVO; UM PRODUTO QUE JA CONSTA
      *==                EM ALGUM ITEM NAO PODE SER EXCLUIDO, SOMENTE
      *==                INATIVADO, PARA NAO PERDER A DESCRICAO DO QUE
      *==                FOI VENDIDO.
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
           SELECT PRODUTOS ASSIGN TO DYNAMIC
               WRK-CAM-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT ITENS-PEDIDO ASSIGN TO DYNAMIC
               WRK-CAM-ITENSPED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ITP-CHAVE
             FILE STATUS IS FS-ITENS-PEDIDO.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD PRODUTOS.
           COPY PRDREG.

       FD ITENS-PEDIDO.
           COPY ITPREG.

       WORKING-STORAGE                           SECTION.
       77  FS-PRODUTOS           PIC 9(02).
       77  FS-ITENS-PEDIDO       PIC 9(02).

       77  WRK-CAM-PRODUTOS      PIC X(100) VALUE SPACES.
       77  WRK-CAM-ITENSPED      PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-OPCAO             PIC 9(01) VALUE ZEROS.

       77  WRK-CONFIRMA          PIC X(01) VALUE SPACES.

       77  WRK-CONTINUA          PIC X(01) VALUE "S".

       77  WRK-FIM-ITENS         PIC X(01) VALUE "N".
       77  WRK-PRODUTO-USADO     PIC X(01) VALUE "N".

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ERRO DE ABERTURA DO ARQUIVO!".

       77  WRK-MSG-NAO-ACHOU     PIC X(30) VALUE
                                      "PRODUTO NAO CADASTRADO".

       77  WRK-MSG-JA-EXISTE     PIC X(30) VALUE
                                      "PRODUTO JA CADASTRADO".

       77  WRK-MSG-CANCELADO     PIC X(30) VALUE
                                      "OPERACAO CANCELADA".

       77  WRK-MSG-COD-INVALIDO  PIC X(30) VALUE
                                      "CODIGO NAO PODE SER BRANCO".

       77  WRK-MSG-DESC-INVALIDA PIC X(30) VALUE
                                      "DESCRICAO NAO PODE SER BRANCO".

       77  WRK-MSG-VAL-INVALIDO  PIC X(30) VALUE
                                      "PRECO DEVE SER NUMERICO".

       77  WRK-MSG-STATUS-INVALIDO PIC X(30) VALUE
                                      "STATUS DEVE SER A OU I".

       77  WRK-NOVO-CODIGO       PIC X(06) VALUE SPACES.
       77  WRK-NOVA-DESCRICAO    PIC X(30) VALUE SPACES.
       77  WRK-NOVO-PRECO        PIC X(09) VALUE SPACES.
       77  WRK-NOVO-STATUS       PIC X(01) VALUE SPACES.
       77  WRK-PRECO-NUM         PIC 9(09) VALUE ZEROS.
       77  WRK-PRECO-EDIT        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
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

           MOVE "PRODUTOS.dat" TO WRK-CAM-PRODUTOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PRODUTOS REG-PARAMETROS.

           MOVE "ITENSPED.dat" TO WRK-CAM-ITENSPED.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ITENSPED REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           OPEN I-O PRODUTOS.

             IF FS-PRODUTOS EQUAL 35
                OPEN OUTPUT PRODUTOS
                CLOSE PRODUTOS
                OPEN I-O PRODUTOS
             END-IF.

             IF FS-PRODUTOS NOT EQUAL 00
                MOVE FS-PRODUTOS    TO WRK-FS-ERRO
                MOVE "PRODUTOS.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "=========================================".
           DISPLAY "CADASTRO DE PRODUTOS - PRODUTOS.dat".
           DISPLAY "1 - INCLUIR PRODUTO".
           DISPLAY "2 - ALTERAR PRODUTO".
           DISPLAY "3 - EXCLUIR PRODUTO".
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
           DISPLAY "INCLUSAO DE PRODUTO".
           DISPLAY "DIGITE O CODIGO DO PRODUTO (6 POSICOES).."
               ACCEPT WRK-NOVO-CODIGO.

           IF WRK-NOVO-CODIGO EQUAL SPACES
               DISPLAY WRK-MSG-COD-INVALIDO
           ELSE
           MOVE WRK-NOVO-CODIGO TO PRD-CODIGO
           READ PRODUTOS
               KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "DIGITE A DESCRICAO (ATE 30 POSICOES).."
                       ACCEPT WRK-NOVA-DESCRICAO
                   DISPLAY "DIGITE O PRECO UNITARIO (SOMENTE DIGITOS, "
                       "CENTAVOS NAS 2 ULTIMAS POSICOES).."
                       ACCEPT WRK-NOVO-PRECO
                   DISPLAY "CONFIRMA A INCLUSAO (S/N)?"
                       ACCEPT WRK-CONFIRMA
                   IF WRK-NOVA-DESCRICAO EQUAL SPACES
                       DISPLAY WRK-MSG-DESC-INVALIDA
                   ELSE
                   IF WRK-NOVO-PRECO NOT NUMERIC
                       DISPLAY WRK-MSG-VAL-INVALIDO
                   ELSE
                   IF WRK-CONFIRMA EQUAL "S" OR
                      WRK-CONFIRMA EQUAL "s"
                       MOVE WRK-NOVO-CODIGO    TO PRD-CODIGO
                       MOVE WRK-NOVA-DESCRICAO TO PRD-DESCRICAO
                       MOVE WRK-NOVO-PRECO     TO WRK-PRECO-NUM
                       COMPUTE PRD-PRECO = WRK-PRECO-NUM / 100
                       MOVE "A" TO PRD-STATUS
                       WRITE REG-PRODUTOS
                       IF FS-PRODUTOS EQUAL 00
                           DISPLAY "PRODUTO INCLUIDO COM SUCESSO!"
                       ELSE
                           DISPLAY "ERRO AO INCLUIR.." FS-PRODUTOS
                       END-IF
                   ELSE
                       DISPLAY WRK-MSG-CANCELADO
                   END-IF
                   END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY WRK-MSG-JA-EXISTE
           END-READ
           END-IF.

       0210-INCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "ALTERACAO DE PRODUTO".
           DISPLAY "DIGITE O CODIGO DO PRODUTO (6 POSICOES).."
               ACCEPT WRK-NOVO-CODIGO.

           MOVE WRK-NOVO-CODIGO TO PRD-CODIGO.
           READ PRODUTOS
               KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
               NOT INVALID KEY
                   MOVE PRD-PRECO TO WRK-PRECO-EDIT
                   DISPLAY "DESCRICAO ATUAL.." PRD-DESCRICAO
                   DISPLAY "PRECO ATUAL......" WRK-PRECO-EDIT
                   DISPLAY "STATUS ATUAL....." PRD-STATUS
                   DISPLAY "NOVA DESCRICAO (BRANCO MANTEM A ATUAL).."
                       ACCEPT WRK-NOVA-DESCRICAO
                   DISPLAY "DIGITE O NOVO PRECO (SOMENTE DIGITOS, "
                       "CENTAVOS NAS 2 ULTIMAS POSICOES).."
                       ACCEPT WRK-NOVO-PRECO
                   DISPLAY "NOVO STATUS (A)TIVO OU (I)NATIVO?"
                       ACCEPT WRK-NOVO-STATUS
                   DISPLAY "CONFIRMA A ALTERACAO (S/N)?"
                       ACCEPT WRK-CONFIRMA
                   IF WRK-NOVO-PRECO NOT NUMERIC
                       DISPLAY WRK-MSG-VAL-INVALIDO
                   ELSE
                   IF WRK-NOVO-STATUS NOT = "A" AND
                      WRK-NOVO-STATUS NOT = "I"
                       DISPLAY WRK-MSG-STATUS-INVALIDO
                   ELSE
                   IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                       IF WRK-NOVA-DESCRICAO NOT EQUAL SPACES
                           MOVE WRK-NOVA-DESCRICAO TO PRD-DESCRICAO
                       END-IF
                       MOVE WRK-NOVO-PRECO  TO WRK-PRECO-NUM
                       COMPUTE PRD-PRECO = WRK-PRECO-NUM / 100
                       MOVE WRK-NOVO-STATUS TO PRD-STATUS
                       REWRITE REG-PRODUTOS
                       IF FS-PRODUTOS EQUAL 00
                           DISPLAY "PRODUTO ALTERADO COM SUCESSO!"
                       ELSE
                           DISPLAY "ERRO AO ALTERAR.." FS-PRODUTOS
                       END-IF
                   ELSE
                       DISPLAY WRK-MSG-CANCELADO
                   END-IF
                   END-IF
                   END-IF.

       0220-ALTERAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-EXCLUIR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "EXCLUSAO DE PRODUTO".
           DISPLAY "DIGITE O CODIGO DO PRODUTO (6 POSICOES).."
               ACCEPT WRK-NOVO-CODIGO.

           MOVE WRK-NOVO-CODIGO TO PRD-CODIGO.
           READ PRODUTOS
               KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
                   GO TO 0230-EXCLUIR-FIM
           END-READ.

           PERFORM 0235-VERIFICA-ITENS.

           IF WRK-PRODUTO-USADO EQUAL "S"
               DISPLAY "PRODUTO " PRD-CODIGO " CONSTA EM ITENS DE "
                   "PEDIDO (ITENSPED.dat) - EXCLUSAO RECUSADA."
               DISPLAY "USE A ALTERACAO PARA INATIVA-LO."
               GO TO 0230-EXCLUIR-FIM
           END-IF.

           MOVE PRD-PRECO TO WRK-PRECO-EDIT.
           DISPLAY "CODIGO...." PRD-CODIGO.
           DISPLAY "DESCRICAO." PRD-DESCRICAO.
           DISPLAY "PRECO....." WRK-PRECO-EDIT.
           DISPLAY "STATUS...." PRD-STATUS.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               DELETE PRODUTOS
               IF FS-PRODUTOS EQUAL 00
                   DISPLAY "PRODUTO EXCLUIDO COM SUCESSO!"
               ELSE
                   DISPLAY "ERRO AO EXCLUIR.." FS-PRODUTOS
               END-IF
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0230-EXCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0235-VERIFICA-ITENS                       SECTION.

      *    ITENSPED.dat NAO TEM CHAVE POR PRODUTO: A CONFERENCIA E UMA
      *    VARREDURA SEQUENCIAL, FEITA SO NA EXCLUSAO.
           MOVE "N" TO WRK-PRODUTO-USADO.
           MOVE "N" TO WRK-FIM-ITENS.

           OPEN INPUT ITENS-PEDIDO.
             IF FS-ITENS-PEDIDO EQUAL 35
                GO TO 0235-VERIFICA-ITENS-FIM
             END-IF.

             IF FS-ITENS-PEDIDO NOT EQUAL 00
                MOVE FS-ITENS-PEDIDO TO WRK-FS-ERRO
                MOVE "ITENSPED.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           READ ITENS-PEDIDO NEXT RECORD
               AT END MOVE "S" TO WRK-FIM-ITENS
           END-READ.

           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               IF ITP-PRODUTO EQUAL PRD-CODIGO
                   MOVE "S" TO WRK-PRODUTO-USADO
                   MOVE "S" TO WRK-FIM-ITENS
               ELSE
                   READ ITENS-PEDIDO NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-ITENS
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE ITENS-PEDIDO.

       0235-VERIFICA-ITENS-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             DISPLAY WRK-MSG-FIM.
             CLOSE PRODUTOS.

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
