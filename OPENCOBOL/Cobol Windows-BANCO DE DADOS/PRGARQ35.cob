       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ35.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *==                CONSULTA) DOS ENDERECOS DE UM CLIENTE EM
      *==                ENDERECO.dat - UM ENDERECO POR TIPO:
      *==                (C)OBRANCA, (E)NTREGA E CO(R)RESPONDENCIA.
      *==                CHAMADO PELA MANUTENCAO DE CLIENTES (PRGARQ7),
      *==                QUE JA CONFERIU O REG-ID E PASSA ID E NOME. O
      *==                OPERADOR DIGITA O CEP E O PRGVEND PREENCHE
      *==                CIDADE E UF (E LOGRADOURO E BAIRRO, QUANDO O
      *==                CEP E DE LOGRADOURO) PELA TABELA DOS CORREIOS
      *==                (CEPS.dat); CEP FORA DA TABELA E RECUSADO E SO
      *==                ENDERECO COMPLETO E GRAVADO. O ENDERECO DE
      *==                ENTREGA E EXIGIDO NA INCLUSAO DE PEDIDOS
      *==                (PRGARQ21).
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
           SELECT ENDERECOS ASSIGN TO DYNAMIC
               WRK-CAM-ENDERECO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS END-CHAVE
             FILE STATUS IS FS-ENDERECOS.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD ENDERECOS.
           COPY ENDREG.

       WORKING-STORAGE                           SECTION.
       77  FS-ENDERECOS          PIC 9(02).

       77  WRK-CAM-ENDERECO      PIC X(100) VALUE SPACES.

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
                                      "ENDERECO NAO CADASTRADO".

       77  WRK-MSG-JA-EXISTE     PIC X(30) VALUE
                                      "ENDERECO JA CADASTRADO".

       77  WRK-MSG-CANCELADO     PIC X(30) VALUE
                                      "OPERACAO CANCELADA".

       77  WRK-MSG-TIPO-INVALIDO PIC X(30) VALUE
                                      "TIPO DEVE SER C, E OU R".

       77  WRK-NOVO-TIPO         PIC X(01) VALUE SPACES.
       77  WRK-TIPO-OK           PIC X(01) VALUE "N".
       77  WRK-DESCR-TIPO        PIC X(15) VALUE SPACES.

       77  WRK-NOVO-CEP          PIC X(08) VALUE SPACES.
       77  WRK-NOVO-LOGRADOURO   PIC X(40) VALUE SPACES.
       77  WRK-NOVO-NUMERO       PIC X(06) VALUE SPACES.
       77  WRK-NOVO-COMPLEMENTO  PIC X(20) VALUE SPACES.
       77  WRK-NOVO-BAIRRO       PIC X(30) VALUE SPACES.

       77  WRK-VEN-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-VEN-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-VEN-MOTIVO        PIC X(40) VALUE SPACES.

       LINKAGE                                   SECTION.
       01  LNK-ID-CLIENTE        PIC X(04).
       01  LNK-NOME-CLIENTE      PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-ID-CLIENTE LNK-NOME-CLIENTE.
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

           MOVE "ENDERECO.dat" TO WRK-CAM-ENDERECO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ENDERECO REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           MOVE "S" TO WRK-CONTINUA.

           OPEN I-O ENDERECOS.

             IF FS-ENDERECOS EQUAL 35
                OPEN OUTPUT ENDERECOS
                CLOSE ENDERECOS
                OPEN I-O ENDERECOS
             END-IF.

             IF FS-ENDERECOS NOT EQUAL 00
                MOVE FS-ENDERECOS   TO WRK-FS-ERRO
                MOVE "ENDERECO.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "=========================================".
           DISPLAY "ENDERECOS DO CLIENTE " LNK-ID-CLIENTE " - "
               LNK-NOME-CLIENTE.
           DISPLAY "1 - INCLUIR ENDERECO".
           DISPLAY "2 - ALTERAR ENDERECO".
           DISPLAY "3 - EXCLUIR ENDERECO".
           DISPLAY "4 - CONSULTAR ENDERECOS".
           DISPLAY "5 - VOLTAR".
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
                   PERFORM 0240-CONSULTAR
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0205-ACEITA-TIPO                          SECTION.

           MOVE "N" TO WRK-TIPO-OK.

           DISPLAY "TIPO: (C)OBRANCA, (E)NTREGA OU CO(R)RESPONDENCIA?"
               ACCEPT WRK-NOVO-TIPO.

           EVALUATE WRK-NOVO-TIPO
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WRK-NOVO-TIPO
                   MOVE "S" TO WRK-TIPO-OK
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO WRK-NOVO-TIPO
                   MOVE "S" TO WRK-TIPO-OK
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WRK-NOVO-TIPO
                   MOVE "S" TO WRK-TIPO-OK
               WHEN OTHER
                   DISPLAY WRK-MSG-TIPO-INVALIDO
           END-EVALUATE.

           MOVE LNK-ID-CLIENTE TO END-ID-CLIENTE.
           MOVE WRK-NOVO-TIPO  TO END-TIPO.

       0205-ACEITA-TIPO-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-INCLUIR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "INCLUSAO DE ENDERECO".
           PERFORM 0205-ACEITA-TIPO.

           IF WRK-TIPO-OK NOT EQUAL "S"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY WRK-MSG-JA-EXISTE
                   GO TO 0210-INCLUIR-FIM
           END-READ.

           MOVE SPACES         TO REG-ENDERECOS.
           MOVE LNK-ID-CLIENTE TO END-ID-CLIENTE.
           MOVE WRK-NOVO-TIPO  TO END-TIPO.

           DISPLAY "DIGITE O CEP (8 DIGITOS, SEM HIFEN).."
               ACCEPT END-CEP.

           MOVE "P" TO WRK-VEN-ACAO.
           PERFORM 0250-CHAMA-PRGVEND.

           IF WRK-VEN-RESULTADO NOT EQUAL "S"
               DISPLAY "CEP RECUSADO: " WRK-VEN-MOTIVO
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "CIDADE/UF........" END-CIDADE " " END-UF.

           IF END-LOGRADOURO EQUAL SPACES
               DISPLAY "DIGITE O LOGRADOURO.."
                   ACCEPT END-LOGRADOURO
           ELSE
               DISPLAY "LOGRADOURO......." END-LOGRADOURO
           END-IF.

           DISPLAY "DIGITE O NUMERO.."
               ACCEPT END-NUMERO.
           DISPLAY "DIGITE O COMPLEMENTO (OPCIONAL).."
               ACCEPT END-COMPLEMENTO.

           IF END-BAIRRO EQUAL SPACES
               DISPLAY "DIGITE O BAIRRO.."
                   ACCEPT END-BAIRRO
           ELSE
               DISPLAY "BAIRRO..........." END-BAIRRO
           END-IF.

           MOVE "V" TO WRK-VEN-ACAO.
           PERFORM 0250-CHAMA-PRGVEND.

           IF WRK-VEN-RESULTADO NOT EQUAL "S"
               DISPLAY "ENDERECO RECUSADO: " WRK-VEN-MOTIVO
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "CONFIRMA A INCLUSAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               MOVE FUNCTION CURRENT-DATE (1:8) TO END-DATA-ALTERACAO
               WRITE REG-ENDERECOS
               IF FS-ENDERECOS EQUAL 00
                   DISPLAY "ENDERECO INCLUIDO COM SUCESSO!"
               ELSE
                   DISPLAY "ERRO AO INCLUIR.." FS-ENDERECOS
               END-IF
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0210-INCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "ALTERACAO DE ENDERECO".
           PERFORM 0205-ACEITA-TIPO.

           IF WRK-TIPO-OK NOT EQUAL "S"
               GO TO 0220-ALTERAR-FIM
           END-IF.

           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
                   GO TO 0220-ALTERAR-FIM
           END-READ.

           PERFORM 0245-EXIBE-ENDERECO.

           MOVE SPACES TO WRK-NOVO-CEP.
           DISPLAY "DIGITE O NOVO CEP (BRANCO MANTEM).."
               ACCEPT WRK-NOVO-CEP.

           IF WRK-NOVO-CEP NOT EQUAL SPACES
               MOVE WRK-NOVO-CEP TO END-CEP
               MOVE "P" TO WRK-VEN-ACAO
               PERFORM 0250-CHAMA-PRGVEND
               IF WRK-VEN-RESULTADO NOT EQUAL "S"
                   DISPLAY "CEP RECUSADO: " WRK-VEN-MOTIVO
                   GO TO 0220-ALTERAR-FIM
               END-IF
               DISPLAY "CIDADE/UF........" END-CIDADE " " END-UF
               DISPLAY "LOGRADOURO......." END-LOGRADOURO
               DISPLAY "BAIRRO..........." END-BAIRRO
           END-IF.

           MOVE SPACES TO WRK-NOVO-LOGRADOURO
                          WRK-NOVO-NUMERO
                          WRK-NOVO-COMPLEMENTO
                          WRK-NOVO-BAIRRO.

           DISPLAY "DIGITE O NOVO LOGRADOURO (BRANCO MANTEM).."
               ACCEPT WRK-NOVO-LOGRADOURO.
           DISPLAY "DIGITE O NOVO NUMERO (BRANCO MANTEM).."
               ACCEPT WRK-NOVO-NUMERO.
           DISPLAY "DIGITE O NOVO COMPLEMENTO (BRANCO MANTEM).."
               ACCEPT WRK-NOVO-COMPLEMENTO.
           DISPLAY "DIGITE O NOVO BAIRRO (BRANCO MANTEM).."
               ACCEPT WRK-NOVO-BAIRRO.

           IF WRK-NOVO-LOGRADOURO NOT EQUAL SPACES
               MOVE WRK-NOVO-LOGRADOURO TO END-LOGRADOURO
           END-IF.
           IF WRK-NOVO-NUMERO NOT EQUAL SPACES
               MOVE WRK-NOVO-NUMERO TO END-NUMERO
           END-IF.
           IF WRK-NOVO-COMPLEMENTO NOT EQUAL SPACES
               MOVE WRK-NOVO-COMPLEMENTO TO END-COMPLEMENTO
           END-IF.
           IF WRK-NOVO-BAIRRO NOT EQUAL SPACES
               MOVE WRK-NOVO-BAIRRO TO END-BAIRRO
           END-IF.

           MOVE "V" TO WRK-VEN-ACAO.
           PERFORM 0250-CHAMA-PRGVEND.

           IF WRK-VEN-RESULTADO NOT EQUAL "S"
               DISPLAY "ENDERECO RECUSADO: " WRK-VEN-MOTIVO
               GO TO 0220-ALTERAR-FIM
           END-IF.

           DISPLAY "CONFIRMA A ALTERACAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               MOVE FUNCTION CURRENT-DATE (1:8) TO END-DATA-ALTERACAO
               REWRITE REG-ENDERECOS
               IF FS-ENDERECOS EQUAL 00
                   DISPLAY "ENDERECO ALTERADO COM SUCESSO!"
               ELSE
                   DISPLAY "ERRO AO ALTERAR.." FS-ENDERECOS
               END-IF
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0220-ALTERAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-EXCLUIR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "EXCLUSAO DE ENDERECO".
           PERFORM 0205-ACEITA-TIPO.

           IF WRK-TIPO-OK NOT EQUAL "S"
               GO TO 0230-EXCLUIR-FIM
           END-IF.

           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
                   GO TO 0230-EXCLUIR-FIM
           END-READ.

           PERFORM 0245-EXIBE-ENDERECO.

           IF END-TIPO-ENTREGA
               DISPLAY "SEM ENDERECO DE ENTREGA O CLIENTE NAO PODE "
                   "FAZER PEDIDOS."
           END-IF.

           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               DELETE ENDERECOS
               IF FS-ENDERECOS EQUAL 00
                   DISPLAY "ENDERECO EXCLUIDO COM SUCESSO!"
               ELSE
                   DISPLAY "ERRO AO EXCLUIR.." FS-ENDERECOS
               END-IF
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0230-EXCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-CONSULTAR                            SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "ENDERECOS CADASTRADOS".

           MOVE "C" TO WRK-NOVO-TIPO.
           PERFORM 0241-CONSULTA-TIPO.
           MOVE "E" TO WRK-NOVO-TIPO.
           PERFORM 0241-CONSULTA-TIPO.
           MOVE "R" TO WRK-NOVO-TIPO.
           PERFORM 0241-CONSULTA-TIPO.

       0240-CONSULTAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0241-CONSULTA-TIPO                        SECTION.

           MOVE LNK-ID-CLIENTE TO END-ID-CLIENTE.
           MOVE WRK-NOVO-TIPO  TO END-TIPO.

           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   MOVE WRK-NOVO-TIPO TO END-TIPO
                   PERFORM 0246-DESCREVE-TIPO
                   DISPLAY "ENDERECO DE " WRK-DESCR-TIPO
                       ": NAO CADASTRADO"
                   GO TO 0241-CONSULTA-TIPO-FIM
           END-READ.

           PERFORM 0245-EXIBE-ENDERECO.

           MOVE "V" TO WRK-VEN-ACAO.
           PERFORM 0250-CHAMA-PRGVEND.

           IF WRK-VEN-RESULTADO EQUAL "S"
               DISPLAY "SITUACAO........." "VALIDO"
           ELSE
               DISPLAY "SITUACAO........." WRK-VEN-MOTIVO
           END-IF.

       0241-CONSULTA-TIPO-FIM. EXIT.


      *-----------------------------------------------------------------
       0245-EXIBE-ENDERECO                       SECTION.

           PERFORM 0246-DESCREVE-TIPO.

           DISPLAY "ENDERECO DE " WRK-DESCR-TIPO.
           DISPLAY "LOGRADOURO......." END-LOGRADOURO.
           DISPLAY "NUMERO..........." END-NUMERO.
           DISPLAY "COMPLEMENTO......" END-COMPLEMENTO.
           DISPLAY "BAIRRO..........." END-BAIRRO.
           DISPLAY "CIDADE/UF........" END-CIDADE " " END-UF.
           DISPLAY "CEP.............." END-CEP.
           DISPLAY "ALTERADO EM......" END-DATA-ALTERACAO.

       0245-EXIBE-ENDERECO-FIM. EXIT.


      *-----------------------------------------------------------------
       0246-DESCREVE-TIPO                        SECTION.

           EVALUATE TRUE
               WHEN END-TIPO-COBRANCA
                   MOVE "COBRANCA"       TO WRK-DESCR-TIPO
               WHEN END-TIPO-ENTREGA
                   MOVE "ENTREGA"        TO WRK-DESCR-TIPO
               WHEN END-TIPO-CORRESPONDENCIA
                   MOVE "CORRESPONDENCIA" TO WRK-DESCR-TIPO
               WHEN OTHER
                   MOVE SPACES           TO WRK-DESCR-TIPO
           END-EVALUATE.

       0246-DESCREVE-TIPO-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-CHAMA-PRGVEND                        SECTION.

           CALL "PRGVEND" USING WRK-VEN-ACAO REG-ENDERECOS
               WRK-VEN-RESULTADO WRK-VEN-MOTIVO.

       0250-CHAMA-PRGVEND-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             DISPLAY WRK-MSG-FIM.
             CLOSE ENDERECOS.
             MOVE "F" TO WRK-VEN-ACAO.
             PERFORM 0250-CHAMA-PRGVEND.

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
