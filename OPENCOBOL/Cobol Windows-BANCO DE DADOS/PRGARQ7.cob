      *==                NO 9000-TRATA-ERRO. SE A TRAVA ESTA TOMADA O
      *==                PROGRAMA INFORMA QUEM A DETEM DESDE QUANDO E
      *==                NAO INICIA.
      *==              - 15/10/2026 - O OPERADOR DEIXA DE SER DIGITADO:
      *==                O ID VEM DA SESSAO (PRGSESSAO/OPERADOR.dat),
      *==                QUE PEDE A IDENTIFICACAO SE AINDA NAO HOUVER
      *==                SESSAO E RECUSA O PROGRAMA SE O PERFIL NAO O
      *==                ALCANCA. O ID VAI PARA A TRAVA E PARA O DIARIO
      *==                (NOVO CAMPO WRK-JRN-OPERADOR NO FIM DA LINHA DE
      *==                JRNL.dat).
      *==              - 15/10/2026 - NOVA OPCAO 4 - ENDERECOS
      *==                DO CLIENTE: CHAMA O PRGARQ35 PARA MANTER OS
      *==                ENDERECOS DE COBRANCA, ENTREGA E
      *==                CORRESPONDENCIA (ENDERECO.dat) DO REG-ID
      *==                INFORMADO. SAIR PASSA A OPCAO 5.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *=================================================================
       ENVIRONMENT                               DIVISION.


       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DYNAMIC
               WRK-CAM-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.
      *-----------------------------------------------------------------
       77  FS-CLIENTES           PIC 9(02).
       77  FS-JORNAL             PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-TRV-DETENTOR      PIC X(50) VALUE SPACES.
       77  WRK-TRAVA-MINHA       PIC X(01) VALUE "N".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ7".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       01  WRK-NOVO-REG.
           05 WRK-NOVO-ID        PIC X(04).
           05 WRK-NOVO-NOME      PIC X(20).
           05 WRK-JRN-ANTES      PIC X(95).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-JRN-DEPOIS     PIC X(95).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-JRN-OPERADOR   PIC X(08).
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

           MOVE "CLIENTES.dat" TO WRK-CAM-CLIENTES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIENTES REG-PARAMETROS.

           MOVE "JRNL.dat" TO WRK-CAM-JRNL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           MOVE "V" TO WRK-SES-ACAO.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO NOT EQUAL "S"
               DISPLAY "PROGRAMA NAO AUTORIZADO PARA O OPERADOR."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-SES-OPERADOR TO WRK-TRV-OPERADOR.

           PERFORM 0150-RECLAMAR-TRAVA.

           DISPLAY "1 - INCLUIR CLIENTE".
           DISPLAY "2 - ALTERAR CLIENTE".
           DISPLAY "3 - EXCLUIR CLIENTE".
           DISPLAY "4 - ENDERECOS DO CLIENTE".
           DISPLAY "5 - SAIR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO DESEJADA.."
               ACCEPT WRK-OPCAO.
               WHEN 3
                   PERFORM 0230-EXCLUIR
               WHEN 4
                   PERFORM 0240-ENDERECOS
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
       0230-EXCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-ENDERECOS                            SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "ENDERECOS DO CLIENTE".
           DISPLAY "DIGITE O ID (4 DIGITOS).."
               ACCEPT WRK-NOVO-ID.

           MOVE WRK-NOVO-ID TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
                   GO TO 0240-ENDERECOS-FIM
           END-READ.

           CALL "PRGARQ35" USING REG-ID REG-NOME.
           CANCEL "PRGARQ35".

           IF RETURN-CODE NOT EQUAL ZEROS
               DISPLAY "MANUTENCAO DE ENDERECOS ENCERRADA COM ERRO."
               MOVE ZEROS TO RETURN-CODE
           END-IF.

       0240-ENDERECOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0400-GRAVA-JORNAL                         SECTION.

           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE WRK-TIMESTAMP   TO WRK-JRN-TIMESTAMP.
           MOVE WRK-TRV-OPERADOR TO WRK-JRN-OPERADOR.
           MOVE WRK-LINHA-JORNAL TO REG-JORNAL.
           WRITE REG-JORNAL.
             IF FS-JORNAL NOT EQUAL 00
