      *==                PRGARQ20 E O RESUMO DO PRGARQ6 NAO ENXERGAVAM
      *==                OS PEDIDOS QUE FICAVAM ORFAOS SOB O ID
      *==                EXCLUIDO.
      *==              - 15/10/2026 - O OPERADOR DEIXA DE SER DIGITADO:
      *==                O ID VEM DA SESSAO (PRGSESSAO/OPERADOR.dat),
      *==                QUE PEDE A IDENTIFICACAO SE AINDA NAO HOUVER
      *==                SESSAO E RECUSA O PROGRAMA SE O PERFIL NAO O
      *==                ALCANCA. O ID VAI PARA A TRAVA E PARA O DIARIO
      *==                (NOVO CAMPO WRK-JRN-OPERADOR NO FIM DA LINHA DE
      *==                JRNL.dat).
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *==              - 15/10/2026 - APOS A FUSAO CONFIRMADA OS
      *==                ENDERECOS (ENDERECO.dat, TIPOS C, E E R) E O
      *==                LIMITE DE CREDITO (LIMITES.dat) DO ID RETIRADO
      *==                PASSAM AO SOBREVIVENTE: SAO REGRAVADOS SOB O ID
      *==                DELE E EXCLUIDOS SOB O RETIRADO. ONDE O
      *==                SOBREVIVENTE JA TEM O SEU, O DO RETIRADO E SO
      *==                EXCLUIDO.
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

           SELECT XREF ASSIGN TO DYNAMIC
               WRK-CAM-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-XREF.

           SELECT PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

           SELECT ENDERECOS ASSIGN TO DYNAMIC
               WRK-CAM-ENDERECO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS END-CHAVE
             FILE STATUS IS FS-ENDERECOS.

           SELECT LIMITES ASSIGN TO DYNAMIC
               WRK-CAM-LIMITES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LIM-ID-CLIENTE
             FILE STATUS IS FS-LIMITES.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FD PEDIDOS.
           COPY PEDREG.

       FD ENDERECOS.
           COPY ENDREG.

       FD LIMITES.
           COPY LIMREG.

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES           PIC 9(02).
       77  FS-JORNAL             PIC 9(02).
       77  FS-XREF               PIC 9(02).
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-ENDERECOS          PIC 9(02).
       77  FS-LIMITES            PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-XREF          PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-ENDERECO      PIC X(100) VALUE SPACES.
       77  WRK-CAM-LIMITES       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-TEM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-QTD-PED-MOVIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-PED-MOVIDOS-ID    PIC 9(05) VALUE ZEROS.

       77  WRK-TEM-ENDERECOS     PIC X(01) VALUE "N".
       77  WRK-TEM-LIMITES       PIC X(01) VALUE "N".
       77  WRK-TIPO-END          PIC X(01) VALUE SPACES.
       77  WRK-QTD-END-MOVIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LIM-MOVIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-END-RETIRADO      PIC X(149) VALUE SPACES.
       77  WRK-LIM-RETIRADO      PIC X(21) VALUE SPACES.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-TRV-DETENTOR      PIC X(50) VALUE SPACES.
       77  WRK-TRAVA-MINHA       PIC X(01) VALUE "N".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ24".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.

       01  WRK-LINHA-JORNAL.
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
           PERFORM 0200-PROCESSAR.
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

           MOVE "XREF.dat" TO WRK-CAM-XREF.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-XREF REG-PARAMETROS.

           MOVE "PEDIDOS.dat" TO WRK-CAM-PEDIDOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDIDOS REG-PARAMETROS.

           MOVE "ENDERECO.dat" TO WRK-CAM-ENDERECO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ENDERECO REG-PARAMETROS.

           MOVE "LIMITES.dat" TO WRK-CAM-LIMITES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LIMITES REG-PARAMETROS.

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

                END-IF
             END-IF.

           MOVE "S" TO WRK-TEM-ENDERECOS.
           OPEN I-O ENDERECOS.
             IF FS-ENDERECOS EQUAL 35
                MOVE "N" TO WRK-TEM-ENDERECOS
             ELSE
                IF FS-ENDERECOS NOT EQUAL 00
                   MOVE FS-ENDERECOS   TO WRK-FS-ERRO
                   MOVE "ENDERECO.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

           MOVE "S" TO WRK-TEM-LIMITES.
           OPEN I-O LIMITES.
             IF FS-LIMITES EQUAL 35
                MOVE "N" TO WRK-TEM-LIMITES
             ELSE
                IF FS-LIMITES NOT EQUAL 00
                   MOVE FS-LIMITES    TO WRK-FS-ERRO
                   MOVE "LIMITES.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.



           PERFORM 0230-TRANSFERIR-PEDIDOS.

           MOVE "C" TO WRK-TIPO-END.
           PERFORM 0250-TRANSFERIR-ENDERECO.
           MOVE "E" TO WRK-TIPO-END.
           PERFORM 0250-TRANSFERIR-ENDERECO.
           MOVE "R" TO WRK-TIPO-END.
           PERFORM 0250-TRANSFERIR-ENDERECO.

           PERFORM 0260-TRANSFERIR-LIMITE.

           ADD 1 TO WRK-QTD-FUNDIDOS.
           DISPLAY "ID " WRK-ID-RETIRADO " FUNDIDO EM "
               WRK-ID-SOBREVIVE ".".
       0230-TRANSFERIR-PEDIDOS-FIM. EXIT.


      *-----------------------------------------------------------------
      *    END-CHAVE E CHAVE DO REGISTRO: O ENDERECO DO TIPO
      *    WRK-TIPO-END E GRAVADO SOB O ID SOBREVIVENTE E EXCLUIDO SOB
      *    O RETIRADO. SE O SOBREVIVENTE JA TEM ESSE TIPO, O DELE FICA
      *    E O DO RETIRADO E SO EXCLUIDO.
       0250-TRANSFERIR-ENDERECO                  SECTION.

           IF WRK-TEM-ENDERECOS NOT EQUAL "S"
               GO TO 0250-TRANSFERIR-ENDERECO-FIM
           END-IF.

           MOVE WRK-ID-RETIRADO TO END-ID-CLIENTE.
           MOVE WRK-TIPO-END    TO END-TIPO.
           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   GO TO 0250-TRANSFERIR-ENDERECO-FIM
           END-READ.

           MOVE REG-ENDERECOS TO WRK-END-RETIRADO.

           MOVE WRK-ID-SOBREVIVE TO END-ID-CLIENTE.
           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   MOVE WRK-END-RETIRADO TO REG-ENDERECOS
                   MOVE WRK-ID-SOBREVIVE TO END-ID-CLIENTE
                   WRITE REG-ENDERECOS
                   IF FS-ENDERECOS NOT EQUAL 00
                       DISPLAY "ERRO AO TRANSFERIR O ENDERECO "
                           WRK-TIPO-END " DO ID " WRK-ID-RETIRADO
                           " - STATUS.." FS-ENDERECOS
                       GO TO 0250-TRANSFERIR-ENDERECO-FIM
                   END-IF
                   ADD 1 TO WRK-QTD-END-MOVIDOS
                   DISPLAY "ENDERECO " WRK-TIPO-END
                       " TRANSFERIDO DE " WRK-ID-RETIRADO
                       " PARA " WRK-ID-SOBREVIVE "."
               NOT INVALID KEY
                   DISPLAY "ENDERECO " WRK-TIPO-END " DO ID "
                       WRK-ID-RETIRADO " DESCARTADO (O SOBREVIVENTE "
                       "JA TEM UM)."
           END-READ.

           MOVE WRK-ID-RETIRADO TO END-ID-CLIENTE.
           MOVE WRK-TIPO-END    TO END-TIPO.
           DELETE ENDERECOS.
           IF FS-ENDERECOS NOT EQUAL 00
               DISPLAY "ERRO AO EXCLUIR O ENDERECO " WRK-TIPO-END
                   " DO ID " WRK-ID-RETIRADO " - STATUS.."
                   FS-ENDERECOS
           END-IF.

       0250-TRANSFERIR-ENDERECO-FIM. EXIT.


      *-----------------------------------------------------------------
      *    LIM-ID-CLIENTE E CHAVE DO REGISTRO: MESMA DISCIPLINA DA
      *    0250-TRANSFERIR-ENDERECO.
       0260-TRANSFERIR-LIMITE                    SECTION.

           IF WRK-TEM-LIMITES NOT EQUAL "S"
               GO TO 0260-TRANSFERIR-LIMITE-FIM
           END-IF.

           MOVE WRK-ID-RETIRADO TO LIM-ID-CLIENTE.
           READ LIMITES
               KEY IS LIM-ID-CLIENTE
               INVALID KEY
                   GO TO 0260-TRANSFERIR-LIMITE-FIM
           END-READ.

           MOVE REG-LIMITES TO WRK-LIM-RETIRADO.

           MOVE WRK-ID-SOBREVIVE TO LIM-ID-CLIENTE.
           READ LIMITES
               KEY IS LIM-ID-CLIENTE
               INVALID KEY
                   MOVE WRK-LIM-RETIRADO TO REG-LIMITES
                   MOVE WRK-ID-SOBREVIVE TO LIM-ID-CLIENTE
                   WRITE REG-LIMITES
                   IF FS-LIMITES NOT EQUAL 00
                       DISPLAY "ERRO AO TRANSFERIR O LIMITE DO ID "
                           WRK-ID-RETIRADO " - STATUS.." FS-LIMITES
                       GO TO 0260-TRANSFERIR-LIMITE-FIM
                   END-IF
                   ADD 1 TO WRK-QTD-LIM-MOVIDOS
                   DISPLAY "LIMITE DE CREDITO TRANSFERIDO DE "
                       WRK-ID-RETIRADO " PARA " WRK-ID-SOBREVIVE "."
               NOT INVALID KEY
                   DISPLAY "LIMITE DO ID " WRK-ID-RETIRADO
                       " DESCARTADO (O SOBREVIVENTE JA TEM UM)."
           END-READ.

           MOVE WRK-ID-RETIRADO TO LIM-ID-CLIENTE.
           DELETE LIMITES.
           IF FS-LIMITES NOT EQUAL 00
               DISPLAY "ERRO AO EXCLUIR O LIMITE DO ID "
                   WRK-ID-RETIRADO " - STATUS.." FS-LIMITES
           END-IF.

       0260-TRANSFERIR-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-REGRAVAR-SOBREVIVENTE                SECTION.


           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE WRK-TIMESTAMP   TO WRK-JRN-TIMESTAMP.
           MOVE WRK-TRV-OPERADOR TO WRK-JRN-OPERADOR.
           MOVE WRK-LINHA-JORNAL TO REG-JORNAL.
           WRITE REG-JORNAL.
             IF FS-JORNAL NOT EQUAL 00
             DISPLAY "IDS FUNDIDOS..: " WRK-QTD-FUNDIDOS.
             DISPLAY "IDS RECUSADOS.: " WRK-QTD-RECUSADOS.
             DISPLAY "PEDIDOS MOVIDOS: " WRK-QTD-PED-MOVIDOS.
             DISPLAY "ENDERECOS MOV..: " WRK-QTD-END-MOVIDOS.
             DISPLAY "LIMITES MOVIDOS: " WRK-QTD-LIM-MOVIDOS.
             CLOSE CLIENTES.
             CLOSE JORNAL.
             CLOSE XREF.
                 CLOSE PEDIDOS
             END-IF.

             IF WRK-TEM-ENDERECOS EQUAL "S"
                 CLOSE ENDERECOS
             END-IF.

             IF WRK-TEM-LIMITES EQUAL "S"
                 CLOSE LIMITES
             END-IF.

             PERFORM 0160-LIBERAR-TRAVA.

       0300-FINALIZAR-FIM. EXIT.
