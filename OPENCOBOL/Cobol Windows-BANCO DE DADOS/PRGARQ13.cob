      *==                NOME DO OPERADOR, E A LIBERA NO FIM NORMAL E
      *==                NO 9000-TRATA-ERRO, MESMA DISCIPLINA DO
      *==                PRGARQ7.
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

           SELECT CSV-IMPORT ASSIGN TO DYNAMIC
               WRK-CAM-IMPORTA-CSV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CSV-IMPORT.

           SELECT RELAT-IMPORT ASSIGN TO DYNAMIC
               WRK-CAM-IMPREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-IMPORT.

           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.
      *-----------------------------------------------------------------
       77  FS-RELAT-IMPORT       PIC 9(02).
       77  FS-JORNAL             PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-IMPORTA-CSV   PIC X(100) VALUE SPACES.
       77  WRK-CAM-IMPREL        PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-CSV           PIC X(01) VALUE "N".
       77  WRK-QTD-LINHAS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INSERIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-TRV-DETENTOR      PIC X(50) VALUE SPACES.
       77  WRK-TRAVA-MINHA       PIC X(01) VALUE "N".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ13".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       01  WRK-CAMPOS-CSV.
           05 WRK-CSV-ID         PIC X(04).
           05 WRK-CSV-NOME       PIC X(20).
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

           MOVE "IMPORTA.csv" TO WRK-CAM-IMPORTA-CSV.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-IMPORTA-CSV REG-PARAMETROS.

           MOVE "IMPREL.dat" TO WRK-CAM-IMPREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-IMPREL REG-PARAMETROS.

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


           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE WRK-TIMESTAMP   TO WRK-JRN-TIMESTAMP.
           MOVE WRK-TRV-OPERADOR TO WRK-JRN-OPERADOR.
           MOVE WRK-LINHA-JORNAL TO REG-JORNAL.
           WRITE REG-JORNAL.
             IF FS-JORNAL NOT EQUAL 00
