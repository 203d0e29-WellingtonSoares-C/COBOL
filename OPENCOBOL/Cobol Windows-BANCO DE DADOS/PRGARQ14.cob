      *==                INTERVENCAO DO OPERADOR.
      *== DATA        : 22/08/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
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
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT BACKUP-SAIDA ASSIGN TO DYNAMIC
               WRK-CAM-BACKUP
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-BACKUP.
      *-----------------------------------------------------------------
       77  FS-CLIENTES           PIC 9(02).
       77  FS-BACKUP             PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-BACKUP        PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-CLIENTES      PIC X(01) VALUE "N".
       77  WRK-QTD-GRAVADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-HASH-ID           PIC 9(11) VALUE ZEROS.
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

           MOVE "BACKUP.dat" TO WRK-CAM-BACKUP.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-BACKUP REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

