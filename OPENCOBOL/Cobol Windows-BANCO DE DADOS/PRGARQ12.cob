      *==                GRAVADO EM JRNREL.dat.
      *== DATA        : 22/08/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - CADA MOVIMENTO DO RELATORIO PASSA A
      *==                EXIBIR O ID DO OPERADOR QUE O FEZ
      *==                (WRK-JRN-OPERADOR, NO FIM DA LINHA DE
      *==                JRNL.dat); EM BRANCO NAS LINHAS GRAVADAS ANTES
      *==                DA IDENTIFICACAO DE OPERADORES.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *=================================================================
       ENVIRONMENT                               DIVISION.


       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.

           SELECT RELAT-JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-JORNAL.
      *-----------------------------------------------------------------
       77  FS-JORNAL             PIC 9(02).
       77  FS-RELAT-JORNAL       PIC 9(02).

       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNREL        PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-DATA-FILTRO       PIC X(08) VALUE SPACES.
       77  WRK-QTD-INCLUSOES     PIC 9(05) VALUE ZEROS.
              10 JRD-EMAIL       PIC X(40).
              10 JRD-STATUS      PIC X(01).
              10 JRD-DATA-MANUT  PIC X(08).
           05 FILLER             PIC X(02).
           05 WRK-JRN-OPERADOR   PIC X(08).

       01  WRK-HORA-EDITADA.
           05 WRK-HORA-HH        PIC X(02).
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

           MOVE "JRNL.dat" TO WRK-CAM-JRNL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNL REG-PARAMETROS.

           MOVE "JRNREL.dat" TO WRK-CAM-JRNREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNREL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

                  JRD-NOME            DELIMITED BY SIZE
                  "  STATUS "         DELIMITED BY SIZE
                  JRD-STATUS          DELIMITED BY SIZE
                  "  OPERADOR "       DELIMITED BY SIZE
                  WRK-JRN-OPERADOR    DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-JORNAL
           WRITE REG-RELAT-JORNAL.
           STRING WRK-HORA-EDITADA    DELIMITED BY SIZE
                  "  ALTERACAO  ID "  DELIMITED BY SIZE
                  JRA-ID              DELIMITED BY SIZE
                  "  OPERADOR "       DELIMITED BY SIZE
                  WRK-JRN-OPERADOR    DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-JORNAL
           WRITE REG-RELAT-JORNAL.
                  JRA-NOME            DELIMITED BY SIZE
                  "  STATUS "         DELIMITED BY SIZE
                  JRA-STATUS          DELIMITED BY SIZE
                  "  OPERADOR "       DELIMITED BY SIZE
                  WRK-JRN-OPERADOR    DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-JORNAL
           WRITE REG-RELAT-JORNAL.
