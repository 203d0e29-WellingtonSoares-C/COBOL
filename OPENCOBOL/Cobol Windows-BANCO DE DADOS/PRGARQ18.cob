      *==                GRAVADO EM STATLOG.dat.
      *== DATA        : 22/08/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *=================================================================
       ENVIRONMENT                               DIVISION.

             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LOG-ARQUIVADO.

           SELECT RELAT-STAT ASSIGN TO DYNAMIC
               WRK-CAM-STATLOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-STAT.
      *-----------------------------------------------------------------
       77  FS-LOG-ARQUIVADO      PIC 9(02).
       77  FS-RELAT-STAT         PIC 9(02).

       77  WRK-CAM-STATLOG       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-LOG           PIC X(01) VALUE "N".
       77  WRK-DATA-ARQUIVO      PIC X(08) VALUE SPACES.
       77  WRK-MES-FILTRO        PIC X(06) VALUE SPACES.
       77  WRK-NOME-ARQUIVO      PIC X(100) VALUE SPACES.

       77  WRK-QTD-PROCURAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ACHADAS       PIC 9(07) VALUE ZEROS.
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

           MOVE "STATLOG.dat" TO WRK-CAM-STATLOG.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-STATLOG REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

               ACCEPT WRK-MES-FILTRO.

           MOVE SPACES TO WRK-NOME-ARQUIVO.
           STRING "LOG_"              DELIMITED BY SIZE
                  WRK-DATA-ARQUIVO DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
                  INTO WRK-NOME-ARQUIVO.

           MOVE "A" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-NOME-ARQUIVO REG-PARAMETROS.

           OPEN INPUT LOG-ARQUIVADO.
             IF FS-LOG-ARQUIVADO NOT EQUAL 00
                MOVE FS-LOG-ARQUIVADO TO WRK-FS-ERRO
