      *==                CONFERIDO: UMA FALHA ABORTA A ROTACAO ANTES
      *==                DE O LOG.dat VAZIO SER RECRIADO, PARA NAO
      *==                PERDER LINHAS QUE NAO CHEGARAM AO ARQUIVO.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *=================================================================
       ENVIRONMENT                               DIVISION.


       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT SEARCH-LOG ASSIGN TO DYNAMIC
               WRK-CAM-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-SEARCH-LOG.

       77  FS-SEARCH-LOG         PIC 9(02).
       77  FS-LOG-ARQUIVADO      PIC 9(02).

       77  WRK-CAM-LOG           PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-LOG           PIC X(01) VALUE "N".
       77  WRK-QTD-COPIADAS      PIC 9(07) VALUE ZEROS.

       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.
       77  WRK-NOME-ARQUIVO      PIC X(100) VALUE SPACES.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".
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

           MOVE "LOG.dat" TO WRK-CAM-LOG.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LOG REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.


           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE SPACES TO WRK-NOME-ARQUIVO.
           STRING "LOG_"              DELIMITED BY SIZE
                  WRK-TIMESTAMP (1:8) DELIMITED BY SIZE
                  ".dat"              DELIMITED BY SIZE
                  INTO WRK-NOME-ARQUIVO.

           MOVE "A" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-NOME-ARQUIVO REG-PARAMETROS.

           OPEN EXTEND LOG-ARQUIVADO.
             IF FS-LOG-ARQUIVADO NOT EQUAL 00
                OPEN OUTPUT LOG-ARQUIVADO
