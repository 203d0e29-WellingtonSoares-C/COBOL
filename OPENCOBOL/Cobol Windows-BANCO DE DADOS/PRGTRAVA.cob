      *==                DO PRGVCPF.
      *== DATA        : 02/09/2026
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
           SELECT TRAVA ASSIGN TO DYNAMIC
               WRK-CAM-TRAVA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-TRAVA.
      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
       77  FS-TRAVA              PIC 9(02).

       77  WRK-CAM-TRAVA         PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-TRAVA-TOMADA      PIC X(01) VALUE "N".
       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.

           MOVE "N"    TO LNK-RESULTADO.
           MOVE SPACES TO LNK-DETENTOR.

           PERFORM 0050-CARREGAR-PARAMETROS.

           EVALUATE LNK-ACAO
               WHEN "C"
                   PERFORM 0100-LER-TRAVA
           GOBACK.


      *-----------------------------------------------------------------
       0050-CARREGAR-PARAMETROS                  SECTION.

           MOVE "P" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-PAR-ARQUIVO REG-PARAMETROS.

           IF WRK-PAR-RESULTADO NOT EQUAL "S"
               DISPLAY "PARAMETROS DO SISTEMA INDISPONIVEIS - "
                   "ACAO NAO EXECUTADA."
               MOVE "PARAMETROS DO SISTEMA INDISPONIVEIS"
                   TO LNK-DETENTOR
               GOBACK
           END-IF.

           MOVE "A" TO WRK-PAR-ACAO.

           MOVE "TRAVA.dat" TO WRK-CAM-TRAVA.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-TRAVA REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-LER-TRAVA                            SECTION.

