       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGPARAM.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : PARAMETROS DO SISTEMA DA SUITE DE CLIENTES -
      *==                LE EM PARAMETRO.dat O REGISTRO DO AMBIENTE EM
      *==                USO E O GUARDA NA PROPRIA WORKING-STORAGE, QUE
      *==                PERMANECE ENTRE CHAMADAS ENQUANTO O CHAMADOR
      *==                NAO CANCELAR ESTE MODULO.
      *==                AMBIENTE: VARIAVEL DE AMBIENTE
      *==                CLIENTES_AMBIENTE ("P" PRODUCAO OU "T" TESTE;
      *==                EM BRANCO = PRODUCAO). PARAMETRO.dat FICA EM
      *==                C:\COBOL\Cobol Windows-BANCO DE DADOS\ OU NO
      *==                DIRETORIO DA VARIAVEL CLIENTES_PARAMETROS.
      *==                SEM PARAMETRO.dat OU SEM O REGISTRO, A PRODUCAO
      *==                SEGUE COM OS VALORES HISTORICOS (DIRETORIO
      *==                ...\DADOS\, 60 LINHAS POR PAGINA, ALERTAS DE 1
      *==                E 31 DIAS, 12 MESES PARA CLIENTE DORMENTE,
      *==                LIMITE DE ARQUIVAMENTO DO ANTIGO ARQVPRM.dat,
      *==                SE HOUVER, OU ZERO = NAO CADASTRADO); O TESTE E
      *==                RECUSADO, PARA NUNCA CAIR NOS DADOS DE
      *==                PRODUCAO.
      *==                ACOES:
      *==                  "P" PARAMETROS - DEVOLVE "S" E O REGISTRO DO
      *==                      AMBIENTE; "N" SE NAO HA PARAMETROS
      *==                      VALIDOS PARA ELE.
      *==                  "A" ARQUIVO    - RECEBE O NOME DE UM ARQUIVO
      *==                      (EX. "CLIENTES.dat") E DEVOLVE NO MESMO
      *==                      CAMPO O CAMINHO COMPLETO NO DIRETORIO DE
      *==                      DADOS DO AMBIENTE.
      *==                  "L" LOCAL      - IDEM, NO DIRETORIO DE
      *==                      PARAMETRO.dat (PARMHIST.dat, PRGARQ38).
      *==                  "R" RECARREGAR - RELE PARAMETRO.dat APOS UMA
      *==                      ALTERACAO (PRGARQ38).
      *==                CHAMADO NO INICIO DE TODO PROGRAMA DA SUITE, NA
      *==                DISCIPLINA DO PRGSESSAO.
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - INCLUIDO PAR-MESES-DORMENTE
      *==                (RANKING DE CLIENTES, PRGARQ39): PADRAO DE 12
      *==                MESES SEM PARAMETRO.dat E NOS REGISTROS
      *==                GRAVADOS ANTES DO CAMPO EXISTIR.
      *==              - 15/10/2026 - PRODUCAO SEM LIMITE DE DIAS DO
      *==                ARQUIVAMENTO (SEM PARAMETRO.dat, SEM O REGISTRO
      *==                P OU COM O LIMITE ZERADO) PASSA A USAR O VALOR
      *==                DO ANTIGO ARQVPRM.dat, QUANDO ELE EXISTE E E
      *==                NUMERICO E DIFERENTE DE ZERO, PARA A
      *==                ATUALIZACAO NAO PARAR O ARQUIVAMENTO SEM
      *==                OPERADOR.
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO DYNAMIC
               WRK-CAM-PARAMETROS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRA-AMBIENTE
             FILE STATUS IS FS-PARAMETROS.

           SELECT PARAM-ARQV ASSIGN TO DYNAMIC
               WRK-CAM-ARQVPRM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PARAM-ARQV.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD PARAMETROS.
       01  REG-PARAMETROS-ARQ.
           05 PRA-AMBIENTE       PIC X(01).
           05 FILLER             PIC X(249).

      *    LIMITE DE DIAS DO ARQUIVAMENTO DA VERSAO ANTERIOR A
      *    PARAMETRO.dat, NO DIRETORIO DE DADOS DA PRODUCAO.
       FD PARAM-ARQV.
       01  REG-PARAM-ARQV.
           05 PRM-DIAS-LIMITE    PIC X(04).

       WORKING-STORAGE                           SECTION.
       77  FS-PARAMETROS         PIC 9(02).
       77  FS-PARAM-ARQV         PIC 9(02).

       77  WRK-CARREGADO         PIC X(01) VALUE "N".
       77  WRK-ACHOU             PIC X(01) VALUE "N".
       77  WRK-AMBIENTE          PIC X(01) VALUE SPACES.

       77  WRK-DIR-PARAMETROS    PIC X(80) VALUE SPACES.
       77  WRK-TAM-PAR           PIC 9(03) VALUE ZEROS.
       77  WRK-TAM-DIR           PIC 9(03) VALUE ZEROS.
       77  WRK-CAM-PARAMETROS    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO           PIC X(100) VALUE SPACES.
       77  WRK-CAM-ARQVPRM       PIC X(100) VALUE SPACES.

           COPY PARREG.

       LINKAGE                                   SECTION.
       01  LNK-ACAO              PIC X(01).
       01  LNK-RESULTADO         PIC X(01).
       01  LNK-ARQUIVO           PIC X(100).
       01  LNK-PARAMETROS        PIC X(250).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-ACAO LNK-RESULTADO LNK-ARQUIVO
                                LNK-PARAMETROS.
       0001-PRINCIPAL                            SECTION.

           MOVE "N" TO LNK-RESULTADO.

           EVALUATE LNK-ACAO
               WHEN "P"
                   PERFORM 0100-CARREGAR
               WHEN "R"
                   MOVE "N" TO WRK-CARREGADO
                   PERFORM 0100-CARREGAR
               WHEN "A"
                   PERFORM 0100-CARREGAR
                   IF LNK-RESULTADO EQUAL "S"
                       PERFORM 0200-MONTA-CAMINHO
                   END-IF
               WHEN "L"
                   PERFORM 0110-LOCALIZAR
                   PERFORM 0300-MONTA-CAMINHO-LOCAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.


      *-----------------------------------------------------------------
       0100-CARREGAR                             SECTION.

           IF WRK-CARREGADO EQUAL "S"
               MOVE "S"            TO LNK-RESULTADO
               MOVE REG-PARAMETROS TO LNK-PARAMETROS
               GO TO 0100-CARREGAR-FIM
           END-IF.

           MOVE SPACES TO WRK-AMBIENTE.
           ACCEPT WRK-AMBIENTE FROM ENVIRONMENT "CLIENTES_AMBIENTE".
           INSPECT WRK-AMBIENTE CONVERTING "pt" TO "PT".

           IF WRK-AMBIENTE EQUAL SPACES
               MOVE "P" TO WRK-AMBIENTE
           END-IF.

           IF WRK-AMBIENTE NOT EQUAL "P" AND
              WRK-AMBIENTE NOT EQUAL "T"
               DISPLAY "AMBIENTE INVALIDO EM CLIENTES_AMBIENTE ('"
                   WRK-AMBIENTE "') - USE P OU T."
               GO TO 0100-CARREGAR-FIM
           END-IF.

           PERFORM 0110-LOCALIZAR.

           MOVE "N" TO WRK-ACHOU.
           OPEN INPUT PARAMETROS.

           EVALUATE FS-PARAMETROS
               WHEN 00
                   MOVE WRK-AMBIENTE TO PRA-AMBIENTE
                   READ PARAMETROS INTO REG-PARAMETROS
                       KEY IS PRA-AMBIENTE
                       INVALID KEY
                           MOVE "N" TO WRK-ACHOU
                       NOT INVALID KEY
                           MOVE "S" TO WRK-ACHOU
                   END-READ
                   CLOSE PARAMETROS
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PARAMETRO.dat. STATUS.."
                       FS-PARAMETROS
                   GO TO 0100-CARREGAR-FIM
           END-EVALUATE.

           IF WRK-ACHOU NOT EQUAL "S"
               IF WRK-AMBIENTE EQUAL "P"
                   DISPLAY "AVISO: PARAMETRO.dat SEM O AMBIENTE P - "
                       "VALORES PADRAO EM USO (CADASTRE NO PRGARQ38)."
                   PERFORM 0120-VALORES-PADRAO
               ELSE
                   DISPLAY "PARAMETROS DO AMBIENTE " WRK-AMBIENTE
                       " NAO CADASTRADOS EM PARAMETRO.dat (PRGARQ38)."
                   GO TO 0100-CARREGAR-FIM
               END-IF
           END-IF.

      *    REGISTRO GRAVADO ANTES DE PAR-MESES-DORMENTE EXISTIR.
           IF PAR-MESES-DORMENTE NOT NUMERIC
               MOVE 12 TO PAR-MESES-DORMENTE
           END-IF.

           IF PAR-DIR-DADOS EQUAL SPACES
               DISPLAY "DIRETORIO DE DADOS EM BRANCO NOS PARAMETROS "
                   "DO AMBIENTE " WRK-AMBIENTE "."
               GO TO 0100-CARREGAR-FIM
           END-IF.

      *    TAMANHO UTIL DO DIRETORIO (O CAMINHO TEM ESPACOS) E
      *    SEPARADOR FINAL GARANTIDO.
           COMPUTE WRK-TAM-DIR =
               FUNCTION LENGTH(FUNCTION TRIM(PAR-DIR-DADOS TRAILING)).

           IF PAR-DIR-DADOS (WRK-TAM-DIR:1) NOT EQUAL "\" AND
              PAR-DIR-DADOS (WRK-TAM-DIR:1) NOT EQUAL "/" AND
              WRK-TAM-DIR LESS THAN 80
               ADD 1 TO WRK-TAM-DIR
               MOVE "\" TO PAR-DIR-DADOS (WRK-TAM-DIR:1)
           END-IF.

      *    PRODUCAO SEM O LIMITE DO ARQUIVAMENTO (VALORES PADRAO OU
      *    REGISTRO CADASTRADO SEM ELE): VALE O DO ANTIGO ARQVPRM.dat.
           IF WRK-AMBIENTE EQUAL "P"
              AND (PAR-DIAS-LIMITE NOT NUMERIC OR
                   PAR-DIAS-LIMITE EQUAL ZEROS)
               PERFORM 0130-LIMITE-ARQVPRM
           END-IF.

           IF WRK-AMBIENTE EQUAL "T"
               DISPLAY "AMBIENTE DE TESTE - DADOS EM "
                   PAR-DIR-DADOS (1:WRK-TAM-DIR)
           END-IF.

           MOVE "S"            TO WRK-CARREGADO.
           MOVE "S"            TO LNK-RESULTADO.
           MOVE REG-PARAMETROS TO LNK-PARAMETROS.

       0100-CARREGAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0110-LOCALIZAR                            SECTION.

           MOVE SPACES TO WRK-DIR-PARAMETROS.
           ACCEPT WRK-DIR-PARAMETROS
               FROM ENVIRONMENT "CLIENTES_PARAMETROS".

           IF WRK-DIR-PARAMETROS EQUAL SPACES
               MOVE "C:\COBOL\Cobol Windows-BANCO DE DADOS\"
                   TO WRK-DIR-PARAMETROS
           END-IF.

           COMPUTE WRK-TAM-PAR =
               FUNCTION LENGTH(FUNCTION TRIM(WRK-DIR-PARAMETROS
                   TRAILING)).

           IF WRK-DIR-PARAMETROS (WRK-TAM-PAR:1) NOT EQUAL "\" AND
              WRK-DIR-PARAMETROS (WRK-TAM-PAR:1) NOT EQUAL "/" AND
              WRK-TAM-PAR LESS THAN 80
               ADD 1 TO WRK-TAM-PAR
               MOVE "\" TO WRK-DIR-PARAMETROS (WRK-TAM-PAR:1)
           END-IF.

           MOVE SPACES TO WRK-CAM-PARAMETROS.
           STRING WRK-DIR-PARAMETROS (1:WRK-TAM-PAR) DELIMITED BY SIZE
                  "PARAMETRO.dat"                    DELIMITED BY SIZE
                  INTO WRK-CAM-PARAMETROS.

       0110-LOCALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0120-VALORES-PADRAO                       SECTION.

           INITIALIZE REG-PARAMETROS.
           MOVE "P"                          TO PAR-AMBIENTE.
           MOVE "PRODUCAO (VALORES PADRAO)"  TO PAR-DESCRICAO.
           MOVE "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\"
               TO PAR-DIR-DADOS.
           MOVE ZEROS TO PAR-DIAS-LIMITE.
           MOVE 30    TO PAR-DIAS-HORIZONTE.
           MOVE 60    TO PAR-LINHAS-PAGINA.
           MOVE 1     TO PAR-DIAS-ALERTA-BACKUP.
           MOVE 31    TO PAR-DIAS-ALERTA-ROTAC.
           MOVE 12    TO PAR-MESES-DORMENTE.

       0120-VALORES-PADRAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0130-LIMITE-ARQVPRM                       SECTION.

           MOVE SPACES TO WRK-CAM-ARQVPRM.
           STRING PAR-DIR-DADOS (1:WRK-TAM-DIR) DELIMITED BY SIZE
                  "ARQVPRM.dat"                 DELIMITED BY SIZE
                  INTO WRK-CAM-ARQVPRM.

           OPEN INPUT PARAM-ARQV.
             IF FS-PARAM-ARQV NOT EQUAL 00
                GO TO 0130-LIMITE-ARQVPRM-FIM
             END-IF.

           READ PARAM-ARQV
               AT END MOVE SPACES TO PRM-DIAS-LIMITE
           END-READ.

           CLOSE PARAM-ARQV.

           IF PRM-DIAS-LIMITE NOT NUMERIC OR
              PRM-DIAS-LIMITE EQUAL "0000"
               GO TO 0130-LIMITE-ARQVPRM-FIM
           END-IF.

           MOVE PRM-DIAS-LIMITE TO PAR-DIAS-LIMITE.
           DISPLAY "AVISO: LIMITE DE DIAS DO ARQUIVAMENTO TOMADO DE "
               "ARQVPRM.dat (" PAR-DIAS-LIMITE ") - CADASTRE-O NO "
               "PRGARQ38.".

       0130-LIMITE-ARQVPRM-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-MONTA-CAMINHO                        SECTION.

           MOVE SPACES TO WRK-CAMINHO.
           STRING PAR-DIR-DADOS (1:WRK-TAM-DIR) DELIMITED BY SIZE
                  LNK-ARQUIVO                   DELIMITED BY SPACE
                  INTO WRK-CAMINHO.
           MOVE WRK-CAMINHO TO LNK-ARQUIVO.

       0200-MONTA-CAMINHO-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-MONTA-CAMINHO-LOCAL                  SECTION.

           MOVE SPACES TO WRK-CAMINHO.
           STRING WRK-DIR-PARAMETROS (1:WRK-TAM-PAR) DELIMITED BY SIZE
                  LNK-ARQUIVO                        DELIMITED BY SPACE
                  INTO WRK-CAMINHO.
           MOVE WRK-CAMINHO TO LNK-ARQUIVO.
           MOVE "S" TO LNK-RESULTADO.

       0300-MONTA-CAMINHO-LOCAL-FIM. EXIT.
      *-----------------------------------------------------------------
