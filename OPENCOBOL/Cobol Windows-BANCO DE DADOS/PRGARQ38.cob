       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ38.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO DOS PARAMETROS DO SISTEMA
      *==                (PARAMETRO.dat, LAYOUT PARREG), UM REGISTRO
      *==                POR AMBIENTE: (P)RODUCAO E (T)ESTE. CONSULTA E
      *==                ALTERA (INCLUI, SE O AMBIENTE AINDA NAO TEM
      *==                REGISTRO) O DIRETORIO DE DADOS E OS LIMITES DE
      *==                OPERACAO, NA MESMA DISCIPLINA DO PRGARQ32.
      *==                RESERVADO A SUPERVISOR (PRGSESSAO). CADA CAMPO
      *==                ALTERADO GERA UMA LINHA EM PARMHIST.dat (DATA,
      *==                HORA, OPERADOR, AMBIENTE, CAMPO, VALOR ANTERIOR
      *==                E VALOR NOVO), NO MESMO DIRETORIO DE
      *==                PARAMETRO.dat. PARAMETRO.dat SO FICA ABERTO
      *==                DURANTE A LEITURA OU A GRAVACAO, PARA NAO
      *==                PRENDER OS PROGRAMAS QUE O LEEM NO INICIO.
      *==                O AMBIENTE DE TESTE E CADASTRADO A PARTIR DA
      *==                PRODUCAO (CLIENTES_AMBIENTE EM BRANCO OU "P"),
      *==                POIS SEM O REGISTRO T A SESSAO NAO E ABERTA
      *==                NO AMBIENTE DE TESTE.
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - INCLUIDO O CAMPO MESES PARA CLIENTE
      *==                DORMENTE (PAR-MESES-DORMENTE, RANKING DE
      *==                CLIENTES DO PRGARQ39), COM HISTORICO EM
      *==                PARMHIST.dat COMO OS DEMAIS.
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO DYNAMIC
               WRK-CAM-PARAMETRO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRA-AMBIENTE
             FILE STATUS IS FS-PARAMETROS.

           SELECT HISTORICO ASSIGN TO DYNAMIC
               WRK-CAM-PARMHIST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-HISTORICO.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD PARAMETROS.
       01  REG-PARAMETROS-ARQ.
           05 PRA-AMBIENTE       PIC X(01).
           05 FILLER             PIC X(249).

       FD HISTORICO.
       01  REG-HISTORICO.
           05 HIS-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 HIS-HORA           PIC X(06).
           05 FILLER             PIC X(01).
           05 HIS-OPERADOR       PIC X(08).
           05 FILLER             PIC X(01).
           05 HIS-AMBIENTE       PIC X(01).
           05 FILLER             PIC X(01).
           05 HIS-CAMPO          PIC X(20).
           05 FILLER             PIC X(01).
           05 HIS-VALOR-ANTERIOR PIC X(80).
           05 FILLER             PIC X(01).
           05 HIS-VALOR-NOVO     PIC X(80).

       WORKING-STORAGE                           SECTION.
       77  FS-PARAMETROS         PIC 9(02).
       77  FS-HISTORICO          PIC 9(02).

       77  WRK-CAM-PARAMETRO     PIC X(100) VALUE SPACES.
       77  WRK-CAM-PARMHIST      PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.
       77  WRK-PAR-EM-USO        PIC X(250) VALUE SPACES.
       77  WRK-AMBIENTE-USO      PIC X(01) VALUE SPACES.

      *    REGISTRO EM MANUTENCAO; O DO PRGPARAM FICA EM WRK-PAR-EM-USO.
           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-OPCAO             PIC 9(01) VALUE ZEROS.

       77  WRK-CONFIRMA          PIC X(01) VALUE SPACES.

       77  WRK-CONTINUA          PIC X(01) VALUE "S".

       77  WRK-AMBIENTE          PIC X(01) VALUE SPACES.
       77  WRK-AMB-VALIDO        PIC X(01) VALUE "N".
       77  WRK-ACHOU             PIC X(01) VALUE "N".
       77  WRK-VALIDO            PIC X(01) VALUE "N".
       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.
       77  WRK-QTD-CAMPOS        PIC 9(02) VALUE ZEROS.

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ38".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ERRO DE ABERTURA DO ARQUIVO!".

       77  WRK-MSG-NAO-ACHOU     PIC X(30) VALUE
                                      "AMBIENTE NAO CADASTRADO".

       77  WRK-MSG-CANCELADO     PIC X(30) VALUE
                                      "OPERACAO CANCELADA".

       77  WRK-MSG-AMB-INV       PIC X(30) VALUE
                                      "AMBIENTE DEVE SER P OU T".

       77  WRK-MSG-VAL-INVALIDO  PIC X(30) VALUE
                                      "VALOR INVALIDO (SO DIGITOS)".

      *    VALORES DIGITADOS (BRANCO MANTEM O ATUAL).
       77  WRK-NOVA-DESCRICAO    PIC X(30) VALUE SPACES.
       77  WRK-NOVO-DIR          PIC X(80) VALUE SPACES.
       77  WRK-NOVO-LIMITE       PIC X(04) VALUE SPACES.
       77  WRK-NOVO-HORIZONTE    PIC X(04) VALUE SPACES.
       77  WRK-NOVAS-LINHAS      PIC X(03) VALUE SPACES.
       77  WRK-NOVO-ALERTA-BKP   PIC X(03) VALUE SPACES.
       77  WRK-NOVO-ALERTA-ROT   PIC X(03) VALUE SPACES.
       77  WRK-NOVOS-MESES-DORM  PIC X(03) VALUE SPACES.

      *    VALORES ANTES DA ALTERACAO, PARA O HISTORICO.
       77  WRK-ANT-DESCRICAO     PIC X(30) VALUE SPACES.
       77  WRK-ANT-DIR           PIC X(80) VALUE SPACES.
       77  WRK-ANT-LIMITE        PIC 9(04) VALUE ZEROS.
       77  WRK-ANT-HORIZONTE     PIC 9(04) VALUE ZEROS.
       77  WRK-ANT-LINHAS        PIC 9(03) VALUE ZEROS.
       77  WRK-ANT-ALERTA-BKP    PIC 9(03) VALUE ZEROS.
       77  WRK-ANT-ALERTA-ROT    PIC 9(03) VALUE ZEROS.
       77  WRK-ANT-MESES-DORM    PIC 9(03) VALUE ZEROS.

       77  WRK-HIS-CAMPO         PIC X(20) VALUE SPACES.
       77  WRK-HIS-ANTERIOR      PIC X(80) VALUE SPACES.
       77  WRK-HIS-NOVO          PIC X(80) VALUE SPACES.
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

      *    SEM PARAMETROS VALIDOS O PROGRAMA SEGUE: E ELE QUE OS
      *    CADASTRA. PARAMETRO.dat E PARMHIST.dat FICAM NO DIRETORIO
      *    DE PARAMETROS, NAO NO DE DADOS.
           MOVE "P" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-PAR-ARQUIVO WRK-PAR-EM-USO.

           IF WRK-PAR-RESULTADO EQUAL "S"
               MOVE WRK-PAR-EM-USO (1:1) TO WRK-AMBIENTE-USO
           ELSE
               MOVE SPACES TO WRK-AMBIENTE-USO
               DISPLAY "PARAMETROS DO AMBIENTE EM USO INDISPONIVEIS."
           END-IF.

           MOVE "L" TO WRK-PAR-ACAO.

           MOVE "PARAMETRO.dat" TO WRK-CAM-PARAMETRO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PARAMETRO WRK-PAR-EM-USO.

           MOVE "PARMHIST.dat" TO WRK-CAM-PARMHIST.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PARMHIST WRK-PAR-EM-USO.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           MOVE "V" TO WRK-SES-ACAO.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO NOT EQUAL "S"
               DISPLAY "MANUTENCAO DE PARAMETROS NAO AUTORIZADA."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND HISTORICO.
             IF FS-HISTORICO NOT EQUAL 00
                OPEN OUTPUT HISTORICO
                CLOSE HISTORICO
                OPEN EXTEND HISTORICO
             END-IF.

             IF FS-HISTORICO NOT EQUAL 00
                MOVE FS-HISTORICO   TO WRK-FS-ERRO
                MOVE "PARMHIST.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0150-ESCOLHER-AMBIENTE                    SECTION.

           MOVE "N" TO WRK-AMB-VALIDO.

           DISPLAY "AMBIENTE ((P)RODUCAO OU (T)ESTE, BRANCO = EM USO "
               WRK-AMBIENTE-USO ").."
               ACCEPT WRK-AMBIENTE.

           INSPECT WRK-AMBIENTE CONVERTING "pt" TO "PT".

           IF WRK-AMBIENTE EQUAL SPACES
               MOVE WRK-AMBIENTE-USO TO WRK-AMBIENTE
           END-IF.

           IF WRK-AMBIENTE NOT EQUAL "P" AND
              WRK-AMBIENTE NOT EQUAL "T"
               DISPLAY WRK-MSG-AMB-INV
               GO TO 0150-ESCOLHER-AMBIENTE-FIM
           END-IF.

           MOVE "S" TO WRK-AMB-VALIDO.

       0150-ESCOLHER-AMBIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0160-LER-PARAMETROS                       SECTION.

           MOVE "N" TO WRK-ACHOU.
           INITIALIZE REG-PARAMETROS.

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
                   MOVE FS-PARAMETROS   TO WRK-FS-ERRO
                   MOVE "PARAMETRO.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

      *    REGISTRO GRAVADO ANTES DE PAR-MESES-DORMENTE: PADRAO DO
      *    PRGPARAM.
           IF WRK-ACHOU EQUAL "S" AND PAR-MESES-DORMENTE NOT NUMERIC
               MOVE 12 TO PAR-MESES-DORMENTE
           END-IF.

       0160-LER-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0170-MOSTRAR-PARAMETROS                   SECTION.

           DISPLAY "AMBIENTE..................." PAR-AMBIENTE.
           DISPLAY "DESCRICAO.................." PAR-DESCRICAO.
           DISPLAY "DIRETORIO DE DADOS........." PAR-DIR-DADOS.
           DISPLAY "LIMITE ARQUIVAMENTO (DIAS)." PAR-DIAS-LIMITE.
           DISPLAY "HORIZONTE PREVIA (DIAS)...." PAR-DIAS-HORIZONTE.
           DISPLAY "LINHAS POR PAGINA.........." PAR-LINHAS-PAGINA.
           DISPLAY "ALERTA BACKUP (DIAS)......." PAR-DIAS-ALERTA-BACKUP.
           DISPLAY "ALERTA ROTACAO LOG (DIAS).." PAR-DIAS-ALERTA-ROTAC.
           DISPLAY "CLIENTE DORMENTE (MESES)..." PAR-MESES-DORMENTE.
           DISPLAY "ALTERADO EM................" PAR-DATA-ALTERACAO
               " " PAR-HORA-ALTERACAO " POR " PAR-OPERADOR.

       0170-MOSTRAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "=========================================".
           DISPLAY "PARAMETROS DO SISTEMA - PARAMETRO.dat".
           DISPLAY "1 - CONSULTAR PARAMETROS".
           DISPLAY "2 - ALTERAR PARAMETROS".
           DISPLAY "3 - SAIR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO DESEJADA.."
               ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0210-CONSULTAR
               WHEN 2
                   PERFORM 0220-ALTERAR
               WHEN 3
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-CONSULTAR                            SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "CONSULTA DE PARAMETROS".

           PERFORM 0150-ESCOLHER-AMBIENTE.
           IF WRK-AMB-VALIDO NOT EQUAL "S"
               GO TO 0210-CONSULTAR-FIM
           END-IF.

           PERFORM 0160-LER-PARAMETROS.

           IF WRK-ACHOU NOT EQUAL "S"
               DISPLAY WRK-MSG-NAO-ACHOU
               IF WRK-AMBIENTE EQUAL "P"
                   DISPLAY "A PRODUCAO SEGUE COM OS VALORES PADRAO."
               END-IF
               GO TO 0210-CONSULTAR-FIM
           END-IF.

           PERFORM 0170-MOSTRAR-PARAMETROS.

       0210-CONSULTAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

           DISPLAY "-----------------------------------------".
           DISPLAY "ALTERACAO DE PARAMETROS".

           PERFORM 0150-ESCOLHER-AMBIENTE.
           IF WRK-AMB-VALIDO NOT EQUAL "S"
               GO TO 0220-ALTERAR-FIM
           END-IF.

           PERFORM 0160-LER-PARAMETROS.

           MOVE PAR-DESCRICAO          TO WRK-ANT-DESCRICAO.
           MOVE PAR-DIR-DADOS          TO WRK-ANT-DIR.
           MOVE PAR-DIAS-LIMITE        TO WRK-ANT-LIMITE.
           MOVE PAR-DIAS-HORIZONTE     TO WRK-ANT-HORIZONTE.
           MOVE PAR-LINHAS-PAGINA      TO WRK-ANT-LINHAS.
           MOVE PAR-DIAS-ALERTA-BACKUP TO WRK-ANT-ALERTA-BKP.
           MOVE PAR-DIAS-ALERTA-ROTAC  TO WRK-ANT-ALERTA-ROT.
           MOVE PAR-MESES-DORMENTE     TO WRK-ANT-MESES-DORM.

      *    INCLUSAO: PARTE DOS VALORES EM USO QUANDO E O MESMO
      *    AMBIENTE (NA PRODUCAO SEM REGISTRO, OS VALORES PADRAO).
           IF WRK-ACHOU NOT EQUAL "S"
               DISPLAY WRK-MSG-NAO-ACHOU " - INCLUSAO."
               IF WRK-AMBIENTE EQUAL WRK-AMBIENTE-USO
                   MOVE WRK-PAR-EM-USO TO REG-PARAMETROS
               END-IF
               MOVE WRK-AMBIENTE TO PAR-AMBIENTE
           END-IF.

           PERFORM 0170-MOSTRAR-PARAMETROS.

           DISPLAY "DIGITE A NOVA DESCRICAO (BRANCO MANTEM).."
               ACCEPT WRK-NOVA-DESCRICAO.
           DISPLAY "DIGITE O NOVO DIRETORIO DE DADOS (BRANCO "
               "MANTEM).."
               ACCEPT WRK-NOVO-DIR.
           DISPLAY "DIGITE O NOVO LIMITE DE ARQUIVAMENTO (4 DIGITOS, "
               "BRANCO MANTEM).."
               ACCEPT WRK-NOVO-LIMITE.
           DISPLAY "DIGITE O NOVO HORIZONTE DA PREVIA (4 DIGITOS, "
               "BRANCO MANTEM).."
               ACCEPT WRK-NOVO-HORIZONTE.
           DISPLAY "DIGITE AS NOVAS LINHAS POR PAGINA (3 DIGITOS, "
               "BRANCO MANTEM).."
               ACCEPT WRK-NOVAS-LINHAS.
           DISPLAY "DIGITE O NOVO ALERTA DE BACKUP (3 DIGITOS, "
               "BRANCO MANTEM).."
               ACCEPT WRK-NOVO-ALERTA-BKP.
           DISPLAY "DIGITE O NOVO ALERTA DE ROTACAO DO LOG (3 "
               "DIGITOS, BRANCO MANTEM).."
               ACCEPT WRK-NOVO-ALERTA-ROT.
           DISPLAY "DIGITE OS NOVOS MESES PARA CLIENTE DORMENTE (3 "
               "DIGITOS, BRANCO MANTEM).."
               ACCEPT WRK-NOVOS-MESES-DORM.

           PERFORM 0225-APLICAR-VALORES.
           IF WRK-VALIDO NOT EQUAL "S"
               GO TO 0220-ALTERAR-FIM
           END-IF.

           DISPLAY "CONFIRMA A GRAVACAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 0230-GRAVAR-PARAMETROS
           ELSE
               DISPLAY WRK-MSG-CANCELADO
           END-IF.

       0220-ALTERAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0225-APLICAR-VALORES                      SECTION.

           MOVE "N" TO WRK-VALIDO.

           IF (WRK-NOVO-LIMITE     NOT EQUAL SPACES AND
               WRK-NOVO-LIMITE     NOT NUMERIC) OR
              (WRK-NOVO-HORIZONTE  NOT EQUAL SPACES AND
               WRK-NOVO-HORIZONTE  NOT NUMERIC) OR
              (WRK-NOVAS-LINHAS    NOT EQUAL SPACES AND
               WRK-NOVAS-LINHAS    NOT NUMERIC) OR
              (WRK-NOVO-ALERTA-BKP NOT EQUAL SPACES AND
               WRK-NOVO-ALERTA-BKP NOT NUMERIC) OR
              (WRK-NOVO-ALERTA-ROT NOT EQUAL SPACES AND
               WRK-NOVO-ALERTA-ROT NOT NUMERIC) OR
              (WRK-NOVOS-MESES-DORM NOT EQUAL SPACES AND
               WRK-NOVOS-MESES-DORM NOT NUMERIC)
               DISPLAY WRK-MSG-VAL-INVALIDO
               GO TO 0225-APLICAR-VALORES-FIM
           END-IF.

           IF WRK-NOVA-DESCRICAO NOT EQUAL SPACES
               MOVE WRK-NOVA-DESCRICAO TO PAR-DESCRICAO
           END-IF.
           IF WRK-NOVO-DIR NOT EQUAL SPACES
               MOVE WRK-NOVO-DIR TO PAR-DIR-DADOS
           END-IF.
           IF WRK-NOVO-LIMITE NOT EQUAL SPACES
               MOVE WRK-NOVO-LIMITE TO PAR-DIAS-LIMITE
           END-IF.
           IF WRK-NOVO-HORIZONTE NOT EQUAL SPACES
               MOVE WRK-NOVO-HORIZONTE TO PAR-DIAS-HORIZONTE
           END-IF.
           IF WRK-NOVAS-LINHAS NOT EQUAL SPACES
               MOVE WRK-NOVAS-LINHAS TO PAR-LINHAS-PAGINA
           END-IF.
           IF WRK-NOVO-ALERTA-BKP NOT EQUAL SPACES
               MOVE WRK-NOVO-ALERTA-BKP TO PAR-DIAS-ALERTA-BACKUP
           END-IF.
           IF WRK-NOVO-ALERTA-ROT NOT EQUAL SPACES
               MOVE WRK-NOVO-ALERTA-ROT TO PAR-DIAS-ALERTA-ROTAC
           END-IF.
           IF WRK-NOVOS-MESES-DORM NOT EQUAL SPACES
               MOVE WRK-NOVOS-MESES-DORM TO PAR-MESES-DORMENTE
           END-IF.

           IF PAR-DIR-DADOS EQUAL SPACES
               DISPLAY "DIRETORIO DE DADOS E OBRIGATORIO."
               GO TO 0225-APLICAR-VALORES-FIM
           END-IF.

           IF PAR-LINHAS-PAGINA LESS THAN 10
               DISPLAY "LINHAS POR PAGINA DEVE SER NO MINIMO 10."
               GO TO 0225-APLICAR-VALORES-FIM
           END-IF.

           IF PAR-DIAS-ALERTA-BACKUP EQUAL ZEROS OR
              PAR-DIAS-ALERTA-ROTAC  EQUAL ZEROS
               DISPLAY "INTERVALOS DE ALERTA DEVEM SER MAIORES QUE "
                   "ZERO."
               GO TO 0225-APLICAR-VALORES-FIM
           END-IF.

           IF PAR-MESES-DORMENTE NOT NUMERIC OR
              PAR-MESES-DORMENTE EQUAL ZEROS
               DISPLAY "MESES PARA CLIENTE DORMENTE DEVE SER MAIOR QUE "
                   "ZERO."
               GO TO 0225-APLICAR-VALORES-FIM
           END-IF.

           IF PAR-DIAS-LIMITE EQUAL ZEROS
               DISPLAY "AVISO: LIMITE DE ARQUIVAMENTO ZERO - O "
                   "PRGARQ20 RECUSA ARQUIVAR NESTE AMBIENTE."
           END-IF.

           MOVE "S" TO WRK-VALIDO.

       0225-APLICAR-VALORES-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-GRAVAR-PARAMETROS                    SECTION.

           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE WRK-TIMESTAMP (1:8)   TO PAR-DATA-ALTERACAO.
           MOVE WRK-TIMESTAMP (9:6)   TO PAR-HORA-ALTERACAO.
           MOVE WRK-SES-OPERADOR      TO PAR-OPERADOR.

           OPEN I-O PARAMETROS.

             IF FS-PARAMETROS EQUAL 35
                OPEN OUTPUT PARAMETROS
                CLOSE PARAMETROS
                OPEN I-O PARAMETROS
             END-IF.

             IF FS-PARAMETROS NOT EQUAL 00
                MOVE FS-PARAMETROS   TO WRK-FS-ERRO
                MOVE "PARAMETRO.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE PAR-AMBIENTE TO PRA-AMBIENTE.
           READ PARAMETROS
               KEY IS PRA-AMBIENTE
               INVALID KEY
                   WRITE REG-PARAMETROS-ARQ FROM REG-PARAMETROS
               NOT INVALID KEY
                   REWRITE REG-PARAMETROS-ARQ FROM REG-PARAMETROS
           END-READ.

           IF FS-PARAMETROS NOT EQUAL 00
               DISPLAY "ERRO AO GRAVAR.." FS-PARAMETROS
               CLOSE PARAMETROS
               GO TO 0230-GRAVAR-PARAMETROS-FIM
           END-IF.

           CLOSE PARAMETROS.

           PERFORM 0240-GRAVAR-HISTORICO.

           DISPLAY "PARAMETROS GRAVADOS COM SUCESSO! CAMPOS "
               "ALTERADOS: " WRK-QTD-CAMPOS.

           IF PAR-DIR-DADOS NOT EQUAL WRK-ANT-DIR
               DISPLAY "DIRETORIO DE DADOS ALTERADO - VALE PARA OS "
                   "PROGRAMAS INICIADOS A PARTIR DE AGORA; REINICIE "
                   "O MENU (PRGARQ19)."
           END-IF.

      *    O AMBIENTE EM USO PASSA A VALER JA NESTA EXECUCAO (MENU).
           IF PAR-AMBIENTE EQUAL WRK-AMBIENTE-USO OR
              WRK-AMBIENTE-USO EQUAL SPACES
               MOVE "R" TO WRK-PAR-ACAO
               CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
                   WRK-PAR-ARQUIVO WRK-PAR-EM-USO
               IF WRK-PAR-RESULTADO EQUAL "S"
                   MOVE WRK-PAR-EM-USO (1:1) TO WRK-AMBIENTE-USO
               END-IF
           END-IF.

       0230-GRAVAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-GRAVAR-HISTORICO                     SECTION.

           MOVE ZEROS TO WRK-QTD-CAMPOS.

           IF PAR-DESCRICAO NOT EQUAL WRK-ANT-DESCRICAO
               MOVE "DESCRICAO"        TO WRK-HIS-CAMPO
               MOVE WRK-ANT-DESCRICAO  TO WRK-HIS-ANTERIOR
               MOVE PAR-DESCRICAO      TO WRK-HIS-NOVO
               PERFORM 0245-GRAVAR-LINHA-HIST
           END-IF.

           IF PAR-DIR-DADOS NOT EQUAL WRK-ANT-DIR
               MOVE "DIR-DADOS"        TO WRK-HIS-CAMPO
               MOVE WRK-ANT-DIR        TO WRK-HIS-ANTERIOR
               MOVE PAR-DIR-DADOS      TO WRK-HIS-NOVO
               PERFORM 0245-GRAVAR-LINHA-HIST
           END-IF.

           IF PAR-DIAS-LIMITE NOT EQUAL WRK-ANT-LIMITE
               MOVE "DIAS-LIMITE"      TO WRK-HIS-CAMPO
               MOVE WRK-ANT-LIMITE     TO WRK-HIS-ANTERIOR
               MOVE PAR-DIAS-LIMITE    TO WRK-HIS-NOVO
               PERFORM 0245-GRAVAR-LINHA-HIST
           END-IF.

           IF PAR-DIAS-HORIZONTE NOT EQUAL WRK-ANT-HORIZONTE
               MOVE "DIAS-HORIZONTE"   TO WRK-HIS-CAMPO
               MOVE WRK-ANT-HORIZONTE  TO WRK-HIS-ANTERIOR
               MOVE PAR-DIAS-HORIZONTE TO WRK-HIS-NOVO
               PERFORM 0245-GRAVAR-LINHA-HIST
           END-IF.

           IF PAR-LINHAS-PAGINA NOT EQUAL WRK-ANT-LINHAS
               MOVE "LINHAS-PAGINA"    TO WRK-HIS-CAMPO
               MOVE WRK-ANT-LINHAS     TO WRK-HIS-ANTERIOR
               MOVE PAR-LINHAS-PAGINA  TO WRK-HIS-NOVO
               PERFORM 0245-GRAVAR-LINHA-HIST
           END-IF.

           IF PAR-DIAS-ALERTA-BACKUP NOT EQUAL WRK-ANT-ALERTA-BKP
               MOVE "DIAS-ALERTA-BACKUP"     TO WRK-HIS-CAMPO
               MOVE WRK-ANT-ALERTA-BKP       TO WRK-HIS-ANTERIOR
               MOVE PAR-DIAS-ALERTA-BACKUP   TO WRK-HIS-NOVO
               PERFORM 0245-GRAVAR-LINHA-HIST
           END-IF.

           IF PAR-DIAS-ALERTA-ROTAC NOT EQUAL WRK-ANT-ALERTA-ROT
               MOVE "DIAS-ALERTA-ROTAC"      TO WRK-HIS-CAMPO
               MOVE WRK-ANT-ALERTA-ROT       TO WRK-HIS-ANTERIOR
               MOVE PAR-DIAS-ALERTA-ROTAC    TO WRK-HIS-NOVO
               PERFORM 0245-GRAVAR-LINHA-HIST
           END-IF.

           IF PAR-MESES-DORMENTE NOT EQUAL WRK-ANT-MESES-DORM
               MOVE "MESES-DORMENTE"         TO WRK-HIS-CAMPO
               MOVE WRK-ANT-MESES-DORM       TO WRK-HIS-ANTERIOR
               MOVE PAR-MESES-DORMENTE       TO WRK-HIS-NOVO
               PERFORM 0245-GRAVAR-LINHA-HIST
           END-IF.

       0240-GRAVAR-HISTORICO-FIM. EXIT.


      *-----------------------------------------------------------------
       0245-GRAVAR-LINHA-HIST                    SECTION.

           MOVE SPACES             TO REG-HISTORICO.
           MOVE PAR-DATA-ALTERACAO TO HIS-DATA.
           MOVE PAR-HORA-ALTERACAO TO HIS-HORA.
           MOVE PAR-OPERADOR       TO HIS-OPERADOR.
           MOVE PAR-AMBIENTE       TO HIS-AMBIENTE.
           MOVE WRK-HIS-CAMPO      TO HIS-CAMPO.
           MOVE WRK-HIS-ANTERIOR   TO HIS-VALOR-ANTERIOR.
           MOVE WRK-HIS-NOVO       TO HIS-VALOR-NOVO.
           WRITE REG-HISTORICO.

           IF FS-HISTORICO NOT EQUAL 00
               MOVE FS-HISTORICO   TO WRK-FS-ERRO
               MOVE "PARMHIST.dat" TO WRK-ARQ-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           ADD 1 TO WRK-QTD-CAMPOS.

       0245-GRAVAR-LINHA-HIST-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             DISPLAY WRK-MSG-FIM.
             CLOSE HISTORICO.

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
