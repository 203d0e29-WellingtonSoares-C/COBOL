      *==                ARQVPRM.dat, ABORTANDO COM RETURN-CODE 12 SE
      *==                O PARAMETRO FALTA OU E INVALIDO (ZERO), PARA
      *==                NUNCA ARQUIVAR A BASE INTEIRA POR LIMITE VAZIO.
      *==              - 15/10/2026 - O OPERADOR DEIXA DE SER DIGITADO:
      *==                NAS OPCOES COM OPERADOR O ID VEM DA SESSAO
      *==                (PRGSESSAO/OPERADOR.dat), QUE PEDE A
      *==                IDENTIFICACAO SE AINDA NAO HOUVER SESSAO E
      *==                RECUSA O PROGRAMA SE O PERFIL NAO O ALCANCA; NO
      *==                ARQUIVAMENTO SEM OPERADOR USA O ID DA SESSAO
      *==                ABERTA, SE HOUVER, OU "SISTEMA". O ID VAI PARA
      *==                A TRAVA E PARA O DIARIO (NOVO CAMPO
      *==                WRK-JRN-OPERADOR NO FIM DA LINHA DE JRNL.dat).
      *==              - 15/10/2026 - O LIMITE DE DIAS DO ARQUIVAMENTO E
      *==                O HORIZONTE DA PREVIA DEIXAM DE SER DIGITADOS E
      *==                O ARQVPRM.dat E DESATIVADO: OS DOIS VALORES VEM
      *==                DOS PARAMETROS DO SISTEMA (PARAMETRO.dat,
      *==                MANTIDO PELO PRGARQ38) DO AMBIENTE EM USO,
      *==                LIDOS NO INICIO PELO PRGPARAM, QUE TAMBEM MONTA
      *==                O CAMINHO DE CADA ARQUIVO NO DIRETORIO DE
      *==                DADOS. LIMITE ZERO CONTINUA ABORTANDO COM
      *==                RETURN-CODE 12, EM QUALQUER MODO.
      *==              - 15/10/2026 - SEM LIMITE DE DIAS EM
      *==                PARAMETRO.dat O PRGPARAM ASSUME O DO ANTIGO
      *==                ARQVPRM.dat, SE HOUVER; O ABORTO COM
      *==                RETURN-CODE 12 FICA SO PARA QUANDO NENHUM DOS
      *==                DOIS TEM O VALOR.
      *=================================================================
       ENVIRONMENT                               DIVISION.


       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DYNAMIC
               WRK-CAM-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT CLI-ARQUIVO ASSIGN TO DYNAMIC
               WRK-CAM-CLIARQV
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ARV-ID
             FILE STATUS IS FS-CLI-ARQUIVO.

           SELECT RELAT-ARQV ASSIGN TO DYNAMIC
               WRK-CAM-ARQVREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-ARQV.

           SELECT PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.

           SELECT PROTEGIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PROTEGE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PROTEGIDOS.

           SELECT RELAT-PREVIA ASSIGN TO DYNAMIC
               WRK-CAM-PREVREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-PREVIA.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FD RELAT-PREVIA.
       01  REG-RELAT-PREVIA      PIC X(80).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES           PIC 9(02).
       77  FS-CLI-ARQUIVO        PIC 9(02).
       77  FS-JORNAL             PIC 9(02).
       77  FS-PROTEGIDOS         PIC 9(02).
       77  FS-RELAT-PREVIA       PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIARQV       PIC X(100) VALUE SPACES.
       77  WRK-CAM-ARQVREL       PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-PROTEGE       PIC X(100) VALUE SPACES.
       77  WRK-CAM-PREVREL       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-SEM-OPERADOR      PIC X(01) VALUE "N".

       77  WRK-TRV-DETENTOR      PIC X(50) VALUE SPACES.
       77  WRK-TRAVA-MINHA       PIC X(01) VALUE "N".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ20".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       77  WRK-TEM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-PED-ABERTO        PIC X(01) VALUE "N".
       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
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
           EVALUATE TRUE
               WHEN WRK-OPCAO-RESTAURAR
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

           MOVE "CLIARQV.dat" TO WRK-CAM-CLIARQV.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIARQV REG-PARAMETROS.

           MOVE "ARQVREL.dat" TO WRK-CAM-ARQVREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ARQVREL REG-PARAMETROS.

           MOVE "PEDIDOS.dat" TO WRK-CAM-PEDIDOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDIDOS REG-PARAMETROS.

           MOVE "JRNL.dat" TO WRK-CAM-JRNL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNL REG-PARAMETROS.

           MOVE "PROTEGE.dat" TO WRK-CAM-PROTEGE.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PROTEGE REG-PARAMETROS.

           MOVE "PREVREL.dat" TO WRK-CAM-PREVREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PREVREL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           DISPLAY "(A)RQUIVAR INATIVOS, (P)REVIA DO ARQUIVAMENTO "
               "OU (R)ESTAURAR UM ID (BRANCO = ARQUIVAMENTO SEM "
               "OPERADOR, LIMITE DOS PARAMETROS DO SISTEMA)?"
               ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL SPACES
               MOVE "S" TO WRK-SEM-OPERADOR
               MOVE "A" TO WRK-OPCAO
               MOVE "SISTEMA" TO WRK-TRV-OPERADOR
               MOVE "C" TO WRK-SES-ACAO
               CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
                   WRK-SES-OPERADOR WRK-SES-RESULTADO
               IF WRK-SES-RESULTADO EQUAL "S"
                   MOVE WRK-SES-OPERADOR TO WRK-TRV-OPERADOR
               END-IF
               DISPLAY "SEM ENTRADA DO OPERADOR - ARQUIVAMENTO COM O "
                   "LIMITE DOS PARAMETROS DO SISTEMA."
           ELSE
               IF NOT WRK-OPCAO-RESTAURAR AND NOT WRK-OPCAO-PREVIA
                   MOVE "A" TO WRK-OPCAO
               END-IF
               MOVE "V" TO WRK-SES-ACAO
               CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
                   WRK-SES-OPERADOR WRK-SES-RESULTADO
               IF WRK-SES-RESULTADO NOT EQUAL "S"
                   DISPLAY "PROGRAMA NAO AUTORIZADO PARA O OPERADOR."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WRK-SES-OPERADOR TO WRK-TRV-OPERADOR
           END-IF.

           PERFORM 0150-RECLAMAR-TRAVA.
      *-----------------------------------------------------------------
       0200-ARQUIVAR                             SECTION.

           PERFORM 0205-LER-PARAMETRO.

           OPEN OUTPUT RELAT-ARQV.
             IF FS-RELAT-ARQV NOT EQUAL 00
      *-----------------------------------------------------------------
       0205-LER-PARAMETRO                        SECTION.

           IF PAR-DIAS-LIMITE NOT NUMERIC OR
              PAR-DIAS-LIMITE EQUAL ZEROS
               DISPLAY "LIMITE DE DIAS DO ARQUIVAMENTO NAO INFORMADO "
                   "NOS PARAMETROS DO SISTEMA NEM EM ARQVPRM.dat - "
                   "PROCESSO ABORTADO."
               DISPLAY "CADASTRE O LIMITE PELO PRGARQ38 (AMBIENTE "
                   PAR-AMBIENTE ")."
               PERFORM 0160-LIBERAR-TRAVA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE PAR-DIAS-LIMITE TO WRK-DIAS-LIMITE.
           DISPLAY "LIMITE DE DIAS (PARAMETROS DO SISTEMA): "
               WRK-DIAS-LIMITE.

       0205-LER-PARAMETRO-FIM. EXIT.
      *-----------------------------------------------------------------
       0260-PREVIA                               SECTION.

           PERFORM 0205-LER-PARAMETRO.

           MOVE PAR-DIAS-HORIZONTE TO WRK-DIAS-HORIZONTE.
           DISPLAY "HORIZONTE DA PREVIA (PARAMETROS DO SISTEMA): "
               WRK-DIAS-HORIZONTE " DIAS.".

           OPEN OUTPUT RELAT-PREVIA.
             IF FS-RELAT-PREVIA NOT EQUAL 00

           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE WRK-TIMESTAMP   TO WRK-JRN-TIMESTAMP.
           MOVE WRK-TRV-OPERADOR TO WRK-JRN-OPERADOR.
           MOVE WRK-LINHA-JORNAL TO REG-JORNAL.
           WRITE REG-JORNAL.
             IF FS-JORNAL NOT EQUAL 00
