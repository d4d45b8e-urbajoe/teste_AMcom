       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bloqvisita.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BLOQVIS ASSIGN TO DISK WID-ARQ-BLOQVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLQ.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-1 =
                                          CODIGO
                                          RAZAO WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *----BLOQUEIO DE VISITA POR CLIENTE (VIDE BLOQVIS.CPY). MOTIVO
      *    JU = DISPUTA JURIDICA, PC = PEDIDO DO CLIENTE, CR = BLOQUEIO
      *    DE CREDITO, OU = OUTROS (DETALHE EM OBS-BLQ). O REGISTRO
      *    LEVANTADO FICA NO ARQUIVO ATE O PROXIMO BLOQUEIO DO CLIENTE.
       FD BLOQVIS.
       01  REGISTRO-BLOQ-VISITA.
           02 COD-CLI-BLQ               PIC  9(007).
           02 MOTIVO-BLQ                PIC  X(002).
              88 BLQ-JURIDICO                 VALUE 'JU'.
              88 BLQ-PEDIDO-CLIENTE           VALUE 'PC'.
              88 BLQ-CREDITO                  VALUE 'CR'.
              88 BLQ-OUTROS                   VALUE 'OU'.
           02 DATA-INICIO-BLQ           PIC  9(008).
           02 DATA-FIM-BLQ              PIC  9(008).
           02 OBS-BLQ                   PIC  X(040).
           02 OPERADOR-BLQ              PIC  X(020).
           02 DATA-HORA-BLQ             PIC  X(014).
           02 SITUACAO-BLQ              PIC  X(001).
              88 BLQ-ATIVO                    VALUE 'A'.
              88 BLQ-LEVANTADO                VALUE 'L'.
           02 DATA-LEVANTA-BLQ          PIC  9(008).

       FD CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CHAVE-CLI.
              03 CODIGO                 PIC  9(007).
              03 CNPJ                   PIC  9(014).
           02 RAZAO                     PIC  X(040).
           02 LATITUDE                  PIC S9(003)v9(008).
           02 LONGITUDE                 PIC S9(003)v9(008).
           02 STATUS-CLI                PIC  X(001).
              88 CLI-ATIVO                    VALUE 'A'.
              88 CLI-INATIVO                  VALUE 'I'.
           02 ENDERECO                  PIC  X(060).
           02 TELEFONE                  PIC  X(015).
           02 EMAIL                     PIC  X(050).
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-BLQ.
           02 FS-BLQ-1                PIC 9.
           02 FS-BLQ-2                PIC 9.
           02 FS-BLQ-R REDEFINES FS-BLQ-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-BLOQVIS         PIC X(50) VALUE
              'BLOQUEIO-VISITA.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'BLOQVISITA.LOG'.

      *----PAINEL COM OS BLOQUEIOS ATIVOS (A PARTIR DO CLIENTE
      *    INFORMADO NA ULTIMA CONSULTA, 12 POR TELA).
       01 WBLQ-PAINEL.
          02 WBLQ-PAINEL-1          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-2          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-3          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-4          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-5          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-6          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-7          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-8          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-9          PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-10         PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-11         PIC X(070) VALUE SPACES.
          02 WBLQ-PAINEL-12         PIC X(070) VALUE SPACES.
       01 WBLQ-PAINEL-R REDEFINES WBLQ-PAINEL.
          02 WBLQ-PAINEL-LIN OCCURS 12 TIMES PIC X(070).
       77 WIDX-PAINEL              PIC 99 VALUE ZEROES.
       01 WBLQ-INICIO-PAINEL       PIC 9(007) VALUE ZEROES.

       01 WBLQ-CODIGO              PIC 9(007) VALUE ZEROES.
       01 WED-RAZAO                PIC X(040) VALUE SPACES.
       01 WED-MOTIVO               PIC X(002) VALUE SPACES.
       01 WED-INICIO               PIC 9(008) VALUE ZEROES.
       01 WED-FIM                  PIC 9(008) VALUE ZEROES.
       01 WED-OBS                  PIC X(040) VALUE SPACES.
       01 WED-LEVANTA              PIC X(001) VALUE 'N'.
       01 WED-OPERADOR             PIC X(020) VALUE SPACES.
       01 WBLQ-EXISTE              PIC X(001) VALUE 'N'.
          88 BLQ-EXISTE                  VALUE 'S'.
       01 WBLQ-SITUACAO            PIC X(030) VALUE SPACES.
       01 WHOJE                    PIC 9(008) VALUE ZEROES.
       01 WDATA-CHECA              PIC 9(008) VALUE ZEROES.
       01 WDATA-VALIDA             PIC X(001) VALUE 'S'.

      *----LEVANTAMENTO AUTOMATICO: BLOQUEIO ATIVO COM PRAZO JA
      *    VENCIDO (DATA-FIM-BLQ ANTES DE HOJE).
       77 WCONT-EXPIRADOS          PIC 9(007) VALUE ZEROES.
       77 WCONT-ATIVOS             PIC 9(007) VALUE ZEROES.

       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.
       01 WAUD-OPERACAO            PIC X(001) VALUE SPACES.
       01 WAUD-DATA-HORA           PIC X(014).
       01 WAUD-USUARIO             PIC X(020).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'bloqvisita'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-BLOQ-LISTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - BLOQUEIO DE VISITA
      -" A CLIENTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 PIC X(070) FROM WBLQ-PAINEL-1.
          02 LINE 6 COL 5 PIC X(070) FROM WBLQ-PAINEL-2.
          02 LINE 7 COL 5 PIC X(070) FROM WBLQ-PAINEL-3.
          02 LINE 8 COL 5 PIC X(070) FROM WBLQ-PAINEL-4.
          02 LINE 9 COL 5 PIC X(070) FROM WBLQ-PAINEL-5.
          02 LINE 10 COL 5 PIC X(070) FROM WBLQ-PAINEL-6.
          02 LINE 11 COL 5 PIC X(070) FROM WBLQ-PAINEL-7.
          02 LINE 12 COL 5 PIC X(070) FROM WBLQ-PAINEL-8.
          02 LINE 13 COL 5 PIC X(070) FROM WBLQ-PAINEL-9.
          02 LINE 14 COL 5 PIC X(070) FROM WBLQ-PAINEL-10.
          02 LINE 15 COL 5 PIC X(070) FROM WBLQ-PAINEL-11.
          02 LINE 16 COL 5 PIC X(070) FROM WBLQ-PAINEL-12.
          02 LINE 18 COL 5 VALUE
             "CLIENTE SEM BLOQUEIO ATIVO INCLUI; COM BLOQUEIO ALTERA.".
          02 LINE 20 COL 5 VALUE
             "CODIGO DO CLIENTE (ZERO SAI)...:".
          02 SCR-BLQ-CODIGO LINE 20 COL 38 PIC 9(007)
                 USING WBLQ-CODIGO AUTO.

       01 TELA-BLOQ-DET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - BLOQUEIO DE VISITA
      -" A CLIENTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "CLIENTE.................:".
          02 LINE 5 COL 31 PIC 9(007) FROM WBLQ-CODIGO.
          02 LINE 5 COL 40 PIC X(030) FROM WBLQ-SITUACAO.
          02 LINE 6 COL 31 PIC X(040) FROM WED-RAZAO.
          02 LINE 8 COL 5 VALUE "MOTIVO..................:".
          02 SCR-ED-MOTIVO LINE 8 COL 31 PIC X(002)
                 USING WED-MOTIVO AUTO.
          02 LINE 9 COL 31 VALUE
             "JU=JURIDICO PC=PEDIDO DO CLIENTE CR=CREDITO OU=OUTROS".
          02 LINE 11 COL 5 VALUE "INICIO (AAAAMMDD).......:".
          02 SCR-ED-INICIO LINE 11 COL 31 PIC 9(008)
                 USING WED-INICIO AUTO.
          02 LINE 11 COL 41 VALUE "(ZERO = HOJE)".
          02 LINE 12 COL 5 VALUE "FIM (AAAAMMDD)..........:".
          02 SCR-ED-FIM LINE 12 COL 31 PIC 9(008)
                 USING WED-FIM AUTO.
          02 LINE 12 COL 41 VALUE "(ZERO = SEM PRAZO)".
          02 LINE 14 COL 5 VALUE "OBSERVACAO..............:".
          02 SCR-ED-OBS LINE 14 COL 31 PIC X(040)
                 USING WED-OBS AUTO.
          02 LINE 16 COL 5 VALUE "BLOQUEADO POR...........:".
          02 LINE 16 COL 31 PIC X(020) FROM WED-OPERADOR.
          02 LINE 18 COL 5 VALUE "LEVANTAR O BLOQUEIO.....:".
          02 SCR-ED-LEVANTA LINE 18 COL 31 PIC X(001)
                 USING WED-LEVANTA AUTO.
          02 LINE 18 COL 36 VALUE "(S/N - SO NA ALTERACAO)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----BLOQUEIO DE VISITA A CLIENTE. NO MODO BATCH (CADEIA
      *    NOTURNA) SO LEVANTA OS BLOQUEIOS VENCIDOS; NA TELA FAZ O
      *    MESMO LEVANTAMENTO AO ENTRAR E DEPOIS MANTEM OS BLOQUEIOS.
       ABERTURA.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-BLOQVIS
              STRING 'BLOQUEIO-VISITA-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-BLOQVIS
           END-IF
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WHOJE
           OPEN I-O BLOQVIS.
           IF FS-BLQ = '35'
              OPEN OUTPUT BLOQVIS
              CLOSE BLOQVIS
              OPEN I-O BLOQVIS
           END-IF
           IF FS-BLQ NOT = '00'
              MOVE FS-BLQ TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-BLOQVIS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ BLOQUEIOS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-BLQ TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-LEVANTA-EXPIRADOS THRU R-LEVANTA-EXPIRADOS-1-EXIT
           IF MODO-BATCH
              CLOSE BLOQVIS
              PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
              MOVE SPACES TO WTXT
              STRING 'BLOQUEIOS LEVANTADOS POR PRAZO: ' WCONT-EXPIRADOS
                  DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE BLOQVIS
              GO TO ABERTURA-EXIT
           END-IF
           IF WCONT-EXPIRADOS > ZEROES
              MOVE SPACES TO WTXT
              STRING WCONT-EXPIRADOS ' BLOQUEIO(S) VENCIDO(S) LEVANTADO'
                  '(S)' DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF
           MOVE ZEROES TO WBLQ-INICIO-PAINEL
           PERFORM UNTIL WSAIDA = 1
              PERFORM R-MONTA-PAINEL
              MOVE ZEROES TO WBLQ-CODIGO
              DISPLAY TELA-BLOQ-LISTA
              ACCEPT TELA-BLOQ-LISTA
              IF ESC OR WBLQ-CODIGO = ZEROES
                 MOVE 1 TO WSAIDA
              ELSE
                 PERFORM S-MANTEM-BLOQUEIO
                       THRU R-MANTEM-BLOQUEIO-1-EXIT
                 MOVE WBLQ-CODIGO TO WBLQ-INICIO-PAINEL
              END-IF
           END-PERFORM
           CLOSE BLOQVIS CLIENTES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----TODO BLOQUEIO ATIVO COM PRAZO ANTERIOR A HOJE E LEVANTADO
      *    E O LEVANTAMENTO VAI PARA A AUDITORIA.
       S-LEVANTA-EXPIRADOS SECTION.
       R-LEVANTA-EXPIRADOS-1.
           MOVE ZEROES TO WCONT-EXPIRADOS WCONT-ATIVOS
           MOVE ZEROES TO COD-CLI-BLQ
           START BLOQVIS KEY IS NOT LESS THAN COD-CLI-BLQ
           IF FS-BLQ NOT = '00'
              GO TO R-LEVANTA-EXPIRADOS-1-EXIT
           END-IF
           PERFORM UNTIL FS-BLQ NOT = '00'
              READ BLOQVIS NEXT
              IF FS-BLQ = '00' AND BLQ-ATIVO
                 IF DATA-FIM-BLQ NOT = ZEROES AND
                    DATA-FIM-BLQ < WHOJE
                    PERFORM R-LEVANTA-UM THRU R-LEVANTA-UM-FIM
                 ELSE
                    ADD 1 TO WCONT-ATIVOS
                 END-IF
              END-IF
           END-PERFORM.
       R-LEVANTA-EXPIRADOS-1-EXIT.
           EXIT.

       R-LEVANTA-UM.
           MOVE COD-CLI-BLQ TO WBLQ-CODIGO
           MOVE SPACES TO WAUD-ANTES
           STRING 'ATIVO ' MOTIVO-BLQ ' ' DATA-INICIO-BLQ ' A '
               DATA-FIM-BLQ ' POR ' FUNCTION TRIM(OPERADOR-BLQ)
               DELIMITED BY SIZE INTO WAUD-ANTES
           MOVE 'L' TO SITUACAO-BLQ
           MOVE WHOJE TO DATA-LEVANTA-BLQ
           REWRITE REGISTRO-BLOQ-VISITA
           IF FS-BLQ NOT = '00'
              MOVE '00' TO FS-BLQ
              GO TO R-LEVANTA-UM-FIM
           END-IF
           ADD 1 TO WCONT-EXPIRADOS
           MOVE 'L' TO WAUD-OPERACAO
           MOVE SPACES TO WAUD-DEPOIS
           STRING 'LEVANTADO POR PRAZO VENCIDO EM ' WHOJE
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA-BLOQUEIO THRU R-AUDITA-BLOQUEIO-FIM.
       R-LEVANTA-UM-FIM.
           EXIT.

      *----LISTA ATE 12 BLOQUEIOS ATIVOS A PARTIR DO ULTIMO CLIENTE
      *    MANTIDO; NO FIM DO ARQUIVO VOLTA PARA O INICIO.
       R-MONTA-PAINEL.
           MOVE SPACES TO WBLQ-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WBLQ-INICIO-PAINEL TO COD-CLI-BLQ
           START BLOQVIS KEY IS NOT LESS THAN COD-CLI-BLQ
           PERFORM UNTIL FS-BLQ NOT = '00' OR WIDX-PAINEL = 12
              READ BLOQVIS NEXT
              IF FS-BLQ = '00' AND BLQ-ATIVO
                 ADD 1 TO WIDX-PAINEL
                 MOVE COD-CLI-BLQ TO CODIGO
                 READ CLIENTES KEY IS CODIGO
                 IF FS-CLI NOT = '00'
                    MOVE SPACES TO RAZAO
                 END-IF
                 IF DATA-FIM-BLQ = ZEROES
                    STRING '[' COD-CLI-BLQ '] ' RAZAO(1:30) ' '
                        MOTIVO-BLQ ' DESDE ' DATA-INICIO-BLQ
                        ' SEM PRAZO'
                        DELIMITED BY SIZE
                        INTO WBLQ-PAINEL-LIN(WIDX-PAINEL)
                 ELSE
                    STRING '[' COD-CLI-BLQ '] ' RAZAO(1:30) ' '
                        MOTIVO-BLQ ' DESDE ' DATA-INICIO-BLQ
                        ' ATE ' DATA-FIM-BLQ
                        DELIMITED BY SIZE
                        INTO WBLQ-PAINEL-LIN(WIDX-PAINEL)
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL < 12
              MOVE ZEROES TO WBLQ-INICIO-PAINEL
           END-IF
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUM BLOQUEIO ATIVO)' TO WBLQ-PAINEL-1
           END-IF.

      *----INCLUSAO, ALTERACAO E LEVANTAMENTO MANUAL. NAO HA EXCLUSAO:
      *    O BLOQUEIO LEVANTADO FICA REGISTRADO E UM NOVO BLOQUEIO DO
      *    CLIENTE O SUBSTITUI.
       S-MANTEM-BLOQUEIO SECTION.
       R-MANTEM-BLOQUEIO-1.
           MOVE WBLQ-CODIGO TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-BLOQUEIO-1-EXIT
           END-IF
           MOVE RAZAO TO WED-RAZAO
           MOVE 'N' TO WED-LEVANTA
           MOVE WBLQ-CODIGO TO COD-CLI-BLQ
           READ BLOQVIS
           IF FS-BLQ = '00' AND BLQ-ATIVO
              MOVE 'S' TO WBLQ-EXISTE
              MOVE '(ALTERACAO)' TO WBLQ-SITUACAO
              MOVE MOTIVO-BLQ TO WED-MOTIVO
              MOVE DATA-INICIO-BLQ TO WED-INICIO
              MOVE DATA-FIM-BLQ TO WED-FIM
              MOVE OBS-BLQ TO WED-OBS
              MOVE OPERADOR-BLQ TO WED-OPERADOR
              MOVE SPACES TO WAUD-ANTES
              STRING 'ATIVO ' MOTIVO-BLQ ' ' DATA-INICIO-BLQ ' A '
                  DATA-FIM-BLQ ' ' FUNCTION TRIM(OBS-BLQ)
                  DELIMITED BY SIZE INTO WAUD-ANTES
           ELSE
              MOVE 'N' TO WBLQ-EXISTE
              MOVE '(INCLUSAO)' TO WBLQ-SITUACAO
              IF FS-BLQ = '00'
                 MOVE SPACES TO WBLQ-SITUACAO
                 STRING '(INCLUSAO - ULTIMO LEVANTADO '
                     DATA-LEVANTA-BLQ(7:2) '/' DATA-LEVANTA-BLQ(5:2)
                     ')' DELIMITED BY SIZE INTO WBLQ-SITUACAO
              END-IF
              MOVE SPACES TO WED-MOTIVO WED-OBS WED-OPERADOR
                             WAUD-ANTES
              MOVE ZEROES TO WED-INICIO WED-FIM
           END-IF
           DISPLAY TELA-BLOQ-DET
           ACCEPT TELA-BLOQ-DET
           IF ESC
              GO TO R-MANTEM-BLOQUEIO-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WED-LEVANTA) TO WED-LEVANTA
           IF BLQ-EXISTE AND WED-LEVANTA = 'S'
              PERFORM R-LEVANTA-MANUAL THRU R-LEVANTA-MANUAL-FIM
              GO TO R-MANTEM-BLOQUEIO-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WED-MOTIVO) TO WED-MOTIVO
           IF WED-MOTIVO NOT = 'JU' AND WED-MOTIVO NOT = 'PC' AND
              WED-MOTIVO NOT = 'CR' AND WED-MOTIVO NOT = 'OU'
              MOVE 'MOTIVO DEVE SER JU, PC, CR OU OU ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-BLOQUEIO-1-EXIT
           END-IF
           IF WED-MOTIVO = 'OU' AND WED-OBS = SPACES
              MOVE 'MOTIVO OU EXIGE OBSERVACAO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-BLOQUEIO-1-EXIT
           END-IF
           IF WED-INICIO = ZEROES
              MOVE WHOJE TO WED-INICIO
           END-IF
           MOVE WED-INICIO TO WDATA-CHECA
           PERFORM R-VALIDA-DATA
           IF WDATA-VALIDA = 'N'
              MOVE 'DATA DE INICIO INVALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-BLOQUEIO-1-EXIT
           END-IF
           IF WED-FIM NOT = ZEROES
              MOVE WED-FIM TO WDATA-CHECA
              PERFORM R-VALIDA-DATA
              IF WDATA-VALIDA = 'N' OR WED-FIM < WED-INICIO
                 MOVE 'DATA DE FIM INVALIDA OU ANTES DO INICIO '
                   TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-MANTEM-BLOQUEIO-1-EXIT
              END-IF
              IF WED-FIM < WHOJE
                 MOVE 'DATA DE FIM JA PASSOU ' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-MANTEM-BLOQUEIO-1-EXIT
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-MANTEM-BLOQUEIO-1-EXIT
           END-IF
           MOVE WBLQ-CODIGO TO COD-CLI-BLQ
           MOVE WED-MOTIVO TO MOTIVO-BLQ
           MOVE WED-INICIO TO DATA-INICIO-BLQ
           MOVE WED-FIM TO DATA-FIM-BLQ
           MOVE WED-OBS TO OBS-BLQ
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO OPERADOR-BLQ
           ELSE
              ACCEPT OPERADOR-BLQ FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-BLQ
           MOVE 'A' TO SITUACAO-BLQ
           MOVE ZEROES TO DATA-LEVANTA-BLQ
           IF BLQ-EXISTE
              MOVE 'A' TO WAUD-OPERACAO
              REWRITE REGISTRO-BLOQ-VISITA
           ELSE
              MOVE 'I' TO WAUD-OPERACAO
              WRITE REGISTRO-BLOQ-VISITA
              IF FS-BLQ = '22'
                 REWRITE REGISTRO-BLOQ-VISITA
              END-IF
           END-IF
           IF FS-BLQ NOT = '00'
              MOVE FS-BLQ TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-BLOQVIS TO WERR-ARQUIVO
              MOVE COD-CLI-BLQ TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-BLQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-BLOQUEIO-1-EXIT
           END-IF
           MOVE SPACES TO WAUD-DEPOIS
           STRING 'ATIVO ' MOTIVO-BLQ ' ' DATA-INICIO-BLQ ' A '
               DATA-FIM-BLQ ' ' FUNCTION TRIM(OBS-BLQ)
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA-BLOQUEIO THRU R-AUDITA-BLOQUEIO-FIM.
       R-MANTEM-BLOQUEIO-1-EXIT.
           EXIT.

       R-LEVANTA-MANUAL.
           MOVE 'CONFIRMA O LEVANTAMENTO ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-LEVANTA-MANUAL-FIM
           END-IF
           MOVE 'L' TO SITUACAO-BLQ
           MOVE WHOJE TO DATA-LEVANTA-BLQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-BLQ
           REWRITE REGISTRO-BLOQ-VISITA
           IF FS-BLQ NOT = '00'
              MOVE 'ERRO NO LEVANTAMENTO ST ' TO WTXT
              MOVE FS-BLQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-LEVANTA-MANUAL-FIM
           END-IF
           MOVE 'L' TO WAUD-OPERACAO
           MOVE SPACES TO WAUD-DEPOIS
           STRING 'LEVANTADO PELO OPERADOR EM ' WHOJE
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA-BLOQUEIO THRU R-AUDITA-BLOQUEIO-FIM.
       R-LEVANTA-MANUAL-FIM.
           EXIT.

       R-AUDITA-BLOQUEIO.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-BLOQUEIO-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'BLOQUEIO-VISITA' ',' WAUD-OPERACAO ','
               WBLQ-CODIGO ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-BLOQUEIO-FIM.
           EXIT.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

      *----DATA VALIDA: AAAAMMDD QUE VOLTA IGUAL DEPOIS DE CONVERTIDA
      *    PARA DIA CORRIDO E DE VOLTA.
       R-VALIDA-DATA.
           MOVE 'S' TO WDATA-VALIDA
           IF WDATA-CHECA < 16010101
              MOVE 'N' TO WDATA-VALIDA
           ELSE
              IF FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WDATA-CHECA))
                 NOT = WDATA-CHECA
                 MOVE 'N' TO WDATA-VALIDA
              END-IF
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,DATA=' WHOJE
                     ',LEVANTADOS=' WCONT-EXPIRADOS
                     ',ATIVOS=' WCONT-ATIVOS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
