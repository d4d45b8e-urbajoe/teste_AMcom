       IDENTIFICATION DIVISION.
       PROGRAM-ID.  retornoenvio.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       SELECT RETORNO ASSIGN TO DISK WID-ARQ-RETORNO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RET.

       SELECT OTBSTATUS ASSIGN TO DISK WID-ARQ-OTBSTATUS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS ID-OTS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-OTS.

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
       FD  OUTBOX.
       01  REG-OUTBOX.
           02 OTB-DATA-HORA        PIC X(014).
           02 OTB-SEP1             PIC X(001).
           02 OTB-TIPO             PIC X(020).
           02 OTB-SEP2             PIC X(001).
           02 OTB-SEVERIDADE       PIC X(001).
           02 OTB-SEP3             PIC X(001).
           02 OTB-DESTINO          PIC X(015).
           02 OTB-SEP4             PIC X(001).
           02 OTB-ENTREGUE         PIC X(001).
              88 OTB-ENVIADA            VALUE 'S'.
           02 OTB-SEP5             PIC X(001).
           02 OTB-MENSAGEM         PIC X(080).

      *----ARQUIVO DE RETORNO DO SCRIPT DE ENVIO, UMA LINHA POR
      *    MENSAGEM TRATADA:
      *      ID,SITUACAO,AAAAMMDDHHMMSS,MOTIVO
      *    ID = NUMERO DA LINHA DA MENSAGEM EM OUTBOX.DAT (1 = PRIMEIRA)
      *    SITUACAO = ENVIADO, DEVOLVIDO OU REJEITADO.
       FD  RETORNO.
       01  RETORNO-REC.
           05  RETORNO-DATA-01     PIC X(00200).

      *----SITUACAO DE ENTREGA DE CADA MENSAGEM DA CAIXA DE SAIDA
      *    (CHAVE = NUMERO DA LINHA EM OUTBOX.DAT), COM OS DADOS DA
      *    MENSAGEM E O ULTIMO RETORNO RECEBIDO. DEVOLUCAO FICA
      *    PENDENTE ATE O ENDERECO SER CORRIGIDO (RESOLVIDO-OTS).
       FD OTBSTATUS.
       01  REGISTRO-OTB-STATUS.
           02 ID-OTS                    PIC  9(009).
           02 DATA-HORA-MSG-OTS         PIC  X(014).
           02 TIPO-OTS                  PIC  X(020).
           02 SEVERIDADE-OTS            PIC  X(001).
           02 DESTINO-OTS               PIC  X(015).
           02 SITUACAO-OTS              PIC  X(001).
              88 OTS-ENVIADO                  VALUE 'E'.
              88 OTS-DEVOLVIDO                VALUE 'D'.
              88 OTS-REJEITADO                VALUE 'R'.
           02 DATA-HORA-RET-OTS         PIC  X(014).
           02 MOTIVO-OTS                PIC  X(060).
           02 RESOLVIDO-OTS             PIC  X(001).
              88 OTS-RESOLVIDO                VALUE 'S'.
           02 DATA-HORA-CARGA-OTS       PIC  X(014).
           02 OPERADOR-RES-OTS          PIC  X(020).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.
       01 FS-RET.
           02 FS-RET-1                PIC 9.
           02 FS-RET-2                PIC 9.
           02 FS-RET-R REDEFINES FS-RET-2 PIC 99 COMP-X.
       01 FS-OTS.
           02 FS-OTS-1                PIC 9.
           02 FS-OTS-2                PIC 9.
           02 FS-OTS-R REDEFINES FS-OTS-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WID-ARQ-RETORNO         PIC X(50) VALUE 'OUTBOX-RETORNO.DAT'.
       01 WID-ARQ-OTBSTATUS       PIC X(50) VALUE 'OUTBOX-STATUS.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'RETORNOENVIO.LOG'.

      *----LINHA DO RETORNO DESMONTADA. O MOTIVO E O RESTO DA LINHA
      *    (PODE TER VIRGULA).
       01 WRET-ID                 PIC X(012) VALUE SPACES.
       01 WRET-SITUACAO           PIC X(012) VALUE SPACES.
       01 WRET-DATA-HORA          PIC X(014) VALUE SPACES.
       01 WRET-MOTIVO             PIC X(060) VALUE SPACES.
       77 WRET-PTR                PIC 9(003) VALUE ZEROES.
       01 WRET-NUM                PIC 9(009) VALUE ZEROES.
       01 WRET-COD-SIT            PIC X(001) VALUE SPACE.
       01 WRET-ERRO               PIC X(040) VALUE SPACES.
       01 WRET-FIM                PIC X(001) VALUE 'N'.
          88 RET-FIM                   VALUE 'S'.
       01 WRET-OPERADOR           PIC X(020) VALUE SPACES.
       01 WRET-AGORA              PIC X(014) VALUE SPACES.

       01 WQTD-OTB                PIC 9(009) VALUE ZEROES.
       01 WNUM-LINHA-OTB          PIC 9(009) VALUE ZEROES.
       01 WNUM-LINHA-RET          PIC 9(007) VALUE ZEROES.

       77 WCONT-LIDOS             PIC 9(007) VALUE ZEROES.
       77 WCONT-CARREGADOS        PIC 9(007) VALUE ZEROES.
       77 WCONT-REPETIDOS         PIC 9(007) VALUE ZEROES.
       77 WCONT-REJEITADOS        PIC 9(007) VALUE ZEROES.
       77 WCONT-DEVOLVIDOS        PIC 9(007) VALUE ZEROES.
       77 WCONT-RECUSADOS         PIC 9(007) VALUE ZEROES.

      *----DEVOLUCOES DE E-MAIL A VENDEDOR AINDA NAO RESOLVIDAS.
       01 WTAB-DEV.
          02 WLIN-DEV OCCURS 10 TIMES PIC X(078).
       01 WTIT-DEV                PIC X(060) VALUE SPACES.
       77 WQTD-DEV                PIC 9(005) VALUE ZEROES.
       77 WCONT-RESOLVIDOS        PIC 9(005) VALUE ZEROES.
       01 WVEN-RESOLVE            PIC 9(003) VALUE ZEROES.
       01 WDEV-DESTINO            PIC X(015) VALUE SPACES.

       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.
       01 WAUD-OPERACAO            PIC X(001) VALUE SPACES.
       01 WAUD-DATA-HORA           PIC X(014).

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'retornoenvio'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-RET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - RETORNO DO ENVIO DE
      -" ALERTAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 10 VALUE "[1] CARREGAR ARQUIVO DE RETORNO".
          02 LINE 7 COL 10 VALUE "[2] E-MAILS DEVOLVIDOS DE VENDEDOR".
          02 LINE 8 COL 10 VALUE "[9] SAIR".
          02 LINE 10 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 10 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-DEVOLVIDOS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - E-MAILS DEVOLVIDOS D
      -"E VENDEDOR".
          02 LINE 3 COL 1 PIC X(060) FROM WTIT-DEV.
          02 LINE 4 COL 1 VALUE
             "ID MENSAGEM DATA     DESTINO         MOTIVO".
          02 LINE 5 COL 1 PIC X(078) FROM WLIN-DEV(1).
          02 LINE 6 COL 1 PIC X(078) FROM WLIN-DEV(2).
          02 LINE 7 COL 1 PIC X(078) FROM WLIN-DEV(3).
          02 LINE 8 COL 1 PIC X(078) FROM WLIN-DEV(4).
          02 LINE 9 COL 1 PIC X(078) FROM WLIN-DEV(5).
          02 LINE 10 COL 1 PIC X(078) FROM WLIN-DEV(6).
          02 LINE 11 COL 1 PIC X(078) FROM WLIN-DEV(7).
          02 LINE 12 COL 1 PIC X(078) FROM WLIN-DEV(8).
          02 LINE 13 COL 1 PIC X(078) FROM WLIN-DEV(9).
          02 LINE 14 COL 1 PIC X(078) FROM WLIN-DEV(10).
          02 LINE 16 COL 1 VALUE
             "VENDEDOR COM ENDERECO CORRIGIDO NO ENVIO (0=VOLTA):".
          02 SCR-VEN-DEV LINE 16 COL 53 PIC 9(003)
                 USING WVEN-RESOLVE AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----CARGA DO RETORNO DO SCRIPT EXTERNO DE ENVIO CONTRA A CAIXA
      *    DE SAIDA: CADA LINHA DO RETORNO ATUALIZA A SITUACAO DE
      *    ENTREGA DA MENSAGEM EM OUTBOX-STATUS.DAT. RECARREGAR O MESMO
      *    RETORNO NAO MUDA NADA. AS DEVOLUCOES DE E-MAIL A VENDEDOR
      *    APARECEM NAS PENDENCIAS DO OPERADOR ATE O ENDERECO SER
      *    CORRIGIDO NO CADASTRO DO SCRIPT DE ENVIO E MARCADO AQUI; OS
      *    ALERTAS CRITICOS NAO ENTREGUES VAO PARA O CONSOLE.
      *    EM MODO BATCH SO FAZ A CARGA.
       ABERTURA.
           INITIALIZE WSAIDA
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WRET-OPERADOR
           ELSE
              ACCEPT WRET-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           IF MODO-BATCH
              PERFORM S-CARREGA-RETORNO THRU R-CARREGA-RETORNO-1-EXIT
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM ACCEPTA-OPCAO.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO = 9
                DISPLAY TELA-OPCAO-RET
                ACCEPT TELA-OPCAO-RET
                EVALUATE WOPCAO
                  WHEN 1
                    PERFORM S-CARREGA-RETORNO
                          THRU R-CARREGA-RETORNO-1-EXIT
                  WHEN 2
                    PERFORM S-DEVOLVIDOS THRU R-DEVOLVIDOS-1-EXIT
                  WHEN 9
                    CONTINUE
                END-EVALUATE
           END-PERFORM.

       R-MSG-RET.
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

      *----CARGA DO RETORNO. O ID TEM DE SER UMA LINHA EXISTENTE DA
      *    CAIXA DE SAIDA E A SITUACAO UMA DAS TRES CONHECIDAS; LINHA
      *    INVALIDA E CONTADA COMO REJEITADA E VAI PARA O LOG COMO
      *    AVISO. RETORNO MAIS ANTIGO QUE O JA GRAVADO E IGNORADO.
       S-CARREGA-RETORNO SECTION.
       R-CARREGA-RETORNO-1.
           MOVE ZEROES TO WCONT-LIDOS WCONT-CARREGADOS WCONT-REPETIDOS
                          WCONT-REJEITADOS WCONT-DEVOLVIDOS
                          WCONT-RECUSADOS WNUM-LINHA-RET
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRET-AGORA
           PERFORM R-CONTA-OUTBOX
           OPEN INPUT RETORNO.
           IF FS-RET NOT = '00'
              MOVE 'ARQUIVO DE RETORNO NAO ENCONTRADO ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-RET
              GO TO R-CARREGA-RETORNO-1-EXIT
           END-IF
           OPEN I-O OTBSTATUS
           IF FS-OTS = '35'
              OPEN OUTPUT OTBSTATUS
              IF FS-OTS = '00'
                 CLOSE OTBSTATUS
                 OPEN I-O OTBSTATUS
              END-IF
           END-IF
           IF FS-OTS NOT = '00'
              MOVE FS-OTS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-OTBSTATUS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT OUTBOX-STATUS ' WFS-DESC-TRADUZIDA
                  DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-RET
              CLOSE RETORNO
              GO TO R-CARREGA-RETORNO-1-EXIT
           END-IF
           MOVE 'N' TO WRET-FIM
           PERFORM UNTIL RET-FIM
              READ RETORNO
                 AT END
                    MOVE 'S' TO WRET-FIM
                 NOT AT END
                    ADD 1 TO WNUM-LINHA-RET
                    PERFORM R-TRATA-RETORNO THRU R-TRATA-RETORNO-FIM
              END-READ
           END-PERFORM
           CLOSE RETORNO
           IF WCONT-CARREGADOS > ZEROES
              PERFORM R-COMPLETA-STATUS
           END-IF
           CLOSE OTBSTATUS
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'LIDOS ' WCONT-LIDOS ' CARREG ' WCONT-CARREGADOS
                  ' REJEIT ' WCONT-REJEITADOS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MSG-RET.
       R-CARREGA-RETORNO-1-EXIT.
           EXIT.

       R-CONTA-OUTBOX.
           MOVE ZEROES TO WQTD-OTB
           OPEN INPUT OUTBOX.
           IF FS-OTB = '00'
              PERFORM UNTIL FS-OTB NOT = '00'
                 READ OUTBOX NEXT
                 IF FS-OTB = '00'
                    ADD 1 TO WQTD-OTB
                 END-IF
              END-PERFORM
              CLOSE OUTBOX
           END-IF.

       R-TRATA-RETORNO.
           IF RETORNO-DATA-01 = SPACES
              GO TO R-TRATA-RETORNO-FIM
           END-IF
           ADD 1 TO WCONT-LIDOS
           MOVE SPACES TO WRET-ID WRET-SITUACAO WRET-DATA-HORA
                          WRET-MOTIVO
           MOVE 1 TO WRET-PTR
           UNSTRING RETORNO-DATA-01 DELIMITED BY ','
               INTO WRET-ID WRET-SITUACAO WRET-DATA-HORA
               WITH POINTER WRET-PTR
           END-UNSTRING
           IF WRET-PTR NOT > 200
              MOVE RETORNO-DATA-01(WRET-PTR:) TO WRET-MOTIVO
           END-IF
           IF WRET-ID = SPACES OR
              FUNCTION TRIM(WRET-ID) IS NOT NUMERIC
              MOVE 'ID DE MENSAGEM INVALIDO' TO WRET-ERRO
              PERFORM R-REJEITA-RETORNO
              GO TO R-TRATA-RETORNO-FIM
           END-IF
           MOVE FUNCTION NUMVAL(WRET-ID) TO WRET-NUM
           IF WRET-NUM = ZEROES OR WRET-NUM > WQTD-OTB
              MOVE 'ID NAO EXISTE NA CAIXA DE SAIDA' TO WRET-ERRO
              PERFORM R-REJEITA-RETORNO
              GO TO R-TRATA-RETORNO-FIM
           END-IF
           EVALUATE FUNCTION TRIM(WRET-SITUACAO)
              WHEN 'ENVIADO'
                 MOVE 'E' TO WRET-COD-SIT
              WHEN 'DEVOLVIDO'
                 MOVE 'D' TO WRET-COD-SIT
              WHEN 'REJEITADO'
                 MOVE 'R' TO WRET-COD-SIT
              WHEN OTHER
                 MOVE 'SITUACAO DESCONHECIDA' TO WRET-ERRO
                 PERFORM R-REJEITA-RETORNO
                 GO TO R-TRATA-RETORNO-FIM
           END-EVALUATE
           IF WRET-DATA-HORA = SPACES
              MOVE WRET-AGORA TO WRET-DATA-HORA
           END-IF
           IF WRET-DATA-HORA IS NOT NUMERIC
              MOVE 'DATA/HORA DO RETORNO INVALIDA' TO WRET-ERRO
              PERFORM R-REJEITA-RETORNO
              GO TO R-TRATA-RETORNO-FIM
           END-IF
           MOVE WRET-NUM TO ID-OTS
           READ OTBSTATUS
           IF FS-OTS = '00'
              IF DATA-HORA-RET-OTS > WRET-DATA-HORA OR
                 (DATA-HORA-RET-OTS = WRET-DATA-HORA AND
                  SITUACAO-OTS = WRET-COD-SIT)
                 ADD 1 TO WCONT-REPETIDOS
                 GO TO R-TRATA-RETORNO-FIM
              END-IF
              IF WRET-COD-SIT = 'D' AND NOT OTS-DEVOLVIDO
                 MOVE 'N' TO RESOLVIDO-OTS
                 MOVE SPACES TO OPERADOR-RES-OTS
              END-IF
              PERFORM R-MOVE-RETORNO
              REWRITE REGISTRO-OTB-STATUS
           ELSE
              INITIALIZE REGISTRO-OTB-STATUS
              MOVE WRET-NUM TO ID-OTS
              MOVE 'N' TO RESOLVIDO-OTS
              PERFORM R-MOVE-RETORNO
              WRITE REGISTRO-OTB-STATUS
           END-IF
           IF FS-OTS NOT = '00'
              MOVE SPACES TO WRET-ERRO
              STRING 'ERRO GRAVACAO OUTBOX-STATUS ' FS-OTS
                  DELIMITED BY SIZE INTO WRET-ERRO
              PERFORM R-REJEITA-RETORNO
              GO TO R-TRATA-RETORNO-FIM
           END-IF
           ADD 1 TO WCONT-CARREGADOS
           IF OTS-DEVOLVIDO
              ADD 1 TO WCONT-DEVOLVIDOS
           END-IF
           IF OTS-REJEITADO
              ADD 1 TO WCONT-RECUSADOS
           END-IF.
       R-TRATA-RETORNO-FIM.
           EXIT.

       R-MOVE-RETORNO.
           MOVE WRET-COD-SIT TO SITUACAO-OTS
           MOVE WRET-DATA-HORA TO DATA-HORA-RET-OTS
           MOVE WRET-MOTIVO TO MOTIVO-OTS
           MOVE WRET-AGORA TO DATA-HORA-CARGA-OTS.

       R-REJEITA-RETORNO.
           ADD 1 TO WCONT-REJEITADOS
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,LINHA=' WNUM-LINHA-RET ','
                     FUNCTION TRIM(WRET-ERRO) ','
                     RETORNO-DATA-01(1:100)
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.

      *----SEGUNDA PASSADA NA CAIXA DE SAIDA: COPIA TIPO, SEVERIDADE,
      *    DESTINO E DATA/HORA DA MENSAGEM PARA OS RETORNOS NOVOS.
       R-COMPLETA-STATUS.
           MOVE ZEROES TO WNUM-LINHA-OTB
           OPEN INPUT OUTBOX.
           IF FS-OTB = '00'
              PERFORM UNTIL FS-OTB NOT = '00'
                 READ OUTBOX NEXT
                 IF FS-OTB = '00'
                    ADD 1 TO WNUM-LINHA-OTB
                    MOVE WNUM-LINHA-OTB TO ID-OTS
                    READ OTBSTATUS
                    IF FS-OTS = '00' AND TIPO-OTS = SPACES
                       MOVE OTB-DATA-HORA TO DATA-HORA-MSG-OTS
                       MOVE OTB-TIPO TO TIPO-OTS
                       MOVE OTB-SEVERIDADE TO SEVERIDADE-OTS
                       MOVE OTB-DESTINO TO DESTINO-OTS
                       REWRITE REGISTRO-OTB-STATUS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OUTBOX
           END-IF.

      *----DEVOLUCOES DE E-MAIL A VENDEDOR PENDENTES. O ENDERECO DO
      *    VENDEDOR FICA NO CADASTRO DO SCRIPT DE ENVIO; DEPOIS DE
      *    CORRIGIDO LA, O OPERADOR INFORMA O VENDEDOR AQUI E TODAS AS
      *    DEVOLUCOES PENDENTES DELE SAO DADAS COMO RESOLVIDAS.
       S-DEVOLVIDOS SECTION.
       R-DEVOLVIDOS-1.
           OPEN I-O OTBSTATUS.
           IF FS-OTS NOT = '00'
              MOVE 'NENHUM RETORNO DE ENVIO CARREGADO ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-RET
              GO TO R-DEVOLVIDOS-1-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
              PERFORM R-MONTA-DEVOLVIDOS
              MOVE ZEROES TO WVEN-RESOLVE
              DISPLAY TELA-DEVOLVIDOS
              ACCEPT TELA-DEVOLVIDOS
              IF ESC OR WVEN-RESOLVE = ZEROES
                 CLOSE OTBSTATUS
                 GO TO R-DEVOLVIDOS-1-EXIT
              END-IF
              PERFORM R-RESOLVE-VENDEDOR
           END-PERFORM.
       R-DEVOLVIDOS-1-EXIT.
           EXIT.

       R-MONTA-DEVOLVIDOS.
           INITIALIZE WTAB-DEV
           MOVE ZEROES TO WQTD-DEV
           MOVE ZEROES TO ID-OTS
           START OTBSTATUS KEY IS NOT LESS THAN ID-OTS
           PERFORM UNTIL FS-OTS NOT = '00'
              READ OTBSTATUS NEXT
              IF FS-OTS = '00' AND OTS-DEVOLVIDO AND
                 NOT OTS-RESOLVIDO AND DESTINO-OTS(1:9) = 'VENDEDOR-'
                 ADD 1 TO WQTD-DEV
                 IF WQTD-DEV NOT > 10
                    STRING ID-OTS '   ' DATA-HORA-RET-OTS(1:8) ' '
                        DESTINO-OTS ' ' MOTIVO-OTS(1:35)
                        DELIMITED BY SIZE INTO WLIN-DEV(WQTD-DEV)
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO WTIT-DEV
           STRING 'DEVOLUCOES PENDENTES: ' WQTD-DEV
               DELIMITED BY SIZE INTO WTIT-DEV.

       R-RESOLVE-VENDEDOR.
           MOVE SPACES TO WDEV-DESTINO
           STRING 'VENDEDOR-' WVEN-RESOLVE
               DELIMITED BY SIZE INTO WDEV-DESTINO
           MOVE ZEROES TO WCONT-RESOLVIDOS
           MOVE ZEROES TO ID-OTS
           START OTBSTATUS KEY IS NOT LESS THAN ID-OTS
           PERFORM UNTIL FS-OTS NOT = '00'
              READ OTBSTATUS NEXT
              IF FS-OTS = '00' AND OTS-DEVOLVIDO AND
                 NOT OTS-RESOLVIDO AND DESTINO-OTS = WDEV-DESTINO
                 MOVE 'S' TO RESOLVIDO-OTS
                 MOVE WRET-OPERADOR TO OPERADOR-RES-OTS
                 REWRITE REGISTRO-OTB-STATUS
                 IF FS-OTS = '00'
                    ADD 1 TO WCONT-RESOLVIDOS
                 END-IF
              END-IF
           END-PERFORM
           IF WCONT-RESOLVIDOS = ZEROES
              MOVE 'VENDEDOR SEM DEVOLUCAO PENDENTE ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-RET
           ELSE
              MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
              STRING 'DEVOLUCOES PENDENTES=' WCONT-RESOLVIDOS
                  DELIMITED BY SIZE INTO WAUD-ANTES
              MOVE 'ENDERECO CORRIGIDO - RESOLVIDAS' TO WAUD-DEPOIS
              MOVE 'A' TO WAUD-OPERACAO
              PERFORM R-AUDITA-DEVOLVIDO THRU R-AUDITA-DEVOLVIDO-FIM
              MOVE SPACES TO WTXT
              STRING 'DEVOLUCOES RESOLVIDAS: ' WCONT-RESOLVIDOS
                  DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-RET
           END-IF.

       R-AUDITA-DEVOLVIDO.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-DEVOLVIDO-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WRET-OPERADOR) ','
               'EMAIL-DEVOLVIDO' ',' WAUD-OPERACAO ','
               WVEN-RESOLVE ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-DEVOLVIDO-FIM.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,LIDOS=' WCONT-LIDOS
                     ',CARREGADOS=' WCONT-CARREGADOS
                     ',REPETIDOS=' WCONT-REPETIDOS
                     ',REJEITADOS=' WCONT-REJEITADOS
                     ',DEVOLVIDOS=' WCONT-DEVOLVIDOS
                     ',RECUSADOS=' WCONT-RECUSADOS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
