       IDENTIFICATION DIVISION.
       PROGRAM-ID.  reconciliafol.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FOLLEDGER ASSIGN TO DISK WID-ARQ-FOLLEDGER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-FOL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LED.

       SELECT ARQACK ASSIGN TO DISK WID-ARQ-ACK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ACK.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       DATA DIVISION.
       FILE SECTION.
      *----LIVRO DE ENTREGAS DA INTERFACE DA FOLHA (GRAVADO PELA
      *    COMISSAO NO FECHAMENTO): UMA LINHA POR MES DE COMISSAO.
       FD FOLLEDGER.
       01  REGISTRO-FOLLEDGER.
           02 MES-FOL                PIC 9(006).
           02 DATA-GERACAO-FOL       PIC 9(008).
           02 SEQ-ENV-FOL            PIC 9(006).
           02 ARQUIVO-FOL            PIC X(050).
           02 QTD-REG-FOL            PIC 9(007).
           02 SOMA-CONTROLE-FOL      PIC 9(015).
           02 STATUS-FOL             PIC X(001).
              88 FOL-PENDENTE             VALUE 'P'.
              88 FOL-CONFERIDO            VALUE 'C'.
              88 FOL-DIVERGENTE           VALUE 'D'.
           02 DATA-ACK-FOL           PIC 9(008).
           02 QTD-ACK-FOL            PIC 9(007).
           02 SOMA-ACK-FOL           PIC 9(015).

      *----ACUSE DE RECEBIMENTO DO SISTEMA DA FOLHA: UMA LINHA POR
      *    ARQUIVO RECEBIDO, POSICIONAL - MES DE REFERENCIA (6),
      *    LANCAMENTOS RECEBIDOS (7) E SOMA DE CONTROLE (15, SOMA DOS
      *    VALORES EM CENTAVOS COMO NO LIVRO DE ENTREGAS).
       FD  ARQACK.
       01  ARQACK-REC.
           05  ACK-LINHA.
               10 ACK-MES           PIC X(006).
               10 ACK-QTD           PIC X(007).
               10 ACK-SOMA          PIC X(015).
           05  FILLER               PIC X(052).

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

       WORKING-STORAGE SECTION.
       01 FS-LED.
           02 FS-LED-1                PIC 9.
           02 FS-LED-2                PIC 9.
           02 FS-LED-R REDEFINES FS-LED-2 PIC 99 COMP-X.
       01 FS-ACK.
           02 FS-ACK-1                PIC 9.
           02 FS-ACK-2                PIC 9.
           02 FS-ACK-R REDEFINES FS-ACK-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.

       01 WID-ARQ-FOLLEDGER  PIC X(50) VALUE 'FOLHA-LEDGER.DAT'.
       01 WID-ARQ-ACK        PIC X(50) VALUE 'FOLHA-ACK.TXT'.
       01 WID-ARQ-OUTBOX     PIC X(50) VALUE 'OUTBOX.DAT'.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM            PIC X(080) VALUE SPACES.

       77 WCONT-CONFERIDOS   PIC 9(005) VALUE ZEROES.
       77 WCONT-DIVERGENTES  PIC 9(005) VALUE ZEROES.
       77 WCONT-DESCONHECIDOS PIC 9(005) VALUE ZEROES.
       77 WCONT-ATRASADOS    PIC 9(005) VALUE ZEROES.
       01 WDATA-LIMITE       PIC 9(008) VALUE ZEROES.

      *----TELA DO LIVRO DE ENTREGAS (10 POR PAGINA).
       01 WTAB-TELA-LED.
          02 WLIN-LED OCCURS 10 TIMES PIC X(078).
       77 WIDX-TELA          PIC 99 VALUE ZEROES.
       01 WCMD-LED           PIC X(003) VALUE SPACES.
       01 WMES-PAG-LED       PIC 9(006) VALUE ZEROES.
       01 WULT-MES-PAG       PIC 9(006) VALUE ZEROES.

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'reconciliafol'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-REC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - RECONCILIACAO DA FOL
      -"HA DE COMISSAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] PROCESSAR ACUSE DE RECEBIMENTO".
          02 LINE 8 COL 10 VALUE "[2] LIVRO DE ENTREGAS".
          02 LINE 9 COL 10 VALUE "[3] SAIR".
          02 LINE 11 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 11 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-LEDGER.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - LIVRO DE ENTREGAS DA
      -" FOLHA".
          02 LINE 3 COL 1 VALUE
             "MES    LANCTOS STATUS DATA-ACK LANC-ACK GERADO EM".
          02 LINE 5 COL 1 PIC X(078) FROM WLIN-LED(1).
          02 LINE 6 COL 1 PIC X(078) FROM WLIN-LED(2).
          02 LINE 7 COL 1 PIC X(078) FROM WLIN-LED(3).
          02 LINE 8 COL 1 PIC X(078) FROM WLIN-LED(4).
          02 LINE 9 COL 1 PIC X(078) FROM WLIN-LED(5).
          02 LINE 10 COL 1 PIC X(078) FROM WLIN-LED(6).
          02 LINE 11 COL 1 PIC X(078) FROM WLIN-LED(7).
          02 LINE 12 COL 1 PIC X(078) FROM WLIN-LED(8).
          02 LINE 13 COL 1 PIC X(078) FROM WLIN-LED(9).
          02 LINE 14 COL 1 PIC X(078) FROM WLIN-LED(10).
          02 LINE 16 COL 1 VALUE "P=PROXIMA  [ESC]/OUTRA VOLTA:".
          02 SCR-CMD-LED LINE 16 COL 31 PIC X(003)
                 USING WCMD-LED AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA WOPCAO
           OPEN I-O FOLLEDGER.
           IF FS-LED = '35'
              OPEN OUTPUT FOLLEDGER
              IF FS-LED = '00'
                 CLOSE FOLLEDGER
                 OPEN I-O FOLLEDGER
              END-IF
           END-IF
           IF FS-LED NOT = '00'
              MOVE 'ERRO NO LIVRO DE ENTREGAS ST ' TO WTXT
              MOVE FS-LED TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM UNTIL WOPCAO = 3
              DISPLAY TELA-OPCAO-REC
              ACCEPT TELA-OPCAO-REC
              EVALUATE WOPCAO
                 WHEN 1
                    PERFORM S-PROCESSA-ACK THRU R-PROCESSA-ACK-1-EXIT
                 WHEN 2
                    PERFORM S-MOSTRA-LEDGER
                          THRU R-MOSTRA-LEDGER-1-EXIT
                 WHEN 3
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           CLOSE FOLLEDGER.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----CONFERE CADA LINHA DO ACUSE CONTRA O LIVRO DE ENTREGAS E,
      *    AO FINAL, MARCA COMO ATRASADA TODA GERACAO AINDA PENDENTE
      *    COM MAIS DE 3 DIAS - DIVERGENCIA E ATRASO VAO PARA A CAIXA
      *    DE SAIDA DE NOTIFICACOES.
       S-PROCESSA-ACK SECTION.
       R-PROCESSA-ACK-1.
           INITIALIZE WCONT-CONFERIDOS WCONT-DIVERGENTES
                      WCONT-DESCONHECIDOS WCONT-ATRASADOS
           OPEN INPUT ARQACK.
           IF FS-ACK NOT = '00'
              MOVE 'ACUSE (FOLHA-ACK.TXT) NAO ENCONTRADO ST ' TO WTXT
              MOVE FS-ACK TO WST
              PERFORM R-MSG-REC
              GO TO R-PROCESSA-ACK-9
           END-IF
           PERFORM UNTIL FS-ACK NOT = '00'
              READ ARQACK
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-PROCESSA-LINHA-ACK
                          THRU R-PROCESSA-LINHA-ACK-FIM
              END-READ
           END-PERFORM
           CLOSE ARQACK.
       R-PROCESSA-ACK-9.
           PERFORM R-CHECA-PENDENTES-ANTIGAS THRU R-CHECA-PENDENTES-FIM
           MOVE SPACES TO WTXT
           STRING 'CONF=' WCONT-CONFERIDOS ' DIV=' WCONT-DIVERGENTES
                  ' DESC=' WCONT-DESCONHECIDOS
                  ' ATRAS=' WCONT-ATRASADOS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MSG-REC.
       R-PROCESSA-ACK-1-EXIT.
           EXIT.

       R-PROCESSA-LINHA-ACK.
           IF ACK-MES IS NOT NUMERIC OR ACK-QTD IS NOT NUMERIC OR
              ACK-SOMA IS NOT NUMERIC
              GO TO R-PROCESSA-LINHA-ACK-FIM
           END-IF
           MOVE ACK-MES TO MES-FOL
           READ FOLLEDGER
           IF FS-LED NOT = '00'
              ADD 1 TO WCONT-DESCONHECIDOS
              MOVE 'FOLHA-ACK-DESCONHEC' TO WOTB-TIPO
              MOVE 'A' TO WOTB-SEVERIDADE
              MOVE 'SUPERVISOR' TO WOTB-DESTINO
              MOVE SPACES TO WOTB-MENSAGEM
              STRING 'ACUSE DA FOLHA DE ' ACK-MES
                     ' SEM ENVIO NO LIVRO DE ENTREGAS'
                     DELIMITED BY SIZE INTO WOTB-MENSAGEM
              PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
              GO TO R-PROCESSA-LINHA-ACK-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ACK-FOL
           MOVE ACK-QTD TO QTD-ACK-FOL
           MOVE ACK-SOMA TO SOMA-ACK-FOL
           IF QTD-ACK-FOL = QTD-REG-FOL AND
              SOMA-ACK-FOL = SOMA-CONTROLE-FOL
              MOVE 'C' TO STATUS-FOL
              ADD 1 TO WCONT-CONFERIDOS
           ELSE
              MOVE 'D' TO STATUS-FOL
              ADD 1 TO WCONT-DIVERGENTES
              MOVE 'FOLHA-ACK-DIVERGENTE' TO WOTB-TIPO
              MOVE 'A' TO WOTB-SEVERIDADE
              MOVE 'SUPERVISOR' TO WOTB-DESTINO
              MOVE SPACES TO WOTB-MENSAGEM
              STRING 'FOLHA DE COMISSAO ' MES-FOL
                     ': ENVIADOS ' QTD-REG-FOL
                     ' RECEBIDOS ' QTD-ACK-FOL
                     DELIMITED BY SIZE INTO WOTB-MENSAGEM
              PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           END-IF
           REWRITE REGISTRO-FOLLEDGER.
       R-PROCESSA-LINHA-ACK-FIM.
           EXIT.

       R-CHECA-PENDENTES-ANTIGAS.
           COMPUTE WDATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 3)
           MOVE ZEROES TO MES-FOL
           START FOLLEDGER KEY IS NOT LESS THAN MES-FOL
           IF FS-LED NOT = '00'
              GO TO R-CHECA-PENDENTES-FIM
           END-IF
           PERFORM UNTIL FS-LED NOT = '00'
              READ FOLLEDGER NEXT
              IF FS-LED = '00'
                 IF FOL-PENDENTE AND
                    DATA-GERACAO-FOL < WDATA-LIMITE
                    ADD 1 TO WCONT-ATRASADOS
                    MOVE 'FOLHA-SEM-ACUSE' TO WOTB-TIPO
                    MOVE 'A' TO WOTB-SEVERIDADE
                    MOVE 'SUPERVISOR' TO WOTB-DESTINO
                    MOVE SPACES TO WOTB-MENSAGEM
                    STRING 'FOLHA DE COMISSAO ' MES-FOL
                           ' SEM ACUSE DO SISTEMA DA FOLHA'
                           DELIMITED BY SIZE INTO WOTB-MENSAGEM
                    PERFORM S-GRAVA-OUTBOX
                          THRU R-GRAVA-OUTBOX-1-EXIT
                 END-IF
              END-IF
           END-PERFORM.
       R-CHECA-PENDENTES-FIM.
           EXIT.

       R-MSG-REC.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       S-MOSTRA-LEDGER SECTION.
       R-MOSTRA-LEDGER-1.
           MOVE ZEROES TO WMES-PAG-LED
           PERFORM UNTIL 1 = 2
              PERFORM R-MONTA-PAGINA-LED THRU R-MONTA-PAGINA-LED-FIM
              MOVE SPACES TO WCMD-LED
              DISPLAY TELA-LEDGER
              ACCEPT TELA-LEDGER
              IF ESC
                 GO TO R-MOSTRA-LEDGER-1-EXIT
              END-IF
              IF WCMD-LED = 'P' OR WCMD-LED = 'p'
                 MOVE WULT-MES-PAG TO WMES-PAG-LED
              ELSE
                 GO TO R-MOSTRA-LEDGER-1-EXIT
              END-IF
           END-PERFORM.
       R-MOSTRA-LEDGER-1-EXIT.
           EXIT.

       R-MONTA-PAGINA-LED.
           MOVE SPACES TO WTAB-TELA-LED
           MOVE WMES-PAG-LED TO MES-FOL
           START FOLLEDGER KEY IS GREATER THAN MES-FOL
           IF FS-LED NOT = '00'
              GO TO R-MONTA-PAGINA-LED-FIM
           END-IF
           PERFORM VARYING WIDX-TELA FROM 1 BY 1
                   UNTIL WIDX-TELA > 10 OR FS-LED NOT = '00'
              READ FOLLEDGER NEXT
              IF FS-LED = '00'
                 MOVE SPACES TO WLIN-LED(WIDX-TELA)
                 STRING MES-FOL ' ' QTD-REG-FOL ' '
                     STATUS-FOL '      ' DATA-ACK-FOL ' '
                     QTD-ACK-FOL '  ' DATA-GERACAO-FOL ' '
                     ARQUIVO-FOL(1:24)
                     DELIMITED BY SIZE INTO WLIN-LED(WIDX-TELA)
                 MOVE MES-FOL TO WULT-MES-PAG
              END-IF
           END-PERFORM.
       R-MONTA-PAGINA-LED-FIM.
           EXIT.

       COPY OUTBOX.CPY.

       COPY FS-TRADUZ.CPY.
