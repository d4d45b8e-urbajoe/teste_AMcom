       IDENTIFICATION DIVISION.
       PROGRAM-ID.  reabreperiodo.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PERFECHA ASSIGN TO DISK WID-ARQ-PERFECHA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-PER
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PFE.

       SELECT COMFECHA ASSIGN TO DISK WID-ARQ-COMFECHA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-FEC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FEC.

       SELECT FOLLEDGER ASSIGN TO DISK WID-ARQ-FOLLEDGER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-FOL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LED.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ARQLISTA ASSIGN TO DISK WID-ARQ-LISTA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LIS.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       DATA DIVISION.
       FILE SECTION.
      *----MESES FECHADOS (VIDE PERIODO.CPY E FECHAPERIODO).
       FD PERFECHA.
       01  REGISTRO-PERIODO.
           02 MES-PER                   PIC  9(006).
           02 SITUACAO-PER              PIC  X(001).
              88 PER-FECHADO                  VALUE 'F'.
              88 PER-REABERTO                 VALUE 'R'.
           02 DATA-HORA-FECH-PER        PIC  X(014).
           02 OPERADOR-FECH-PER         PIC  X(020).
           02 DATA-HORA-REAB-PER        PIC  X(014).
           02 OPERADOR-REAB-PER         PIC  X(020).
           02 QTD-REAB-PER              PIC  9(003).

       FD COMFECHA.
       01  REGISTRO-COMFECHA.
           02 MES-FEC               PIC 9(006).
           02 DATA-FECHAMENTO       PIC 9(008).
           02 OPERADOR-FEC          PIC X(020).

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

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD  ARQLISTA.
       01  ARQLISTA-REC.
           05  ARQLISTA-DATA-01    PIC X(00160).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

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
       01 FS-PFE.
           02 FS-PFE-1                PIC 9.
           02 FS-PFE-2                PIC 9.
           02 FS-PFE-R REDEFINES FS-PFE-2 PIC 99 COMP-X.
       01 FS-FEC.
           02 FS-FEC-1                PIC 9.
           02 FS-FEC-2                PIC 9.
           02 FS-FEC-R REDEFINES FS-FEC-2 PIC 99 COMP-X.
       01 FS-LED.
           02 FS-LED-1                PIC 9.
           02 FS-LED-2                PIC 9.
           02 FS-LED-R REDEFINES FS-LED-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 FS-LIS.
           02 FS-LIS-1                PIC 9.
           02 FS-LIS-2                PIC 9.
           02 FS-LIS-R REDEFINES FS-LIS-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.

       01 WID-ARQ-PERFECHA        PIC X(50) VALUE 'PERIODO-FECHA.DAT'.
       01 WID-ARQ-COMFECHA        PIC X(50) VALUE 'COMISSAO-FECHA.DAT'.
       01 WID-ARQ-FOLLEDGER       PIC X(50) VALUE 'FOLHA-LEDGER.DAT'.
       01 WID-ARQ-CATREL          PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WID-ARQ-LISTA           PIC X(54) VALUE SPACES.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM            PIC X(080) VALUE SPACES.

      *----MES A REABRIR E MOTIVO (OBRIGATORIO, VAI PARA A AUDITORIA).
       01 WREA-MES                 PIC 9(006) VALUE ZEROES.
       01 WREA-MES-X REDEFINES WREA-MES PIC X(006).
       01 WREA-MOTIVO              PIC X(060) VALUE SPACES.
       01 WREA-OPERADOR            PIC X(020) VALUE SPACES.
       01 WREA-DATA-HORA           PIC X(014) VALUE SPACES.

      *----LINHA DO CATALOGO (DATA-HORA,OPERADOR,ARQUIVO,LINHAS,
      *    PARAMETROS) E AS SAIDAS DO MES ACHADAS NELE. AS DEZ
      *    PRIMEIRAS VAO PARA A TELA; A LISTA COMPLETA VAI PARA O
      *    ARQUIVO REABERTURA-<MES>-<DATA-HORA>.TXT.
       01 WCAT-DATA-HORA           PIC X(014) VALUE SPACES.
       01 WCAT-OPERADOR            PIC X(020) VALUE SPACES.
       01 WCAT-ARQUIVO             PIC X(054) VALUE SPACES.
       01 WCAT-LINHAS              PIC X(007) VALUE SPACES.
       01 WCAT-PARAM               PIC X(040) VALUE SPACES.
       77 WCAT-OCORRENCIAS         PIC 9(003) VALUE ZEROES.
       77 WCONT-RELATORIOS         PIC 9(005) VALUE ZEROES.
       77 WIDX-TELA                PIC 9(002) VALUE ZEROES.
       01 WTAB-TELA.
          02 WTAB-TELA-LINHA OCCURS 10 TIMES PIC X(070).

       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'reabreperiodo'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-REABRE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - REABERTURA DE PERIOD
      -"O".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "MES A REABRIR (AAAAMM)..:".
          02 SCR-REA-MES LINE 6 COL 31 PIC 9(006)
                 USING WREA-MES AUTO.
          02 LINE 8 COL 5 VALUE "MOTIVO DA REABERTURA....:".
          02 SCR-REA-MOTIVO LINE 9 COL 5 PIC X(060)
                 USING WREA-MOTIVO AUTO.
          02 LINE 12 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-REEMITIR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - RELATORIOS A REEMITI
      -"R".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "PERIODO REABERTO:".
          02 LINE 5 COL 23 PIC 9(006) FROM WREA-MES.
          02 LINE 5 COL 32 VALUE "RELATORIOS DO MES:".
          02 LINE 5 COL 51 PIC ZZZZ9 FROM WCONT-RELATORIOS.
          02 LINE 7 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(1).
          02 LINE 8 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(2).
          02 LINE 9 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(3).
          02 LINE 10 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(4).
          02 LINE 11 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(5).
          02 LINE 12 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(6).
          02 LINE 13 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(7).
          02 LINE 14 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(8).
          02 LINE 15 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(9).
          02 LINE 16 COL 5 PIC X(070) FROM WTAB-TELA-LINHA(10).
          02 LINE 18 COL 5 VALUE "LISTA COMPLETA EM:".
          02 LINE 18 COL 24 PIC X(054) FROM WID-ARQ-LISTA.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-PERFECHA
              STRING 'PERIODO-FECHA-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PERFECHA
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WREA-OPERADOR
           ELSE
              ACCEPT WREA-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           MOVE ZEROES TO WREA-MES
           MOVE SPACES TO WREA-MOTIVO
           DISPLAY TELA-REABRE
           ACCEPT TELA-REABRE
           IF ESC OR WREA-MES = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           IF WREA-MOTIVO = SPACES
              MOVE 'MOTIVO DA REABERTURA E OBRIGATORIO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O PERFECHA.
           IF FS-PFE NOT = '00'
              MOVE 'NENHUM PERIODO FECHADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO ABERTURA-EXIT
           END-IF
           MOVE WREA-MES TO MES-PER
           READ PERFECHA
           IF FS-PFE NOT = '00' OR NOT PER-FECHADO
              MOVE 'MES NAO ESTA FECHADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              CLOSE PERFECHA
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'CONFIRMA A REABERTURA DO MES ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              CLOSE PERFECHA
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-REABRE-PERIODO THRU R-REABRE-PERIODO-1-EXIT
           CLOSE PERFECHA
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-LISTA-REEMISSAO THRU R-LISTA-REEMISSAO-1-EXIT
           MOVE 'PERIODO-REABERTO' TO WOTB-TIPO
           MOVE 'A' TO WOTB-SEVERIDADE
           MOVE 'SUPERVISOR' TO WOTB-DESTINO
           MOVE SPACES TO WOTB-MENSAGEM
           STRING 'PERIODO ' WREA-MES ' REABERTO POR '
                  FUNCTION TRIM(WREA-OPERADOR) ' - '
                  WCONT-RELATORIOS ' RELATORIO(S) A REEMITIR'
                  DELIMITED BY SIZE INTO WOTB-MENSAGEM
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           DISPLAY TELA-REEMITIR
           MOVE 'PERIODO REABERTO ' TO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----O REGISTRO FICA NO ARQUIVO COM SITUACAO 'R' (O ULTIMO
      *    FECHAMENTO CONTINUA VISIVEL) E CONTA AS REABERTURAS.
       S-REABRE-PERIODO SECTION.
       R-REABRE-PERIODO-1.
           MOVE SPACES TO WAUD-ANTES
           STRING SITUACAO-PER ' FECHADO EM ' DATA-HORA-FECH-PER
                  ' POR ' FUNCTION TRIM(OPERADOR-FECH-PER)
                  DELIMITED BY SIZE INTO WAUD-ANTES
           MOVE FUNCTION CURRENT-DATE(1:14) TO WREA-DATA-HORA
           MOVE 'R' TO SITUACAO-PER
           MOVE WREA-DATA-HORA TO DATA-HORA-REAB-PER
           MOVE WREA-OPERADOR TO OPERADOR-REAB-PER
           ADD 1 TO QTD-REAB-PER
           REWRITE REGISTRO-PERIODO
           IF FS-PFE NOT = '00'
              MOVE FS-PFE TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PERFECHA TO WERR-ARQUIVO
              MOVE MES-PER TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE REGRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-PFE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              MOVE 1 TO WSAIDA
              GO TO R-REABRE-PERIODO-1-EXIT
           END-IF
           MOVE SPACES TO WAUD-DEPOIS
           STRING SITUACAO-PER ' REABERTURA ' QTD-REAB-PER ': '
                  FUNCTION TRIM(WREA-MOTIVO)
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA-PERIODO THRU R-AUDITA-PERIODO-FIM.
       R-REABRE-PERIODO-1-EXIT.
           EXIT.

      *----TUDO QUE FOI EMITIDO PARA O MES E PRECISA SER REFEITO
      *    DEPOIS DAS CORRECOES: AS SAIDAS DO CATALOGO DE RELATORIOS
      *    CUJO NOME OU PARAMETROS TRAZEM O MES (EXTRATOS, COMISSAO,
      *    PACOTE GERENCIAL, RELATORIOS DATADOS NO MES), MAIS A
      *    SITUACAO DO FECHAMENTO DA COMISSAO E DA FOLHA, QUE TEM
      *    CONTROLE PROPRIO.
       S-LISTA-REEMISSAO SECTION.
       R-LISTA-REEMISSAO-1.
           MOVE ZEROES TO WCONT-RELATORIOS WIDX-TELA
           MOVE SPACES TO WTAB-TELA
           MOVE SPACES TO WID-ARQ-LISTA
           STRING 'REABERTURA-' WREA-MES '-' WREA-DATA-HORA '.TXT'
               DELIMITED BY SIZE INTO WID-ARQ-LISTA
           OPEN OUTPUT ARQLISTA
           IF FS-LIS NOT = '00'
              MOVE SPACES TO WID-ARQ-LISTA
              GO TO R-LISTA-REEMISSAO-1-EXIT
           END-IF
           MOVE SPACES TO ARQLISTA-DATA-01
           STRING 'REABERTURA DO PERIODO ' WREA-MES ' EM '
                  WREA-DATA-HORA ' POR ' FUNCTION TRIM(WREA-OPERADOR)
                  DELIMITED BY SIZE INTO ARQLISTA-DATA-01
           WRITE ARQLISTA-REC
           MOVE SPACES TO ARQLISTA-DATA-01
           STRING 'MOTIVO: ' FUNCTION TRIM(WREA-MOTIVO)
                  DELIMITED BY SIZE INTO ARQLISTA-DATA-01
           WRITE ARQLISTA-REC
           MOVE SPACES TO ARQLISTA-DATA-01
           WRITE ARQLISTA-REC
           MOVE 'RELATORIOS EMITIDOS PARA O MES (REEMITIR):'
                TO ARQLISTA-DATA-01
           WRITE ARQLISTA-REC
           OPEN INPUT CATREL
           IF FS-CTR = '00'
              PERFORM UNTIL FS-CTR NOT = '00'
                 READ CATREL
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM R-CONFERE-CATALOGO
                 END-READ
              END-PERFORM
              CLOSE CATREL
           END-IF
           IF WCONT-RELATORIOS = ZEROES
              MOVE '  NENHUM RELATORIO DO MES NO CATALOGO'
                   TO ARQLISTA-DATA-01
              WRITE ARQLISTA-REC
           END-IF
           MOVE SPACES TO ARQLISTA-DATA-01
           WRITE ARQLISTA-REC
           PERFORM R-SITUACAO-COMISSAO
           PERFORM R-SITUACAO-FOLHA
           CLOSE ARQLISTA.
       R-LISTA-REEMISSAO-1-EXIT.
           EXIT.

       R-CONFERE-CATALOGO.
           MOVE SPACES TO WCAT-DATA-HORA WCAT-OPERADOR WCAT-ARQUIVO
                          WCAT-LINHAS WCAT-PARAM
           UNSTRING CATREL-DATA-01 DELIMITED BY ','
               INTO WCAT-DATA-HORA WCAT-OPERADOR WCAT-ARQUIVO
                    WCAT-LINHAS WCAT-PARAM
           MOVE ZEROES TO WCAT-OCORRENCIAS
           INSPECT WCAT-ARQUIVO TALLYING WCAT-OCORRENCIAS
               FOR ALL WREA-MES-X
           INSPECT WCAT-PARAM TALLYING WCAT-OCORRENCIAS
               FOR ALL WREA-MES-X
           IF WCAT-OCORRENCIAS > ZEROES
              ADD 1 TO WCONT-RELATORIOS
              MOVE SPACES TO ARQLISTA-DATA-01
              STRING '  ' WCAT-DATA-HORA '  '
                     FUNCTION TRIM(WCAT-ARQUIVO) '  ('
                     FUNCTION TRIM(WCAT-PARAM) ')'
                     DELIMITED BY SIZE INTO ARQLISTA-DATA-01
              WRITE ARQLISTA-REC
              IF WIDX-TELA < 10
                 ADD 1 TO WIDX-TELA
                 MOVE SPACES TO WTAB-TELA-LINHA(WIDX-TELA)
                 STRING WCAT-DATA-HORA(1:8) '  '
                        FUNCTION TRIM(WCAT-ARQUIVO)
                        DELIMITED BY SIZE
                        INTO WTAB-TELA-LINHA(WIDX-TELA)
              END-IF
           END-IF.

      *----A COMISSAO FECHADA NAO REABRE JUNTO: A FOLHA JA FOI PAGA,
      *    ENTAO DIFERENCAS DO MES ENTRAM COMO AJUSTE DE COMISSAO
      *    (AJUSTECOM), QUE CAI NO PROXIMO MES CALCULADO.
       R-SITUACAO-COMISSAO.
           MOVE 'COMISSAO DO MES: NAO FECHADA - RECALCULAR NA COMISSAO'
                TO ARQLISTA-DATA-01
           OPEN INPUT COMFECHA
           IF FS-FEC = '00'
              MOVE WREA-MES TO MES-FEC
              READ COMFECHA
              IF FS-FEC = '00'
                 MOVE SPACES TO ARQLISTA-DATA-01
                 STRING 'COMISSAO DO MES: FECHADA EM ' DATA-FECHAMENTO
                        ' POR ' FUNCTION TRIM(OPERADOR-FEC)
                        ' - DIFERENCAS VIA AJUSTE DE COMISSAO'
                        DELIMITED BY SIZE INTO ARQLISTA-DATA-01
              END-IF
              CLOSE COMFECHA
           END-IF
           WRITE ARQLISTA-REC.

       R-SITUACAO-FOLHA.
           MOVE 'INTERFACE DA FOLHA: NAO ENVIADA' TO ARQLISTA-DATA-01
           OPEN INPUT FOLLEDGER
           IF FS-LED = '00'
              MOVE WREA-MES TO MES-FOL
              READ FOLLEDGER
              IF FS-LED = '00'
                 MOVE SPACES TO ARQLISTA-DATA-01
                 STRING 'INTERFACE DA FOLHA: ENVIADA EM '
                        DATA-GERACAO-FOL ' - '
                        FUNCTION TRIM(ARQUIVO-FOL)
                        ' (SITUACAO ' STATUS-FOL ')'
                        DELIMITED BY SIZE INTO ARQLISTA-DATA-01
              END-IF
              CLOSE FOLLEDGER
           END-IF
           WRITE ARQLISTA-REC.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-AUDITA-PERIODO.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-PERIODO-FIM
           END-IF
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WREA-DATA-HORA ',' FUNCTION TRIM(WREA-OPERADOR) ','
               'PERIODO' ',' 'R' ',' WREA-MES ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-PERIODO-FIM.
           EXIT.

       COPY OUTBOX.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
