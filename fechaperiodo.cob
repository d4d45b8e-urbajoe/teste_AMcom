       IDENTIFICATION DIVISION.
       PROGRAM-ID.  fechaperiodo.
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

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
      *----MESES FECHADOS (VIDE PERIODO.CPY). O FECHAMENTO E FEITO
      *    DEPOIS DE COMISSAO, EXTRATOVEN E PACOTEMENSAL DO MES; A
      *    PARTIR DAI IMPVISITA, DISTRIBUICAO, DESFAZDIS E COMISSAO
      *    RECUSAM ALTERACOES DATADAS NELE. SO O REABREPERIODO
      *    (SUPERVISOR) DESFAZ O FECHAMENTO.
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

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-PFE.
           02 FS-PFE-1                PIC 9.
           02 FS-PFE-2                PIC 9.
           02 FS-PFE-R REDEFINES FS-PFE-2 PIC 99 COMP-X.
       01 FS-FEC.
           02 FS-FEC-1                PIC 9.
           02 FS-FEC-2                PIC 9.
           02 FS-FEC-R REDEFINES FS-FEC-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-PERFECHA        PIC X(50) VALUE 'PERIODO-FECHA.DAT'.
       01 WID-ARQ-COMFECHA        PIC X(50) VALUE 'COMISSAO-FECHA.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----MES A FECHAR (PADRAO: MES ANTERIOR AO CORRENTE).
       01 WPER-MES                PIC 9(006) VALUE ZEROES.
       01 WPER-MES-R REDEFINES WPER-MES.
          02 WPER-ANO             PIC 9(004).
          02 WPER-MM              PIC 9(002).
       01 WPER-MES-ATUAL          PIC 9(006) VALUE ZEROES.
       01 WPER-OPERADOR           PIC X(020) VALUE SPACES.
       01 WPER-EXISTE             PIC X(001) VALUE 'N'.
          88 PER-JA-REGISTRADO         VALUE 'S'.
       01 WPER-SIT-COMISSAO       PIC X(050) VALUE SPACES.

       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.
       01 WAUD-DATA-HORA           PIC X(014).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'fechaperiodo'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-FECHA-PERIODO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - FECHAMENTO DE PERIOD
      -"O".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "MES A FECHAR (AAAAMM)...:".
          02 SCR-PER-MES LINE 6 COL 31 PIC 9(006)
                 USING WPER-MES AUTO.
          02 LINE 8 COL 5 VALUE "COMISSAO DO MES.........:".
          02 LINE 8 COL 31 PIC X(050) FROM WPER-SIT-COMISSAO.
          02 LINE 11 COL 5 VALUE
             "APOS O FECHAMENTO, VISITAS, VINCULOS E COMISSAO DATADOS".
          02 LINE 12 COL 5 VALUE
             "NESTE MES NAO PODEM MAIS SER ALTERADOS.".
          02 LINE 14 COL 5 VALUE "[ESC] CANCELA".

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
              MOVE WOPERADOR-ID TO WPER-OPERADOR
           ELSE
              ACCEPT WPER-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:6) TO WPER-MES-ATUAL
           MOVE WPER-MES-ATUAL TO WPER-MES
           IF WPER-MM = 1
              SUBTRACT 1 FROM WPER-ANO
              MOVE 12 TO WPER-MM
           ELSE
              SUBTRACT 1 FROM WPER-MM
           END-IF
           PERFORM R-SITUACAO-COMISSAO
           DISPLAY TELA-FECHA-PERIODO
           ACCEPT TELA-FECHA-PERIODO
           IF ESC OR WPER-MES = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           IF WPER-MM < 1 OR WPER-MM > 12
              MOVE 'MES INVALIDO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO ABERTURA-EXIT
           END-IF
      *----O MES CORRENTE AINDA RECEBE VISITAS: SO FECHA MES ENCERRADO.
           IF WPER-MES NOT < WPER-MES-ATUAL
              MOVE 'SO UM MES JA ENCERRADO PODE SER FECHADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM R-SITUACAO-COMISSAO
           DISPLAY TELA-FECHA-PERIODO
           OPEN I-O PERFECHA.
           IF FS-PFE = '35'
              OPEN OUTPUT PERFECHA
              IF FS-PFE = '00'
                 CLOSE PERFECHA
                 OPEN I-O PERFECHA
              END-IF
           END-IF
           IF FS-PFE NOT = '00'
              MOVE FS-PFE TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PERFECHA TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ PERIODOS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-PFE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-FECHA-PERIODO THRU R-FECHA-PERIODO-1-EXIT
           CLOSE PERFECHA.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-FECHA-PERIODO SECTION.
       R-FECHA-PERIODO-1.
           MOVE 'N' TO WPER-EXISTE
           MOVE WPER-MES TO MES-PER
           READ PERFECHA
           IF FS-PFE = '00'
              MOVE 'S' TO WPER-EXISTE
              IF PER-FECHADO
                 MOVE SPACES TO WTXT
                 STRING 'MES JA FECHADO EM ' DATA-HORA-FECH-PER(1:8)
                        ' POR ' OPERADOR-FECH-PER
                        DELIMITED BY SIZE INTO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-FECHA-PERIODO-1-EXIT
              END-IF
           END-IF
           MOVE 'CONFIRMA O FECHAMENTO DO MES ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-FECHA-PERIODO-1-EXIT
           END-IF
      *----MES REABERTO ANTES: O REGISTRO E REAPROVEITADO E GUARDA A
      *    ULTIMA REABERTURA E QUANTAS JA HOUVE.
           IF PER-JA-REGISTRADO
              MOVE SPACES TO WAUD-ANTES
              STRING SITUACAO-PER ' REABERTO EM ' DATA-HORA-REAB-PER
                     ' POR ' FUNCTION TRIM(OPERADOR-REAB-PER)
                     DELIMITED BY SIZE INTO WAUD-ANTES
           ELSE
              MOVE SPACES TO WAUD-ANTES
              INITIALIZE REGISTRO-PERIODO
              MOVE WPER-MES TO MES-PER
              MOVE SPACES TO DATA-HORA-REAB-PER OPERADOR-REAB-PER
              MOVE ZEROES TO QTD-REAB-PER
           END-IF
           MOVE 'F' TO SITUACAO-PER
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-FECH-PER
           MOVE WPER-OPERADOR TO OPERADOR-FECH-PER
           IF PER-JA-REGISTRADO
              REWRITE REGISTRO-PERIODO
           ELSE
              WRITE REGISTRO-PERIODO
           END-IF
           IF FS-PFE NOT = '00'
              MOVE FS-PFE TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PERFECHA TO WERR-ARQUIVO
              MOVE MES-PER TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-PFE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-FECHA-PERIODO-1-EXIT
           END-IF
           MOVE SPACES TO WAUD-DEPOIS
           STRING SITUACAO-PER ' FECHADO EM ' DATA-HORA-FECH-PER
                  ' POR ' FUNCTION TRIM(OPERADOR-FECH-PER)
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA-PERIODO THRU R-AUDITA-PERIODO-FIM
           MOVE SPACES TO WTXT
           STRING 'PERIODO ' WPER-MES ' FECHADO '
                  DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-FECHA-PERIODO-1-EXIT.
           EXIT.

      *----SO INFORMA: A COMISSAO TEM FECHAMENTO PROPRIO (COMISSAO-
      *    FECHA.DAT) E O PERIODO PODE SER FECHADO MESMO SEM ELE.
       R-SITUACAO-COMISSAO.
           MOVE 'NAO FECHADA' TO WPER-SIT-COMISSAO
           OPEN INPUT COMFECHA.
           IF FS-FEC = '00'
              MOVE WPER-MES TO MES-FEC
              READ COMFECHA
              IF FS-FEC = '00'
                 MOVE SPACES TO WPER-SIT-COMISSAO
                 STRING 'FECHADA EM ' DATA-FECHAMENTO ' POR '
                        OPERADOR-FEC
                        DELIMITED BY SIZE INTO WPER-SIT-COMISSAO
              END-IF
              CLOSE COMFECHA
           END-IF.

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
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WPER-OPERADOR) ','
               'PERIODO' ',' 'F' ',' WPER-MES ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-PERIODO-FIM.
           EXIT.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
