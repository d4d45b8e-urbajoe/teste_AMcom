       IDENTIFICATION DIVISION.
       PROGRAM-ID.  autorizalote.
       AUTHOR.      URBANO.
      *----AUTORIZACAO PREVIA PARA A EXECUCAO EM LOTE DOS UTILITARIOS
      *    QUE EXIGEM AUTORIZACAO DE DUAS PESSOAS (recuperadis E
      *    DEMAIS, VIDE AUTORIZA.CPY). O OPERADOR DO MENU E O
      *    SOLICITANTE; UM SUPERVISOR CONFIRMA COM A PROPRIA SENHA E A
      *    AUTORIZACAO FICA PENDENTE EM AUTORIZA-LOTE.DAT ATE A
      *    PRIMEIRA EXECUCAO DA ROTINA OU O FIM DA VALIDADE. A CONSULTA
      *    LISTA AS AUTORIZACOES E PERMITE CANCELAR AS PENDENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUTLOTE ASSIGN TO DISK WID-ARQ-AUTLOTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUM-AUT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ALT.

       SELECT SEGULOG ASSIGN TO DISK WID-ARQ-SEGULOG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-SEG.

       DATA DIVISION.
       FILE SECTION.
       FD AUTLOTE.
       01  REGISTRO-AUTLOTE.
           02 NUM-AUT                   PIC  9(006).
           02 PROGRAMA-AUT              PIC  X(020).
           02 EMPRESA-AUT               PIC  X(002).
           02 PARAMETROS-AUT            PIC  X(060).
           02 SOLICITANTE-AUT           PIC  X(020).
           02 SUPERVISOR-AUT            PIC  X(020).
           02 DATA-HORA-EMIS-AUT        PIC  X(014).
           02 VALIDADE-AUT              PIC  X(014).
           02 STATUS-AUT                PIC  X(001).
              88 AUT-PENDENTE                 VALUE 'P'.
              88 AUT-USADA                    VALUE 'U'.
              88 AUT-CANCELADA                VALUE 'C'.
              88 AUT-VENCIDA                  VALUE 'V'.
           02 DATA-HORA-USO-AUT         PIC  X(014).
           02 DESFECHO-AUT              PIC  X(060).

       FD  SEGULOG.
       01  SEGULOG-REC.
           05  SEGULOG-DATA-01      PIC X(00120).

       WORKING-STORAGE SECTION.
       01 FS-ALT.
           02 FS-ALT-1                PIC 9.
           02 FS-ALT-2                PIC 9.
           02 FS-ALT-R REDEFINES FS-ALT-2 PIC 99 COMP-X.
       01 FS-SEG.
           02 FS-SEG-1                PIC 9.
           02 FS-SEG-2                PIC 9.
           02 FS-SEG-R REDEFINES FS-SEG-2 PIC 99 COMP-X.

       01 WID-ARQ-AUTLOTE         PIC X(50) VALUE 'AUTORIZA-LOTE.DAT'.
       01 WID-ARQ-SEGULOG         PIC X(50) VALUE 'SEGURANCA.LOG'.

      *----ROTINAS QUE EXIGEM AUTORIZACAO DE DUAS PESSOAS.
       01 WTAB-ROTINAS-V.
          02 FILLER               PIC X(020) VALUE 'recuperadis'.
          02 FILLER               PIC X(020) VALUE 'backupger'.
          02 FILLER               PIC X(020) VALUE 'anonimiza'.
          02 FILLER               PIC X(020) VALUE 'desfazdis'.
          02 FILLER               PIC X(020) VALUE 'mesclacli'.
       01 WTAB-ROTINAS REDEFINES WTAB-ROTINAS-V.
          02 WROTINA-AUT OCCURS 5 TIMES PIC X(020).
       77 WIDX-ROT                PIC 9 VALUE ZEROES.
       01 WROTINA-OK              PIC X VALUE 'N'.
          88 ROTINA-OK                 VALUE 'S'.

       77 WOPCAO-AUT              PIC 9 VALUE ZEROES.
       01 WEMI-ROTINA             PIC X(020) VALUE SPACES.
       01 WEMI-PARAMETROS         PIC X(060) VALUE SPACES.

      *----LISTA: AS 300 AUTORIZACOES DE NUMERO MAIS ALTO, DA MAIS
      *    RECENTE PARA A MAIS ANTIGA (12 POR PAGINA).
       01 WTAB-RES.
          02 WRES-NUM OCCURS 300 TIMES PIC 9(006).
       77 WQTD-RES                PIC 9(003) VALUE ZEROES.
       77 WPOS-RES                PIC 9(003) VALUE ZEROES.
       77 WIDX-RES                PIC 9(003) VALUE ZEROES.
       77 WORD-RES                PIC 9(003) VALUE ZEROES.
       77 WPAG-INI                PIC 9(003) VALUE 1.
       77 WESCOLHA                PIC 9(003) VALUE ZEROES.
       01 WCMD-LISTA              PIC X(003) VALUE SPACES.
       01 WTAB-TELA-LISTA.
          02 WLIN-TELA OCCURS 12 TIMES PIC X(078).
       77 WIDX-TELA               PIC 99 VALUE ZEROES.
       01 WTIT-PAGINA             PIC X(060) VALUE SPACES.
       01 WDESC-STATUS            PIC X(009) VALUE SPACES.
       01 WDESFECHO-CANC          PIC X(060) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'autorizalote'.

       COPY ERROLOG.CPY.

       COPY AUTORIZA.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-AUTLOTE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 16 VALUE "SISTEMA EXEMPLO - AUTORIZACAO DE LOTE
      -"".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] EMITIR AUTORIZACAO DE LOTE".
          02 LINE 8 COL 10 VALUE "[2] CONSULTAR / CANCELAR".
          02 LINE 10 COL 10 VALUE "[0] VOLTAR".
          02 LINE 12 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 SCR-OPCAO-AUT LINE 12 COL 34 PIC 9
                 USING WOPCAO-AUT AUTO.

       01 TELA-EMITE-AUT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - EMISSAO DE AUTORIZAC
      -"AO DE LOTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ROTINA......:".
          02 SCR-EMI-ROTINA LINE 6 COL 19 PIC X(020)
                 USING WEMI-ROTINA AUTO.
          02 LINE 7 COL 5 VALUE "PARAMETROS..:".
          02 SCR-EMI-PARAM LINE 7 COL 19 PIC X(060)
                 USING WEMI-PARAMETROS AUTO.
          02 LINE 9 COL 5 VALUE
             "ROTINAS: recuperadis backupger anonimiza desfazdis".
          02 LINE 10 COL 14 VALUE "mesclacli".
          02 LINE 12 COL 5 VALUE
             "A AUTORIZACAO VALE PARA UMA UNICA EXECUCAO, DENTRO DA".
          02 LINE 13 COL 5 VALUE
             "VALIDADE (AUTORIZA-VALIDADE-HORAS EM CONFIG.DAT).".
          02 LINE 15 COL 5 VALUE "[ESC] VOLTA".

       01 TELA-LISTA-AUT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 16 VALUE "SISTEMA EXEMPLO - AUTORIZACOES DE LOT
      -"E".
          02 LINE 3 COL 1 PIC X(060) FROM WTIT-PAGINA.
          02 LINE 4 COL 1 VALUE
             "NUM AUTORIZ ROTINA       EM SITUACAO VALIDADE       SUPERV
      -"ISOR".
          02 LINE 5 COL 1 PIC X(078) FROM WLIN-TELA(1).
          02 LINE 6 COL 1 PIC X(078) FROM WLIN-TELA(2).
          02 LINE 7 COL 1 PIC X(078) FROM WLIN-TELA(3).
          02 LINE 8 COL 1 PIC X(078) FROM WLIN-TELA(4).
          02 LINE 9 COL 1 PIC X(078) FROM WLIN-TELA(5).
          02 LINE 10 COL 1 PIC X(078) FROM WLIN-TELA(6).
          02 LINE 11 COL 1 PIC X(078) FROM WLIN-TELA(7).
          02 LINE 12 COL 1 PIC X(078) FROM WLIN-TELA(8).
          02 LINE 13 COL 1 PIC X(078) FROM WLIN-TELA(9).
          02 LINE 14 COL 1 PIC X(078) FROM WLIN-TELA(10).
          02 LINE 15 COL 1 PIC X(078) FROM WLIN-TELA(11).
          02 LINE 16 COL 1 PIC X(078) FROM WLIN-TELA(12).
          02 LINE 18 COL 1 VALUE
             "NUMERO=CANCELA  P=PROXIMA  A=ANTERIOR  [ESC] VOLTA:".
          02 SCR-CMD-LISTA LINE 18 COL 53 PIC X(003)
                 USING WCMD-LISTA AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           PERFORM UNTIL WSAIDA = 1
              MOVE ZEROES TO WOPCAO-AUT
              DISPLAY TELA-AUTLOTE
              ACCEPT TELA-AUTLOTE
              IF ESC
                 MOVE 1 TO WSAIDA
              ELSE
                 EVALUATE WOPCAO-AUT
                    WHEN 1
                       PERFORM S-EMITE THRU R-EMITE-1-EXIT
                    WHEN 2
                       PERFORM S-BUSCA THRU R-BUSCA-1-EXIT
                       IF WQTD-RES = ZEROES
                          MOVE 'NENHUMA AUTORIZACAO DE LOTE EMITIDA'
                               TO WTXT
                          MOVE ZEROES TO WST
                          PERFORM R-MSG-AUT
                       ELSE
                          PERFORM S-LISTA THRU R-LISTA-1-EXIT
                       END-IF
                    WHEN 0
                       MOVE 1 TO WSAIDA
                 END-EVALUATE
              END-IF
           END-PERFORM.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----EMISSAO: ROTINA DA LISTA, PARAMETROS LIVRES (FICAM NA
      *    AUTORIZACAO E NA AUDITORIA). O SUPERVISOR E CONFERIDO PELO
      *    autorizadupla, QUE GRAVA A AUTORIZACAO E DEVOLVE O NUMERO.
       S-EMITE SECTION.
       R-EMITE-1.
           MOVE SPACES TO WEMI-ROTINA WEMI-PARAMETROS
           DISPLAY TELA-EMITE-AUT
           ACCEPT TELA-EMITE-AUT
           IF ESC OR WEMI-ROTINA = SPACES
              GO TO R-EMITE-1-EXIT
           END-IF
           MOVE FUNCTION LOWER-CASE(WEMI-ROTINA) TO WEMI-ROTINA
           MOVE 'N' TO WROTINA-OK
           PERFORM VARYING WIDX-ROT FROM 1 BY 1 UNTIL WIDX-ROT > 5
              IF WROTINA-AUT(WIDX-ROT) = WEMI-ROTINA
                 MOVE 'S' TO WROTINA-OK
              END-IF
           END-PERFORM
           IF NOT ROTINA-OK
              MOVE 'ROTINA NAO EXIGE AUTORIZACAO DE LOTE' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-AUT
              GO TO R-EMITE-1-EXIT
           END-IF
           INITIALIZE WAUT-DADOS
           MOVE 'E' TO WAUT-FUNCAO
           MOVE 'N' TO WAUT-LOTE
           MOVE WEMI-ROTINA TO WAUT-PROGRAMA
           MOVE WEMPRESA-LID TO WAUT-EMPRESA
           MOVE WID-ARQ-OPERADORES-1 TO WAUT-ARQ-OPERADORES
           MOVE WOPERADOR-ID TO WAUT-SOLICITANTE
           MOVE WEMI-PARAMETROS TO WAUT-PARAMETROS
           CALL 'autorizadupla' USING WAUT-DADOS
           IF AUT-CONCEDIDA
              MOVE SPACES TO WTXT
              STRING 'AUTORIZACAO DE LOTE EMITIDA: NUMERO ' WAUT-TOKEN
                     DELIMITED BY SIZE INTO WTXT
           ELSE
              MOVE WAUT-MOTIVO TO WTXT
           END-IF
           MOVE ZEROES TO WST
           PERFORM R-MSG-AUT.
       R-EMITE-1-EXIT.
           EXIT.

       S-BUSCA SECTION.
       R-BUSCA-1.
           INITIALIZE WQTD-RES WPOS-RES
           OPEN INPUT AUTLOTE.
           IF FS-ALT = '35'
              GO TO R-BUSCA-1-EXIT
           END-IF
           IF FS-ALT NOT = '00'
              MOVE FS-ALT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-AUTLOTE TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT AUTORIZA-LOTE: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-ALT TO WST
              PERFORM R-MSG-AUT
              GO TO R-BUSCA-1-EXIT
           END-IF
           MOVE ZEROES TO NUM-AUT
           START AUTLOTE KEY IS NOT LESS THAN NUM-AUT
           PERFORM UNTIL FS-ALT NOT = '00'
              READ AUTLOTE NEXT
              IF FS-ALT = '00'
                 ADD 1 TO WPOS-RES
                 IF WPOS-RES > 300
                    MOVE 1 TO WPOS-RES
                 END-IF
                 MOVE NUM-AUT TO WRES-NUM(WPOS-RES)
                 IF WQTD-RES < 300
                    ADD 1 TO WQTD-RES
                 END-IF
              END-IF
           END-PERFORM
           CLOSE AUTLOTE.
       R-BUSCA-1-EXIT.
           EXIT.

       S-LISTA SECTION.
       R-LISTA-1.
           MOVE 1 TO WPAG-INI
           PERFORM UNTIL 1 = 2
              PERFORM R-MONTA-PAGINA
              MOVE SPACES TO WCMD-LISTA
              DISPLAY TELA-LISTA-AUT
              ACCEPT TELA-LISTA-AUT
              IF ESC
                 GO TO R-LISTA-1-EXIT
              END-IF
              EVALUATE TRUE
                 WHEN WCMD-LISTA = 'P' OR WCMD-LISTA = 'p'
                    IF WPAG-INI + 12 NOT > WQTD-RES
                       ADD 12 TO WPAG-INI
                    END-IF
                 WHEN WCMD-LISTA = 'A' OR WCMD-LISTA = 'a'
                    IF WPAG-INI > 12
                       SUBTRACT 12 FROM WPAG-INI
                    END-IF
                 WHEN WCMD-LISTA = SPACES
                    GO TO R-LISTA-1-EXIT
                 WHEN OTHER
                    IF FUNCTION TRIM(WCMD-LISTA) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WCMD-LISTA) TO WESCOLHA
                       IF WESCOLHA > ZEROES AND
                          WESCOLHA NOT > WQTD-RES
                          PERFORM S-CANCELA THRU R-CANCELA-1-EXIT
                       END-IF
                    END-IF
              END-EVALUATE
           END-PERFORM.
       R-LISTA-1-EXIT.
           EXIT.

       R-POSICAO-ORDEM.
           IF WORD-RES > WPOS-RES
              COMPUTE WIDX-RES = WPOS-RES - WORD-RES + 301
           ELSE
              COMPUTE WIDX-RES = WPOS-RES - WORD-RES + 1
           END-IF.

       R-MONTA-PAGINA.
           MOVE SPACES TO WTAB-TELA-LISTA
           OPEN INPUT AUTLOTE
           PERFORM VARYING WIDX-TELA FROM 1 BY 1
                   UNTIL WIDX-TELA > 12
              COMPUTE WORD-RES = WPAG-INI + WIDX-TELA - 1
              IF WORD-RES NOT > WQTD-RES AND FS-ALT = '00'
                 PERFORM R-POSICAO-ORDEM
                 MOVE WRES-NUM(WIDX-RES) TO NUM-AUT
                 READ AUTLOTE
                 IF FS-ALT = '00'
                    PERFORM R-DESC-STATUS
                    MOVE SPACES TO WLIN-TELA(WIDX-TELA)
                    STRING WORD-RES ' ' NUM-AUT '  '
                           PROGRAMA-AUT(1:12) ' ' EMPRESA-AUT ' '
                           WDESC-STATUS ' '
                           VALIDADE-AUT(7:2) '/' VALIDADE-AUT(5:2) '/'
                           VALIDADE-AUT(1:4) ' ' VALIDADE-AUT(9:2) ':'
                           VALIDADE-AUT(11:2) ' ' SUPERVISOR-AUT(1:14)
                        DELIMITED BY SIZE INTO WLIN-TELA(WIDX-TELA)
                 ELSE
                    MOVE '00' TO FS-ALT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE AUTLOTE
           MOVE SPACES TO WTIT-PAGINA
           STRING 'LINHAS ' WPAG-INI ' A ... DE ' WQTD-RES
               DELIMITED BY SIZE INTO WTIT-PAGINA.

       R-DESC-STATUS.
           EVALUATE TRUE
              WHEN AUT-PENDENTE  MOVE 'PENDENTE' TO WDESC-STATUS
              WHEN AUT-USADA     MOVE 'USADA' TO WDESC-STATUS
              WHEN AUT-CANCELADA MOVE 'CANCELADA' TO WDESC-STATUS
              WHEN AUT-VENCIDA   MOVE 'VENCIDA' TO WDESC-STATUS
              WHEN OTHER         MOVE SPACES TO WDESC-STATUS
           END-EVALUATE.

      *----CANCELAMENTO: SO AUTORIZACAO AINDA PENDENTE; O DESFECHO
      *    REGISTRA QUEM CANCELOU E O LOG DE SEGURANCA RECEBE A LINHA.
       S-CANCELA SECTION.
       R-CANCELA-1.
           MOVE WESCOLHA TO WORD-RES
           PERFORM R-POSICAO-ORDEM
           OPEN I-O AUTLOTE.
           IF FS-ALT NOT = '00'
              MOVE FS-ALT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-AUTLOTE TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT AUTORIZA-LOTE: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-ALT TO WST
              PERFORM R-MSG-AUT
              GO TO R-CANCELA-1-EXIT
           END-IF
           MOVE WRES-NUM(WIDX-RES) TO NUM-AUT
           READ AUTLOTE
           IF FS-ALT NOT = '00' OR NOT AUT-PENDENTE
              CLOSE AUTLOTE
              MOVE 'SO AUTORIZACAO PENDENTE PODE SER CANCELADA' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-AUT
              GO TO R-CANCELA-1-EXIT
           END-IF
           MOVE SPACES TO WTXT
           STRING 'CANCELA A AUTORIZACAO ' NUM-AUT ' (S/N)?'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              CLOSE AUTLOTE
              GO TO R-CANCELA-1-EXIT
           END-IF
           MOVE 'C' TO STATUS-AUT
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-USO-AUT
           MOVE SPACES TO WDESFECHO-CANC
           STRING 'CANCELADA POR ' FUNCTION TRIM(WOPERADOR-ID)
                  DELIMITED BY SIZE INTO WDESFECHO-CANC
           MOVE WDESFECHO-CANC TO DESFECHO-AUT
           REWRITE REGISTRO-AUTLOTE
           IF FS-ALT NOT = '00'
              MOVE FS-ALT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-AUTLOTE TO WERR-ARQUIVO
              MOVE NUM-AUT TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              CLOSE AUTLOTE
              MOVE SPACES TO WTXT
              STRING 'ERRO DE REGRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-ALT TO WST
              PERFORM R-MSG-AUT
              GO TO R-CANCELA-1-EXIT
           END-IF
           CLOSE AUTLOTE
           OPEN EXTEND SEGULOG
           IF FS-SEG = '35'
              OPEN OUTPUT SEGULOG
           END-IF
           IF FS-SEG = '00'
              MOVE SPACES TO SEGULOG-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                  FUNCTION TRIM(WOPERADOR-ID) ','
                  'AUTORIZ-LOTE-CANCELADA' ','
                  FUNCTION TRIM(PROGRAMA-AUT) ' AUTORIZACAO=' NUM-AUT
                  DELIMITED BY SIZE INTO SEGULOG-DATA-01
              WRITE SEGULOG-REC
              CLOSE SEGULOG
           END-IF
           MOVE 'AUTORIZACAO CANCELADA' TO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MSG-AUT.
       R-CANCELA-1-EXIT.
           EXIT.

       R-MSG-AUT.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       COPY FS-TRADUZ.CPY.
