       IDENTIFICATION DIVISION.
       PROGRAM-ID.  consultaerro.
       AUTHOR.      URBANO.
      *----CONSULTA DO REGISTRO DE ERROS CENTRAL (ERROS.LOG, GRAVADO
      *    PELO GRAVAERRO). FILTRA POR PERIODO, PROGRAMA E
      *    SEVERIDADE, LISTA DO MAIS RECENTE PARA O MAIS ANTIGO E
      *    MOSTRA A LINHA COMPLETA NO DETALHE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ERROS  ASSIGN TO DISK WID-ARQ-ERROS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROS.
       01  REG-ERRO.
           02 ERR-DATA-HORA        PIC X(014).
           02 ERR-SEP1             PIC X(001).
           02 ERR-PROGRAMA         PIC X(020).
           02 ERR-SEP2             PIC X(001).
           02 ERR-EMPRESA          PIC X(002).
           02 ERR-SEP3             PIC X(001).
           02 ERR-OPERADOR         PIC X(020).
           02 ERR-SEP4             PIC X(001).
           02 ERR-SEVERIDADE       PIC X(001).
           02 ERR-SEP5             PIC X(001).
           02 ERR-STATUS           PIC X(002).
           02 ERR-SEP6             PIC X(001).
           02 ERR-ARQUIVO          PIC X(050).
           02 ERR-SEP7             PIC X(001).
           02 ERR-CHAVE            PIC X(030).
           02 ERR-SEP8             PIC X(001).
           02 ERR-TEXTO            PIC X(080).

       WORKING-STORAGE SECTION.
       01 FS-ERR.
           02 FS-ERR-1                PIC 9.
           02 FS-ERR-2                PIC 9.
           02 FS-ERR-R REDEFINES FS-ERR-2 PIC 99 COMP-X.

       01 WID-ARQ-ERROS           PIC X(50) VALUE 'ERROS.LOG'.

      *----FILTROS DA CONSULTA (EM BRANCO/ZERO = SEM FILTRO).
       01 WFIL-DATA-INI           PIC 9(008) VALUE ZEROES.
       01 WFIL-DATA-FIM           PIC 9(008) VALUE ZEROES.
       01 WFIL-PROGRAMA           PIC X(020) VALUE SPACES.
       01 WFIL-SEVERIDADE         PIC X(001) VALUE SPACE.
       01 WFIL-EMPRESA            PIC X(002) VALUE SPACES.

      *----RESULTADO DA BUSCA: AS 300 LINHAS MAIS RECENTES QUE
      *    ATENDEM AO FILTRO, GUARDADAS EM FILA CIRCULAR (O ARQUIVO SO
      *    CRESCE E E LIDO DO INICIO). A LISTA MOSTRA A MAIS RECENTE
      *    PRIMEIRO.
       01 WTAB-RES.
          02 WRES-LINHA OCCURS 300 TIMES PIC X(228).
       77 WQTD-RES                PIC 9(003) VALUE ZEROES.
       77 WPOS-RES                PIC 9(003) VALUE ZEROES.
       77 WIDX-RES                PIC 9(003) VALUE ZEROES.
       77 WORD-RES                PIC 9(003) VALUE ZEROES.
       77 WTOT-LIDOS              PIC 9(007) VALUE ZEROES.
       77 WTOT-FILTRO             PIC 9(007) VALUE ZEROES.
       77 WPAG-INI                PIC 9(003) VALUE 1.
       77 WESCOLHA                PIC 9(003) VALUE ZEROES.
       01 WCMD-LISTA              PIC X(003) VALUE SPACES.

      *----LINHAS DA TELA DE LISTA (12 POR PAGINA).
       01 WTAB-TELA-LISTA.
          02 WLIN-TELA OCCURS 12 TIMES PIC X(078).
       77 WIDX-TELA               PIC 99 VALUE ZEROES.
       01 WTIT-PAGINA             PIC X(060) VALUE SPACES.

       01 WDET-DATA-HORA          PIC X(019) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'consultaerro'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-FILTRO-ERR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CONSULTA DO REGISTRO
      -" DE ERROS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "DATA INICIAL (AAAAMMDD, 0=TODAS)..:".
          02 SCR-FIL-DTI LINE 6 COL 42 PIC 9(008)
                 USING WFIL-DATA-INI AUTO.
          02 LINE 7 COL 5 VALUE "DATA FINAL (AAAAMMDD, 0=TODAS)....:".
          02 SCR-FIL-DTF LINE 7 COL 42 PIC 9(008)
                 USING WFIL-DATA-FIM AUTO.
          02 LINE 8 COL 5 VALUE "PROGRAMA (BRANCO=TODOS)...........:".
          02 SCR-FIL-PRG LINE 8 COL 42 PIC X(020)
                 USING WFIL-PROGRAMA AUTO.
          02 LINE 9 COL 5 VALUE "SEVERIDADE (F/E/A, BRANCO=TODAS)..:".
          02 SCR-FIL-SEV LINE 9 COL 42 PIC X(001)
                 USING WFIL-SEVERIDADE AUTO.
          02 LINE 10 COL 5 VALUE "EMPRESA (BRANCO=TODAS)............:".
          02 SCR-FIL-EMP LINE 10 COL 42 PIC X(002)
                 USING WFIL-EMPRESA AUTO.
          02 LINE 12 COL 5 VALUE
             "SEVERIDADE: F=FATAL (PAROU A ROTINA) E=ERRO A=AVISO".
          02 LINE 14 COL 5 VALUE "[ESC] SAI".

       01 TELA-LISTA-ERR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CONSULTA DO REGISTRO
      -" DE ERROS".
          02 LINE 3 COL 1 PIC X(060) FROM WTIT-PAGINA.
          02 LINE 4 COL 1 VALUE
             "NUM DATA-HORA      S PROGRAMA     EMP ST TEXTO".
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
             "NUMERO=DETALHE  P=PROXIMA  A=ANTERIOR  [ESC] VOLTA:".
          02 SCR-CMD-LISTA LINE 18 COL 53 PIC X(003)
                 USING WCMD-LISTA AUTO.

       01 TELA-DETALHE-ERR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - DETALHE DO ERRO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 3 VALUE "DATA-HORA.:".
          02 LINE 5 COL 15 PIC X(019) FROM WDET-DATA-HORA.
          02 LINE 5 COL 40 VALUE "SEVERIDADE:".
          02 LINE 5 COL 52 PIC X(001) FROM ERR-SEVERIDADE.
          02 LINE 6 COL 3 VALUE "PROGRAMA..:".
          02 LINE 6 COL 15 PIC X(020) FROM ERR-PROGRAMA.
          02 LINE 6 COL 40 VALUE "EMPRESA...:".
          02 LINE 6 COL 52 PIC X(002) FROM ERR-EMPRESA.
          02 LINE 7 COL 3 VALUE "OPERADOR..:".
          02 LINE 7 COL 15 PIC X(020) FROM ERR-OPERADOR.
          02 LINE 7 COL 40 VALUE "STATUS....:".
          02 LINE 7 COL 52 PIC X(002) FROM ERR-STATUS.
          02 LINE 9 COL 3 VALUE "ARQUIVO...:".
          02 LINE 9 COL 15 PIC X(050) FROM ERR-ARQUIVO.
          02 LINE 10 COL 3 VALUE "CHAVE.....:".
          02 LINE 10 COL 15 PIC X(030) FROM ERR-CHAVE.
          02 LINE 12 COL 3 VALUE "TEXTO.....:".
          02 LINE 13 COL 3 PIC X(080) FROM ERR-TEXTO.
          02 LINE 16 COL 3 VALUE "TECLE ALGO PARA VOLTAR".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           PERFORM UNTIL WSAIDA = 1
              DISPLAY TELA-FILTRO-ERR
              ACCEPT TELA-FILTRO-ERR
              IF ESC
                 MOVE 1 TO WSAIDA
              ELSE
                 PERFORM S-BUSCA THRU R-BUSCA-1-EXIT
                 IF WQTD-RES = ZEROES
                    MOVE 'NENHUM ERRO ATENDE AOS FILTROS ' TO WTXT
                    MOVE ZEROES TO WST
                    PERFORM R-MSG-ERR
                 ELSE
                    PERFORM S-LISTA THRU R-LISTA-1-EXIT
                 END-IF
              END-IF
           END-PERFORM.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-BUSCA SECTION.
       R-BUSCA-1.
           INITIALIZE WQTD-RES WPOS-RES WTOT-LIDOS WTOT-FILTRO
           INSPECT WFIL-SEVERIDADE CONVERTING 'fea' TO 'FEA'
           OPEN INPUT ERROS.
           IF FS-ERR = '35'
              GO TO R-BUSCA-1-EXIT
           END-IF
           IF FS-ERR NOT = '00'
              MOVE FS-ERR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-ERROS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ERROS.LOG: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-ERR TO WST
              PERFORM R-MSG-ERR
              GO TO R-BUSCA-1-EXIT
           END-IF
           PERFORM UNTIL FS-ERR NOT = '00'
              READ ERROS
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WTOT-LIDOS
                    PERFORM R-AVALIA-LINHA THRU R-AVALIA-LINHA-FIM
              END-READ
           END-PERFORM
           CLOSE ERROS.
       R-BUSCA-1-EXIT.
           EXIT.

       R-AVALIA-LINHA.
           IF ERR-DATA-HORA(1:8) IS NUMERIC
              IF WFIL-DATA-INI > ZEROES AND
                 ERR-DATA-HORA(1:8) < WFIL-DATA-INI(1:8)
                 GO TO R-AVALIA-LINHA-FIM
              END-IF
              IF WFIL-DATA-FIM > ZEROES AND
                 ERR-DATA-HORA(1:8) > WFIL-DATA-FIM(1:8)
                 GO TO R-AVALIA-LINHA-FIM
              END-IF
           END-IF
           IF WFIL-PROGRAMA NOT = SPACES AND
              FUNCTION UPPER-CASE(ERR-PROGRAMA) NOT =
              FUNCTION UPPER-CASE(WFIL-PROGRAMA)
              GO TO R-AVALIA-LINHA-FIM
           END-IF
           IF WFIL-SEVERIDADE NOT = SPACE AND
              ERR-SEVERIDADE NOT = WFIL-SEVERIDADE
              GO TO R-AVALIA-LINHA-FIM
           END-IF
           IF WFIL-EMPRESA NOT = SPACES AND
              ERR-EMPRESA NOT = WFIL-EMPRESA
              GO TO R-AVALIA-LINHA-FIM
           END-IF
           ADD 1 TO WTOT-FILTRO
           ADD 1 TO WPOS-RES
           IF WPOS-RES > 300
              MOVE 1 TO WPOS-RES
           END-IF
           MOVE REG-ERRO TO WRES-LINHA(WPOS-RES)
           IF WQTD-RES < 300
              ADD 1 TO WQTD-RES
           END-IF.
       R-AVALIA-LINHA-FIM.
           EXIT.

       S-LISTA SECTION.
       R-LISTA-1.
           MOVE 1 TO WPAG-INI
           PERFORM UNTIL 1 = 2
              PERFORM R-MONTA-PAGINA
              MOVE SPACES TO WCMD-LISTA
              DISPLAY TELA-LISTA-ERR
              ACCEPT TELA-LISTA-ERR
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
                          PERFORM S-DETALHE THRU R-DETALHE-1-EXIT
                       END-IF
                    END-IF
              END-EVALUATE
           END-PERFORM.
       R-LISTA-1-EXIT.
           EXIT.

      *----A ORDEM NA TELA E DA MAIS RECENTE PARA A MAIS ANTIGA: A
      *    LINHA 1 E A ULTIMA GRAVADA NA FILA CIRCULAR.
       R-POSICAO-ORDEM.
           IF WORD-RES > WPOS-RES
              COMPUTE WIDX-RES = WPOS-RES - WORD-RES + 301
           ELSE
              COMPUTE WIDX-RES = WPOS-RES - WORD-RES + 1
           END-IF.

       R-MONTA-PAGINA.
           MOVE SPACES TO WTAB-TELA-LISTA
           PERFORM VARYING WIDX-TELA FROM 1 BY 1
                   UNTIL WIDX-TELA > 12
              COMPUTE WORD-RES = WPAG-INI + WIDX-TELA - 1
              IF WORD-RES NOT > WQTD-RES
                 PERFORM R-POSICAO-ORDEM
                 MOVE WRES-LINHA(WIDX-RES) TO REG-ERRO
                 MOVE SPACES TO WLIN-TELA(WIDX-TELA)
                 STRING WORD-RES ' ' ERR-DATA-HORA ' '
                        ERR-SEVERIDADE ' ' ERR-PROGRAMA(1:12) ' '
                        ERR-EMPRESA '  ' ERR-STATUS ' '
                        ERR-TEXTO(1:29)
                     DELIMITED BY SIZE INTO WLIN-TELA(WIDX-TELA)
              END-IF
           END-PERFORM
           MOVE SPACES TO WTIT-PAGINA
           STRING 'LINHAS ' WPAG-INI ' A ... DE ' WQTD-RES
               ' (NO FILTRO: ' WTOT-FILTRO ')'
               DELIMITED BY SIZE INTO WTIT-PAGINA.

       S-DETALHE SECTION.
       R-DETALHE-1.
           MOVE WESCOLHA TO WORD-RES
           PERFORM R-POSICAO-ORDEM
           MOVE WRES-LINHA(WIDX-RES) TO REG-ERRO
           MOVE SPACES TO WDET-DATA-HORA
           STRING ERR-DATA-HORA(7:2) '/' ERR-DATA-HORA(5:2) '/'
                  ERR-DATA-HORA(1:4) ' ' ERR-DATA-HORA(9:2) ':'
                  ERR-DATA-HORA(11:2) ':' ERR-DATA-HORA(13:2)
                  DELIMITED BY SIZE INTO WDET-DATA-HORA
           DISPLAY TELA-DETALHE-ERR
           ACCEPT WX.
       R-DETALHE-1-EXIT.
           EXIT.

       R-MSG-ERR.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       COPY FS-TRADUZ.CPY.
