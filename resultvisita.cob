       IDENTIFICATION DIVISION.
       PROGRAM-ID.  resultvisita.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESULTVIS ASSIGN TO DISK WID-ARQ-RESULTVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-RES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RES.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
      *----TABELA DE RESULTADOS DE VISITA: O CODIGO DE 2 POSICOES
      *    QUE VEM NA CARGA DE CAMPO (IMPVISITA) E NO REGISTRO MANUAL
      *    DA VISITA. PRODUTIVO = 'S' MARCA OS RESULTADOS QUE CONTAM
      *    COMO VISITA PRODUTIVA NO RELATORIO DE RESULTADOS.
      *    DIAS-RETORNO > 0 FAZ A CARGA DE CAMPO AGENDAR UMA VISITA
      *    DE RETORNO AO CLIENTE N DIAS UTEIS DEPOIS DA VISITA.
       FD RESULTVIS.
       01  REGISTRO-RESULTADO.
           02 CODIGO-RES                PIC  X(002).
           02 DESCRICAO-RES             PIC  X(030).
           02 PRODUTIVO-RES             PIC  X(001).
              88 RES-PRODUTIVO                VALUE 'S'.
           02 DIAS-RETORNO-RES          PIC  9(003).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-RES.
           02 FS-RES-1                PIC 9.
           02 FS-RES-2                PIC 9.
           02 FS-RES-R REDEFINES FS-RES-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-RESULTVIS       PIC X(50) VALUE
              'RESULTADO-VISITA.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----PAINEL COM OS CODIGOS CADASTRADOS (A PARTIR DO CODIGO
      *    INFORMADO NA ULTIMA CONSULTA, 12 POR TELA).
       01 WRES-PAINEL.
          02 WRES-PAINEL-1          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-2          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-3          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-4          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-5          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-6          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-7          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-8          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-9          PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-10         PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-11         PIC X(060) VALUE SPACES.
          02 WRES-PAINEL-12         PIC X(060) VALUE SPACES.
       01 WRES-PAINEL-R REDEFINES WRES-PAINEL.
          02 WRES-PAINEL-LIN OCCURS 12 TIMES PIC X(060).
       77 WIDX-PAINEL              PIC 99 VALUE ZEROES.
       01 WRES-INICIO-PAINEL       PIC X(002) VALUE LOW-VALUES.

       01 WRES-CODIGO              PIC X(002) VALUE SPACES.
       01 WED-DESCRICAO            PIC X(030) VALUE SPACES.
       01 WED-PRODUTIVO            PIC X(001) VALUE SPACES.
       01 WED-DIAS-RETORNO         PIC 9(003) VALUE ZEROES.
       77 WPTR-PAINEL              PIC 9(003) VALUE ZEROES.
       01 WDESC-ANTES              PIC X(030) VALUE SPACES.
       01 WRES-EXISTE              PIC X(001) VALUE 'N'.
          88 RES-EXISTE                  VALUE 'S'.
       01 WRES-SITUACAO            PIC X(020) VALUE SPACES.
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
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'resultvisita'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-RESULTADOS-LISTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - CADASTRO DE RESULTAD
      -"OS DE VISITA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 PIC X(060) FROM WRES-PAINEL-1.
          02 LINE 6 COL 5 PIC X(060) FROM WRES-PAINEL-2.
          02 LINE 7 COL 5 PIC X(060) FROM WRES-PAINEL-3.
          02 LINE 8 COL 5 PIC X(060) FROM WRES-PAINEL-4.
          02 LINE 9 COL 5 PIC X(060) FROM WRES-PAINEL-5.
          02 LINE 10 COL 5 PIC X(060) FROM WRES-PAINEL-6.
          02 LINE 11 COL 5 PIC X(060) FROM WRES-PAINEL-7.
          02 LINE 12 COL 5 PIC X(060) FROM WRES-PAINEL-8.
          02 LINE 13 COL 5 PIC X(060) FROM WRES-PAINEL-9.
          02 LINE 14 COL 5 PIC X(060) FROM WRES-PAINEL-10.
          02 LINE 15 COL 5 PIC X(060) FROM WRES-PAINEL-11.
          02 LINE 16 COL 5 PIC X(060) FROM WRES-PAINEL-12.
          02 LINE 18 COL 5 VALUE
             "CODIGO NOVO INCLUI; DESCRICAO EM BRANCO EXCLUI.".
          02 LINE 20 COL 5 VALUE
             "CODIGO DO RESULTADO (EM BRANCO SAI):".
          02 SCR-RES-CODIGO LINE 20 COL 42 PIC X(002)
                 USING WRES-CODIGO AUTO.

       01 TELA-RESULTADO-DET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - CADASTRO DE RESULTAD
      -"OS DE VISITA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "CODIGO..................:".
          02 LINE 5 COL 31 PIC X(002) FROM WRES-CODIGO.
          02 LINE 5 COL 36 PIC X(020) FROM WRES-SITUACAO.
          02 LINE 7 COL 5 VALUE "DESCRICAO...............:".
          02 SCR-ED-DESC LINE 7 COL 31 PIC X(030)
                 USING WED-DESCRICAO AUTO.
          02 LINE 9 COL 5 VALUE "VISITA PRODUTIVA (S/N)..:".
          02 SCR-ED-PROD LINE 9 COL 31 PIC X(001)
                 USING WED-PRODUTIVO AUTO.
          02 LINE 11 COL 5 VALUE "DIAS UTEIS P/ RETORNO...:".
          02 SCR-ED-DIAS LINE 11 COL 31 PIC 9(003)
                 USING WED-DIAS-RETORNO AUTO.
          02 LINE 11 COL 36 VALUE "(0 = NAO AGENDA RETORNO)".
          02 LINE 13 COL 5 VALUE
             "(DESCRICAO EM BRANCO EXCLUI O CODIGO)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           OPEN I-O RESULTVIS.
           IF FS-RES = '35'
              OPEN OUTPUT RESULTVIS
              CLOSE RESULTVIS
              OPEN I-O RESULTVIS
           END-IF
           IF FS-RES NOT = '00'
              MOVE FS-RES TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-RESULTVIS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ RESULTADOS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-RES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           MOVE LOW-VALUES TO WRES-INICIO-PAINEL
           PERFORM UNTIL WSAIDA = 1
              PERFORM R-MONTA-PAINEL
              MOVE SPACES TO WRES-CODIGO
              DISPLAY TELA-RESULTADOS-LISTA
              ACCEPT TELA-RESULTADOS-LISTA
              IF ESC OR WRES-CODIGO = SPACES
                 MOVE 1 TO WSAIDA
              ELSE
                 MOVE FUNCTION UPPER-CASE(WRES-CODIGO) TO WRES-CODIGO
                 PERFORM S-MANTEM-RESULTADO
                       THRU R-MANTEM-RESULTADO-1-EXIT
                 MOVE WRES-CODIGO TO WRES-INICIO-PAINEL
              END-IF
           END-PERFORM
           CLOSE RESULTVIS.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----LISTA ATE 12 CODIGOS A PARTIR DO ULTIMO CODIGO MANTIDO;
      *    NO FIM DO ARQUIVO VOLTA PARA O INICIO NA PROXIMA TELA.
       R-MONTA-PAINEL.
           MOVE SPACES TO WRES-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WRES-INICIO-PAINEL TO CODIGO-RES
           START RESULTVIS KEY IS NOT LESS THAN CODIGO-RES
           PERFORM UNTIL FS-RES NOT = '00' OR WIDX-PAINEL = 12
              READ RESULTVIS NEXT
              IF FS-RES = '00'
                 ADD 1 TO WIDX-PAINEL
                 MOVE 1 TO WPTR-PAINEL
                 STRING '[' CODIGO-RES '] ' DESCRICAO-RES
                     DELIMITED BY SIZE
                     INTO WRES-PAINEL-LIN(WIDX-PAINEL)
                     WITH POINTER WPTR-PAINEL
                 IF RES-PRODUTIVO
                    STRING ' PRODUTIVO' DELIMITED BY SIZE
                        INTO WRES-PAINEL-LIN(WIDX-PAINEL)
                        WITH POINTER WPTR-PAINEL
                 END-IF
                 IF DIAS-RETORNO-RES > ZEROES
                    STRING ' RETORNO ' DIAS-RETORNO-RES 'D'
                        DELIMITED BY SIZE
                        INTO WRES-PAINEL-LIN(WIDX-PAINEL)
                        WITH POINTER WPTR-PAINEL
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL < 12
              MOVE LOW-VALUES TO WRES-INICIO-PAINEL
           END-IF
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUM RESULTADO CADASTRADO)' TO WRES-PAINEL-1
           END-IF.

       S-MANTEM-RESULTADO SECTION.
       R-MANTEM-RESULTADO-1.
           MOVE WRES-CODIGO TO CODIGO-RES
           READ RESULTVIS
           IF FS-RES = '00'
              MOVE 'S' TO WRES-EXISTE
              MOVE '(ALTERACAO)' TO WRES-SITUACAO
              MOVE DESCRICAO-RES TO WED-DESCRICAO WDESC-ANTES
              MOVE PRODUTIVO-RES TO WED-PRODUTIVO
              MOVE DIAS-RETORNO-RES TO WED-DIAS-RETORNO
           ELSE
              MOVE 'N' TO WRES-EXISTE
              MOVE '(INCLUSAO)' TO WRES-SITUACAO
              MOVE SPACES TO WED-DESCRICAO WDESC-ANTES
              MOVE 'N' TO WED-PRODUTIVO
              MOVE ZEROES TO WED-DIAS-RETORNO
           END-IF
           DISPLAY TELA-RESULTADO-DET
           ACCEPT TELA-RESULTADO-DET
           IF ESC
              GO TO R-MANTEM-RESULTADO-1-EXIT
           END-IF
           IF WED-DESCRICAO = SPACES AND NOT RES-EXISTE
              GO TO R-MANTEM-RESULTADO-1-EXIT
           END-IF
           IF WED-PRODUTIVO = 's'
              MOVE 'S' TO WED-PRODUTIVO
           END-IF
           IF WED-PRODUTIVO NOT = 'S'
              MOVE 'N' TO WED-PRODUTIVO
           END-IF
           IF WED-DESCRICAO = SPACES
              MOVE 'CONFIRMA EXCLUSAO DO CODIGO ?...' TO WTXT
           ELSE
              MOVE 'CONFIRMA ?...' TO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-MANTEM-RESULTADO-1-EXIT
           END-IF
           MOVE WRES-CODIGO TO CODIGO-RES
           MOVE WED-DESCRICAO TO DESCRICAO-RES
           MOVE WED-PRODUTIVO TO PRODUTIVO-RES
           MOVE WED-DIAS-RETORNO TO DIAS-RETORNO-RES
           EVALUATE TRUE
              WHEN WED-DESCRICAO = SPACES
                 MOVE 'E' TO WAUD-OPERACAO
                 DELETE RESULTVIS
              WHEN RES-EXISTE
                 MOVE 'A' TO WAUD-OPERACAO
                 REWRITE REGISTRO-RESULTADO
              WHEN OTHER
                 MOVE 'I' TO WAUD-OPERACAO
                 WRITE REGISTRO-RESULTADO
           END-EVALUATE
           IF FS-RES NOT = '00'
              MOVE FS-RES TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-RESULTVIS TO WERR-ARQUIVO
              MOVE CODIGO-RES TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-RES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-RESULTADO-1-EXIT
           END-IF
           PERFORM R-AUDITA-RESULTADO THRU R-AUDITA-RESULTADO-FIM.
       R-MANTEM-RESULTADO-1-EXIT.
           EXIT.

       R-AUDITA-RESULTADO.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-RESULTADO-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'RESULTADO-VISITA' ',' WAUD-OPERACAO ','
               WRES-CODIGO ','
               '"' FUNCTION TRIM(WDESC-ANTES) '"' ','
               '"' FUNCTION TRIM(WED-DESCRICAO) ' ' WED-PRODUTIVO
               ' ' WED-DIAS-RETORNO '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-RESULTADO-FIM.
           EXIT.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
