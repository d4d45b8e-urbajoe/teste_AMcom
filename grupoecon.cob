       IDENTIFICATION DIVISION.
       PROGRAM-ID.  grupoecon.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GRUPOECON ASSIGN TO DISK WID-ARQ-GRUPOECON
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-GEC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-GEC.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS COD-REGIAO WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
      *----CADASTRO DOS GRUPOS ECONOMICOS: REDES DE CLIENTES QUE NAO
      *    DIVIDEM A RAIZ DO CNPJ MAS SAO ATENDIDAS COMO UMA CONTA SO.
      *    O CLIENTE APONTA PARA O GRUPO EM GRUPO-ECON-CLI. VEN-GEC E
      *    O VENDEDOR DA CONTA-CHAVE (ZERO = SEM); COM MANTEM-VEN-GEC
      *    = 'S' A DISTRIBUICAO MANTEM TODOS OS MEMBROS COM ELE.
       FD GRUPOECON.
       01  REGISTRO-GRUPO-ECON.
           02 CODIGO-GEC                PIC  9(005).
           02 NOME-GEC                  PIC  X(040).
           02 VEN-GEC                   PIC  9(003).
           02 MANTEM-VEN-GEC            PIC  X(001).
              88 GEC-MANTEM-VEN               VALUE 'S'.

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(003).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 LATITUDE-VEN              PIC S9(003)v9(008).
           02 LONGITUDE-VEN             PIC S9(003)v9(008).
           02 STATUS-VEN                PIC  X(001).
              88 VEN-ATIVO                    VALUE 'A'.
              88 VEN-INATIVO                  VALUE 'I'.
              88 VEN-AFASTADO                 VALUE 'L'.
           02 COD-REGIAO                PIC  9(003).
           02 COD-SUPERVISOR            PIC  9(003).
           02 DATA-INICIO-AFASTAMENTO   PIC  9(008).
           02 DATA-FIM-AFASTAMENTO      PIC  9(008).
           02 META-CLIENTES-VEN         PIC  9(005).
           02 LINHAS-HABILITADAS-VEN    PIC  X(015).
           02 MAX-VISITAS-DIA-VEN       PIC  9(003).
           02 TIPO-VEN                  PIC  X(001).
              88 VEN-CAMPO                   VALUE 'C' ' '.
              88 VEN-KEY-ACCOUNT             VALUE 'K'.
              88 VEN-TELEVENDAS              VALUE 'T'.
           02 DATA-ADMISSAO-VEN         PIC  9(008).
           02 DATA-DESLIGAMENTO-VEN     PIC  9(008).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-GEC.
           02 FS-GEC-1                PIC 9.
           02 FS-GEC-2                PIC 9.
           02 FS-GEC-R REDEFINES FS-GEC-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-GRUPOECON       PIC X(50) VALUE
              'GRUPO-ECONOMICO.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----PAINEL COM OS GRUPOS CADASTRADOS (A PARTIR DO CODIGO
      *    INFORMADO NA ULTIMA CONSULTA, 12 POR TELA).
       01 WGEC-PAINEL.
          02 WGEC-PAINEL-1          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-2          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-3          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-4          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-5          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-6          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-7          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-8          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-9          PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-10         PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-11         PIC X(060) VALUE SPACES.
          02 WGEC-PAINEL-12         PIC X(060) VALUE SPACES.
       01 WGEC-PAINEL-R REDEFINES WGEC-PAINEL.
          02 WGEC-PAINEL-LIN OCCURS 12 TIMES PIC X(060).
       77 WIDX-PAINEL              PIC 99 VALUE ZEROES.
       01 WGEC-INICIO-PAINEL       PIC 9(005) VALUE ZEROES.

       01 WGEC-CODIGO              PIC 9(005) VALUE ZEROES.
       01 WED-NOME                 PIC X(040) VALUE SPACES.
       01 WED-VEN                  PIC 9(003) VALUE ZEROES.
       01 WED-MANTEM               PIC X(001) VALUE SPACES.
       77 WPTR-PAINEL              PIC 9(003) VALUE ZEROES.
       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WGEC-EXISTE              PIC X(001) VALUE 'N'.
          88 GEC-EXISTE                  VALUE 'S'.
       01 WGEC-SITUACAO            PIC X(020) VALUE SPACES.
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
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'grupoecon'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-GRUPOS-LISTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - CADASTRO DE GRUPOS E
      -"CONOMICOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 PIC X(060) FROM WGEC-PAINEL-1.
          02 LINE 6 COL 5 PIC X(060) FROM WGEC-PAINEL-2.
          02 LINE 7 COL 5 PIC X(060) FROM WGEC-PAINEL-3.
          02 LINE 8 COL 5 PIC X(060) FROM WGEC-PAINEL-4.
          02 LINE 9 COL 5 PIC X(060) FROM WGEC-PAINEL-5.
          02 LINE 10 COL 5 PIC X(060) FROM WGEC-PAINEL-6.
          02 LINE 11 COL 5 PIC X(060) FROM WGEC-PAINEL-7.
          02 LINE 12 COL 5 PIC X(060) FROM WGEC-PAINEL-8.
          02 LINE 13 COL 5 PIC X(060) FROM WGEC-PAINEL-9.
          02 LINE 14 COL 5 PIC X(060) FROM WGEC-PAINEL-10.
          02 LINE 15 COL 5 PIC X(060) FROM WGEC-PAINEL-11.
          02 LINE 16 COL 5 PIC X(060) FROM WGEC-PAINEL-12.
          02 LINE 18 COL 5 VALUE
             "CODIGO NOVO INCLUI; CODIGO EXISTENTE ALTERA.".
          02 LINE 20 COL 5 VALUE
             "CODIGO DO GRUPO (ZERO SAI).....:".
          02 SCR-GEC-CODIGO LINE 20 COL 38 PIC 9(005)
                 USING WGEC-CODIGO AUTO.

       01 TELA-GRUPO-DET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - CADASTRO DE GRUPOS E
      -"CONOMICOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "CODIGO..................:".
          02 LINE 5 COL 31 PIC 9(005) FROM WGEC-CODIGO.
          02 LINE 5 COL 38 PIC X(020) FROM WGEC-SITUACAO.
          02 LINE 7 COL 5 VALUE "NOME DO GRUPO...........:".
          02 SCR-ED-NOME LINE 7 COL 31 PIC X(040)
                 USING WED-NOME AUTO.
          02 LINE 9 COL 5 VALUE "VENDEDOR CONTA-CHAVE....:".
          02 SCR-ED-VEN LINE 9 COL 31 PIC 9(003)
                 USING WED-VEN AUTO.
          02 LINE 9 COL 36 VALUE "(ZERO = SEM VENDEDOR)".
          02 LINE 11 COL 5 VALUE "MANTEM MEMBROS C/ ELE...:".
          02 SCR-ED-MANTEM LINE 11 COL 31 PIC X(001)
                 USING WED-MANTEM AUTO.
          02 LINE 11 COL 36 VALUE "(S/N - VALE NA DISTRIBUICAO)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
      *----O VENDEDOR DA CONTA-CHAVE E DA EMPRESA CORRENTE; FORA DA
      *    EMPRESA 01 O CODIGO DA EMPRESA ENTRA NO NOME DO ARQUIVO.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-GRUPOECON
              STRING 'GRUPO-ECONOMICO-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-GRUPOECON
           END-IF
           INITIALIZE WSAIDA
           OPEN I-O GRUPOECON.
           IF FS-GEC = '35'
              OPEN OUTPUT GRUPOECON
              CLOSE GRUPOECON
              OPEN I-O GRUPOECON
           END-IF
           IF FS-GEC NOT = '00'
              MOVE FS-GEC TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-GRUPOECON TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ GRUPOS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-GEC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDOR: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE GRUPOECON
              GO TO ABERTURA-EXIT
           END-IF
           MOVE ZEROES TO WGEC-INICIO-PAINEL
           PERFORM UNTIL WSAIDA = 1
              PERFORM R-MONTA-PAINEL
              MOVE ZEROES TO WGEC-CODIGO
              DISPLAY TELA-GRUPOS-LISTA
              ACCEPT TELA-GRUPOS-LISTA
              IF ESC OR WGEC-CODIGO = ZEROES
                 MOVE 1 TO WSAIDA
              ELSE
                 PERFORM S-MANTEM-GRUPO THRU R-MANTEM-GRUPO-1-EXIT
                 MOVE WGEC-CODIGO TO WGEC-INICIO-PAINEL
              END-IF
           END-PERFORM
           CLOSE GRUPOECON VENDEDORES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----LISTA ATE 12 GRUPOS A PARTIR DO ULTIMO GRUPO MANTIDO;
      *    NO FIM DO ARQUIVO VOLTA PARA O INICIO NA PROXIMA TELA.
       R-MONTA-PAINEL.
           MOVE SPACES TO WGEC-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WGEC-INICIO-PAINEL TO CODIGO-GEC
           START GRUPOECON KEY IS NOT LESS THAN CODIGO-GEC
           PERFORM UNTIL FS-GEC NOT = '00' OR WIDX-PAINEL = 12
              READ GRUPOECON NEXT
              IF FS-GEC = '00'
                 ADD 1 TO WIDX-PAINEL
                 MOVE 1 TO WPTR-PAINEL
                 STRING '[' CODIGO-GEC '] ' NOME-GEC
                     DELIMITED BY SIZE
                     INTO WGEC-PAINEL-LIN(WIDX-PAINEL)
                     WITH POINTER WPTR-PAINEL
                 IF VEN-GEC NOT = ZEROES
                    STRING ' VEN ' VEN-GEC DELIMITED BY SIZE
                        INTO WGEC-PAINEL-LIN(WIDX-PAINEL)
                        WITH POINTER WPTR-PAINEL
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL < 12
              MOVE ZEROES TO WGEC-INICIO-PAINEL
           END-IF
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUM GRUPO CADASTRADO)' TO WGEC-PAINEL-1
           END-IF.

      *----INCLUSAO E ALTERACAO. NAO HA EXCLUSAO: OS CLIENTES GUARDAM
      *    O CODIGO DO GRUPO; PARA DESFAZER UM GRUPO BASTA TIRAR O
      *    VENDEDOR DA CONTA-CHAVE E OS MEMBROS PELO CADASTRO.
       S-MANTEM-GRUPO SECTION.
       R-MANTEM-GRUPO-1.
           MOVE WGEC-CODIGO TO CODIGO-GEC
           READ GRUPOECON
           IF FS-GEC = '00'
              MOVE 'S' TO WGEC-EXISTE
              MOVE '(ALTERACAO)' TO WGEC-SITUACAO
              MOVE NOME-GEC TO WED-NOME
              MOVE VEN-GEC TO WED-VEN
              MOVE MANTEM-VEN-GEC TO WED-MANTEM
              MOVE SPACES TO WAUD-ANTES
              STRING NOME-GEC ' ' VEN-GEC ' ' MANTEM-VEN-GEC
                  DELIMITED BY SIZE INTO WAUD-ANTES
           ELSE
              MOVE 'N' TO WGEC-EXISTE
              MOVE '(INCLUSAO)' TO WGEC-SITUACAO
              MOVE SPACES TO WED-NOME WAUD-ANTES
              MOVE ZEROES TO WED-VEN
              MOVE 'N' TO WED-MANTEM
           END-IF
           DISPLAY TELA-GRUPO-DET
           ACCEPT TELA-GRUPO-DET
           IF ESC
              GO TO R-MANTEM-GRUPO-1-EXIT
           END-IF
           IF WED-NOME = SPACES
              IF GEC-EXISTE
                 MOVE 'NOME DO GRUPO OBRIGATORIO ' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE TELA-MENSAGEM
                 DISPLAY TELA-MENSAGEM
              END-IF
              GO TO R-MANTEM-GRUPO-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WED-MANTEM) TO WED-MANTEM
           IF WED-MANTEM NOT = 'S' AND WED-MANTEM NOT = 'N'
              MOVE 'MANTEM MEMBROS DEVE SER S OU N ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-GRUPO-1-EXIT
           END-IF
           IF WED-VEN = ZEROES AND WED-MANTEM = 'S'
              MOVE 'SEM VENDEDOR NAO HA COMO MANTER MEMBROS ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-GRUPO-1-EXIT
           END-IF
           IF WED-VEN NOT = ZEROES
              MOVE WED-VEN TO CODIGO-VEN
              START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
              IF FS-VEN = '00'
                 READ VENDEDORES NEXT
              END-IF
              IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WED-VEN
                 MOVE 'VENDEDOR NAO CADASTRADO ' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE TELA-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO R-MANTEM-GRUPO-1-EXIT
              END-IF
              IF NOT VEN-ATIVO
                 MOVE SPACES TO WTXT
                 STRING 'AVISO: VENDEDOR ' WED-VEN ' NAO ESTA ATIVO'
                     DELIMITED BY SIZE INTO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE TELA-MENSAGEM
                 DISPLAY TELA-MENSAGEM
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-MANTEM-GRUPO-1-EXIT
           END-IF
           MOVE WGEC-CODIGO TO CODIGO-GEC
           MOVE WED-NOME TO NOME-GEC
           MOVE WED-VEN TO VEN-GEC
           MOVE WED-MANTEM TO MANTEM-VEN-GEC
           IF GEC-EXISTE
              MOVE 'A' TO WAUD-OPERACAO
              REWRITE REGISTRO-GRUPO-ECON
           ELSE
              MOVE 'I' TO WAUD-OPERACAO
              WRITE REGISTRO-GRUPO-ECON
           END-IF
           IF FS-GEC NOT = '00'
              MOVE FS-GEC TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-GRUPOECON TO WERR-ARQUIVO
              MOVE CODIGO-GEC TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-GEC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-GRUPO-1-EXIT
           END-IF
           PERFORM R-AUDITA-GRUPO THRU R-AUDITA-GRUPO-FIM.
       R-MANTEM-GRUPO-1-EXIT.
           EXIT.

       R-AUDITA-GRUPO.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-GRUPO-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'GRUPO-ECONOMICO' ',' WAUD-OPERACAO ','
               WGEC-CODIGO ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WED-NOME) ' ' WED-VEN
               ' ' WED-MANTEM '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-GRUPO-FIM.
           EXIT.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
