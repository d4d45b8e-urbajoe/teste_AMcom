       IDENTIFICATION DIVISION.
       PROGRAM-ID.  linhasprod.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
      *----CADASTRO DAS LINHAS DE PRODUTO: O CODIGO DE 3 POSICOES
      *    USADO EM LINHA-PRODUTO-CLI, NOS 5 SLOTS DE LINHAS
      *    HABILITADAS DO VENDEDOR E NOS ITENS DE PEDIDO. LINHA JA
      *    USADA NAO E EXCLUIDA - PASSA A INATIVA E DEIXA DE SER
      *    ACEITA NAS INCLUSOES, ALTERACOES E CARGAS.
       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-LPR.
           02 FS-LPR-1                PIC 9.
           02 FS-LPR-2                PIC 9.
           02 FS-LPR-R REDEFINES FS-LPR-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-LINPROD         PIC X(50) VALUE
              'LINHAS-PRODUTO.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----PAINEL COM AS LINHAS CADASTRADAS (A PARTIR DO CODIGO
      *    INFORMADO NA ULTIMA CONSULTA, 12 POR TELA).
       01 WLIN-PAINEL.
          02 WLIN-PAINEL-1          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-2          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-3          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-4          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-5          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-6          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-7          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-8          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-9          PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-10         PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-11         PIC X(060) VALUE SPACES.
          02 WLIN-PAINEL-12         PIC X(060) VALUE SPACES.
       01 WLIN-PAINEL-R REDEFINES WLIN-PAINEL.
          02 WLIN-PAINEL-LIN OCCURS 12 TIMES PIC X(060).
       77 WIDX-PAINEL              PIC 99 VALUE ZEROES.
       01 WLIN-INICIO-PAINEL       PIC X(003) VALUE LOW-VALUES.

       01 WLIN-CODIGO              PIC X(003) VALUE SPACES.
       01 WED-DESCRICAO            PIC X(040) VALUE SPACES.
       01 WED-STATUS               PIC X(001) VALUE SPACES.
       01 WED-UNIDADE              PIC X(030) VALUE SPACES.
       77 WPTR-PAINEL              PIC 9(003) VALUE ZEROES.
       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WLIN-EXISTE              PIC X(001) VALUE 'N'.
          88 LIN-EXISTE                  VALUE 'S'.
       01 WLIN-SITUACAO            PIC X(020) VALUE SPACES.
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
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'linhasprod'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-LINHAS-LISTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - CADASTRO DE LINHAS D
      -"E PRODUTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 PIC X(060) FROM WLIN-PAINEL-1.
          02 LINE 6 COL 5 PIC X(060) FROM WLIN-PAINEL-2.
          02 LINE 7 COL 5 PIC X(060) FROM WLIN-PAINEL-3.
          02 LINE 8 COL 5 PIC X(060) FROM WLIN-PAINEL-4.
          02 LINE 9 COL 5 PIC X(060) FROM WLIN-PAINEL-5.
          02 LINE 10 COL 5 PIC X(060) FROM WLIN-PAINEL-6.
          02 LINE 11 COL 5 PIC X(060) FROM WLIN-PAINEL-7.
          02 LINE 12 COL 5 PIC X(060) FROM WLIN-PAINEL-8.
          02 LINE 13 COL 5 PIC X(060) FROM WLIN-PAINEL-9.
          02 LINE 14 COL 5 PIC X(060) FROM WLIN-PAINEL-10.
          02 LINE 15 COL 5 PIC X(060) FROM WLIN-PAINEL-11.
          02 LINE 16 COL 5 PIC X(060) FROM WLIN-PAINEL-12.
          02 LINE 18 COL 5 VALUE
             "CODIGO NOVO INCLUI; LINHA SEM USO E INATIVADA (SIT. I).".
          02 LINE 20 COL 5 VALUE
             "CODIGO DA LINHA (EM BRANCO SAI):".
          02 SCR-LIN-CODIGO LINE 20 COL 38 PIC X(003)
                 USING WLIN-CODIGO AUTO.

       01 TELA-LINHA-DET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - CADASTRO DE LINHAS D
      -"E PRODUTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "CODIGO..................:".
          02 LINE 5 COL 31 PIC X(003) FROM WLIN-CODIGO.
          02 LINE 5 COL 36 PIC X(020) FROM WLIN-SITUACAO.
          02 LINE 7 COL 5 VALUE "DESCRICAO...............:".
          02 SCR-ED-DESC LINE 7 COL 31 PIC X(040)
                 USING WED-DESCRICAO AUTO.
          02 LINE 9 COL 5 VALUE "SITUACAO (A/I)..........:".
          02 SCR-ED-STATUS LINE 9 COL 31 PIC X(001)
                 USING WED-STATUS AUTO.
          02 LINE 9 COL 36 VALUE "(A = ATIVA, I = INATIVA)".
          02 LINE 11 COL 5 VALUE "UNIDADE DE NEGOCIO......:".
          02 SCR-ED-UNID LINE 11 COL 31 PIC X(030)
                 USING WED-UNIDADE AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           OPEN I-O LINPROD.
           IF FS-LPR = '35'
              OPEN OUTPUT LINPROD
              CLOSE LINPROD
              OPEN I-O LINPROD
           END-IF
           IF FS-LPR NOT = '00'
              MOVE FS-LPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-LINPROD TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ LINHAS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-LPR TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           MOVE LOW-VALUES TO WLIN-INICIO-PAINEL
           PERFORM UNTIL WSAIDA = 1
              PERFORM R-MONTA-PAINEL
              MOVE SPACES TO WLIN-CODIGO
              DISPLAY TELA-LINHAS-LISTA
              ACCEPT TELA-LINHAS-LISTA
              IF ESC OR WLIN-CODIGO = SPACES
                 MOVE 1 TO WSAIDA
              ELSE
                 MOVE FUNCTION UPPER-CASE(WLIN-CODIGO) TO WLIN-CODIGO
                 PERFORM S-MANTEM-LINHA THRU R-MANTEM-LINHA-1-EXIT
                 MOVE WLIN-CODIGO TO WLIN-INICIO-PAINEL
              END-IF
           END-PERFORM
           CLOSE LINPROD.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----LISTA ATE 12 LINHAS A PARTIR DA ULTIMA LINHA MANTIDA;
      *    NO FIM DO ARQUIVO VOLTA PARA O INICIO NA PROXIMA TELA.
       R-MONTA-PAINEL.
           MOVE SPACES TO WLIN-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WLIN-INICIO-PAINEL TO CODIGO-LIN
           START LINPROD KEY IS NOT LESS THAN CODIGO-LIN
           PERFORM UNTIL FS-LPR NOT = '00' OR WIDX-PAINEL = 12
              READ LINPROD NEXT
              IF FS-LPR = '00'
                 ADD 1 TO WIDX-PAINEL
                 MOVE 1 TO WPTR-PAINEL
                 STRING '[' CODIGO-LIN '] ' DESCRICAO-LIN
                     DELIMITED BY SIZE
                     INTO WLIN-PAINEL-LIN(WIDX-PAINEL)
                     WITH POINTER WPTR-PAINEL
                 IF LIN-INATIVA
                    STRING ' INATIVA' DELIMITED BY SIZE
                        INTO WLIN-PAINEL-LIN(WIDX-PAINEL)
                        WITH POINTER WPTR-PAINEL
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL < 12
              MOVE LOW-VALUES TO WLIN-INICIO-PAINEL
           END-IF
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUMA LINHA CADASTRADA)' TO WLIN-PAINEL-1
           END-IF.

      *----INCLUSAO E ALTERACAO. NAO HA EXCLUSAO: CLIENTES,
      *    VENDEDORES E PEDIDOS GUARDAM O CODIGO, ENTAO A LINHA QUE
      *    SAI DE USO E MARCADA COMO INATIVA.
       S-MANTEM-LINHA SECTION.
       R-MANTEM-LINHA-1.
           MOVE WLIN-CODIGO TO CODIGO-LIN
           READ LINPROD
           IF FS-LPR = '00'
              MOVE 'S' TO WLIN-EXISTE
              MOVE '(ALTERACAO)' TO WLIN-SITUACAO
              MOVE DESCRICAO-LIN TO WED-DESCRICAO
              MOVE STATUS-LIN TO WED-STATUS
              MOVE UNIDADE-LIN TO WED-UNIDADE
              MOVE SPACES TO WAUD-ANTES
              STRING DESCRICAO-LIN ' ' STATUS-LIN ' ' UNIDADE-LIN
                  DELIMITED BY SIZE INTO WAUD-ANTES
           ELSE
              MOVE 'N' TO WLIN-EXISTE
              MOVE '(INCLUSAO)' TO WLIN-SITUACAO
              MOVE SPACES TO WED-DESCRICAO WED-UNIDADE WAUD-ANTES
              MOVE 'A' TO WED-STATUS
           END-IF
           DISPLAY TELA-LINHA-DET
           ACCEPT TELA-LINHA-DET
           IF ESC
              GO TO R-MANTEM-LINHA-1-EXIT
           END-IF
           IF WED-DESCRICAO = SPACES
              IF LIN-EXISTE
                 MOVE 'DESCRICAO OBRIGATORIA ' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE TELA-MENSAGEM
                 DISPLAY TELA-MENSAGEM
              END-IF
              GO TO R-MANTEM-LINHA-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WED-STATUS) TO WED-STATUS
           IF WED-STATUS NOT = 'A' AND WED-STATUS NOT = 'I'
              MOVE 'SITUACAO DEVE SER A OU I ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-LINHA-1-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-MANTEM-LINHA-1-EXIT
           END-IF
           MOVE WLIN-CODIGO TO CODIGO-LIN
           MOVE WED-DESCRICAO TO DESCRICAO-LIN
           MOVE WED-STATUS TO STATUS-LIN
           MOVE WED-UNIDADE TO UNIDADE-LIN
           IF LIN-EXISTE
              MOVE 'A' TO WAUD-OPERACAO
              REWRITE REGISTRO-LINHA-PROD
           ELSE
              MOVE 'I' TO WAUD-OPERACAO
              WRITE REGISTRO-LINHA-PROD
           END-IF
           IF FS-LPR NOT = '00'
              MOVE FS-LPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-LINPROD TO WERR-ARQUIVO
              MOVE CODIGO-LIN TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-LPR TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-LINHA-1-EXIT
           END-IF
           PERFORM R-AUDITA-LINHA THRU R-AUDITA-LINHA-FIM.
       R-MANTEM-LINHA-1-EXIT.
           EXIT.

       R-AUDITA-LINHA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-LINHA-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'LINHAS-PRODUTO' ',' WAUD-OPERACAO ','
               WLIN-CODIGO ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WED-DESCRICAO) ' ' WED-STATUS
               ' ' FUNCTION TRIM(WED-UNIDADE) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-LINHA-FIM.
           EXIT.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
