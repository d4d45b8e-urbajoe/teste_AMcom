       IDENTIFICATION DIVISION.
       PROGRAM-ID.  metasven.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT METAVEN ASSIGN TO DISK WID-ARQ-METAVEN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MTV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MTV.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

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
      *----METAS DE FATURAMENTO POR VENDEDOR E MES DEFINIDAS PELA
      *    DIRETORIA COMERCIAL. LINHA EM BRANCO E A META TOTAL DO
      *    VENDEDOR NO MES; COM LINHA, A META SO DAQUELA LINHA DE
      *    PRODUTO. DIGITADAS AQUI OU CARREGADAS PELO IMPMETAS.
       FD METAVEN.
       01  REGISTRO-META-VEN.
           02 CHAVE-MTV.
              03 MES-MTV                PIC  9(006).
              03 COD-VEN-MTV            PIC  9(003).
              03 LINHA-MTV              PIC  X(003).
           02 VALOR-MTV                 PIC  9(013)V9(002).
           02 ORIGEM-MTV                PIC  X(001).
              88 MTV-DIGITADA                 VALUE 'D'.
              88 MTV-IMPORTADA                VALUE 'I'.
           02 DATA-ATU-MTV              PIC  9(008).
           02 OPERADOR-MTV              PIC  X(020).

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
       01 FS-MTV.
           02 FS-MTV-1                PIC 9.
           02 FS-MTV-2                PIC 9.
           02 FS-MTV-R REDEFINES FS-MTV-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-METAVEN         PIC X(50) VALUE 'METAS-VENDAS.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----CADASTRO DE LINHAS DE PRODUTO (VER LINHA-PROD.CPY).
       01 FS-LPR.
           02 FS-LPR-1                PIC 9.
           02 FS-LPR-2                PIC 9.
           02 FS-LPR-R REDEFINES FS-LPR-2 PIC 99 COMP-X.
       01 WID-ARQ-LINPROD         PIC X(50) VALUE 'LINHAS-PRODUTO.DAT'.
       01 WTAB-LPR.
          02 WLPR-TAB-LIN OCCURS 200 TIMES.
             03 WLPR-TAB-COD      PIC X(003).
             03 WLPR-TAB-STATUS   PIC X(001).
       77 WQTD-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR-SLOT           PIC 9(001) VALUE ZEROES.
       01 WLPR-CODIGO             PIC X(003) VALUE SPACES.
       01 WLPR-SLOTS              PIC X(015) VALUE SPACES.
       01 WLPR-RESULTADO          PIC X(001) VALUE 'S'.
          88 LPR-VALIDA                VALUE 'S'.
          88 LPR-DESCONHECIDA          VALUE 'D'.
          88 LPR-INATIVA               VALUE 'I'.

      *----PAINEL COM AS METAS DO MES INFORMADO (A PARTIR DA ULTIMA
      *    META MANTIDA, 12 POR TELA).
       01 WMTV-PAINEL.
          02 WMTV-PAINEL-1          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-2          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-3          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-4          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-5          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-6          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-7          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-8          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-9          PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-10         PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-11         PIC X(060) VALUE SPACES.
          02 WMTV-PAINEL-12         PIC X(060) VALUE SPACES.
       01 WMTV-PAINEL-R REDEFINES WMTV-PAINEL.
          02 WMTV-PAINEL-LIN OCCURS 12 TIMES PIC X(060).
       77 WIDX-PAINEL              PIC 99 VALUE ZEROES.
       01 WMTV-INICIO-PAINEL.
          02 WMTV-INI-VEN          PIC 9(003) VALUE ZEROES.
          02 WMTV-INI-LINHA        PIC X(003) VALUE SPACES.

       01 WMTV-MES                 PIC 9(006) VALUE ZEROES.
       01 WMTV-MES-PAINEL          PIC 9(006) VALUE ZEROES.
       01 WMTV-VEN                 PIC 9(003) VALUE ZEROES.
       01 WMTV-LINHA               PIC X(003) VALUE SPACES.
       01 WED-VALOR                PIC 9(013)V9(002) VALUE ZEROES.
       01 WED-VALOR-PAINEL         PIC Z(12)9.99.
       01 WED-NOME-VEN             PIC X(040) VALUE SPACES.
       01 WED-ORIGEM               PIC X(020) VALUE SPACES.
       77 WPTR-PAINEL              PIC 9(003) VALUE ZEROES.
       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.
       01 WMTV-EXISTE              PIC X(001) VALUE 'N'.
          88 MTV-EXISTE                  VALUE 'S'.
       01 WMTV-SITUACAO            PIC X(020) VALUE SPACES.
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
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'metasven'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-METAS-LISTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - METAS DE VENDAS POR
      -"VENDEDOR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 5 VALUE
             "VEN MES    LIN           VALOR META VENDEDOR".
          02 LINE 5 COL 5 PIC X(060) FROM WMTV-PAINEL-1.
          02 LINE 6 COL 5 PIC X(060) FROM WMTV-PAINEL-2.
          02 LINE 7 COL 5 PIC X(060) FROM WMTV-PAINEL-3.
          02 LINE 8 COL 5 PIC X(060) FROM WMTV-PAINEL-4.
          02 LINE 9 COL 5 PIC X(060) FROM WMTV-PAINEL-5.
          02 LINE 10 COL 5 PIC X(060) FROM WMTV-PAINEL-6.
          02 LINE 11 COL 5 PIC X(060) FROM WMTV-PAINEL-7.
          02 LINE 12 COL 5 PIC X(060) FROM WMTV-PAINEL-8.
          02 LINE 13 COL 5 PIC X(060) FROM WMTV-PAINEL-9.
          02 LINE 14 COL 5 PIC X(060) FROM WMTV-PAINEL-10.
          02 LINE 15 COL 5 PIC X(060) FROM WMTV-PAINEL-11.
          02 LINE 16 COL 5 PIC X(060) FROM WMTV-PAINEL-12.
          02 LINE 18 COL 5 VALUE
             "LINHA EM BRANCO = META TOTAL DO VENDEDOR NO MES.".
          02 LINE 19 COL 5 VALUE
             "MES DE REFERENCIA (AAAAMM)......:".
          02 SCR-MTV-MES LINE 19 COL 39 PIC 9(006)
                 USING WMTV-MES AUTO.
          02 LINE 20 COL 5 VALUE
             "VENDEDOR (ZERO SAI).............:".
          02 SCR-MTV-VEN LINE 20 COL 39 PIC 9(003)
                 USING WMTV-VEN AUTO.
          02 LINE 21 COL 5 VALUE
             "LINHA DE PRODUTO................:".
          02 SCR-MTV-LINHA LINE 21 COL 39 PIC X(003)
                 USING WMTV-LINHA AUTO.

       01 TELA-META-DET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - METAS DE VENDAS POR
      -"VENDEDOR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "MES DE REFERENCIA.......:".
          02 LINE 5 COL 31 PIC 9(006) FROM WMTV-MES.
          02 LINE 5 COL 38 PIC X(020) FROM WMTV-SITUACAO.
          02 LINE 7 COL 5 VALUE "VENDEDOR................:".
          02 LINE 7 COL 31 PIC 9(003) FROM WMTV-VEN.
          02 LINE 7 COL 36 PIC X(040) FROM WED-NOME-VEN.
          02 LINE 9 COL 5 VALUE "LINHA DE PRODUTO........:".
          02 LINE 9 COL 31 PIC X(003) FROM WMTV-LINHA.
          02 LINE 11 COL 5 VALUE "VALOR DA META...........:".
          02 SCR-ED-VALOR LINE 11 COL 31 PIC Z(12)9.99
                 USING WED-VALOR AUTO.
          02 LINE 11 COL 50 VALUE "(ZERO EXCLUI A META)".
          02 LINE 13 COL 5 VALUE "ORIGEM..................:".
          02 LINE 13 COL 31 PIC X(020) FROM WED-ORIGEM.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
      *----AS METAS SAO DA EMPRESA CORRENTE; FORA DA EMPRESA 01 O
      *    CODIGO DA EMPRESA ENTRA NO NOME DO ARQUIVO.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-METAVEN
              STRING 'METAS-VENDAS-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-METAVEN
           END-IF
           INITIALIZE WSAIDA
           OPEN I-O METAVEN.
           IF FS-MTV = '35'
              OPEN OUTPUT METAVEN
              CLOSE METAVEN
              OPEN I-O METAVEN
           END-IF
           IF FS-MTV NOT = '00'
              MOVE FS-MTV TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-METAVEN TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ METAS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-MTV TO WST
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
              CLOSE METAVEN
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMTV-MES
           MOVE ZEROES TO WMTV-MES-PAINEL
           PERFORM UNTIL WSAIDA = 1
              IF WMTV-MES NOT = WMTV-MES-PAINEL
                 MOVE WMTV-MES TO WMTV-MES-PAINEL
                 MOVE ZEROES TO WMTV-INI-VEN
                 MOVE SPACES TO WMTV-INI-LINHA
              END-IF
              PERFORM R-MONTA-PAINEL
              MOVE ZEROES TO WMTV-VEN
              MOVE SPACES TO WMTV-LINHA
              DISPLAY TELA-METAS-LISTA
              ACCEPT TELA-METAS-LISTA
              IF ESC OR WMTV-VEN = ZEROES
                 MOVE 1 TO WSAIDA
              ELSE
                 MOVE FUNCTION UPPER-CASE(WMTV-LINHA) TO WMTV-LINHA
                 PERFORM S-MANTEM-META THRU R-MANTEM-META-1-EXIT
                 IF WMTV-MES = WMTV-MES-PAINEL
                    MOVE WMTV-VEN TO WMTV-INI-VEN
                    MOVE WMTV-LINHA TO WMTV-INI-LINHA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE METAVEN VENDEDORES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----LISTA ATE 12 METAS DO MES A PARTIR DA ULTIMA META MANTIDA;
      *    NO FIM DO MES VOLTA PARA O INICIO NA PROXIMA TELA.
       R-MONTA-PAINEL.
           MOVE SPACES TO WMTV-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WMTV-MES-PAINEL TO MES-MTV
           MOVE WMTV-INI-VEN TO COD-VEN-MTV
           MOVE WMTV-INI-LINHA TO LINHA-MTV
           START METAVEN KEY IS NOT LESS THAN CHAVE-MTV
           PERFORM UNTIL FS-MTV NOT = '00' OR WIDX-PAINEL = 12
              READ METAVEN NEXT
              IF FS-MTV = '00' AND MES-MTV NOT = WMTV-MES-PAINEL
                 MOVE '10' TO FS-MTV
              END-IF
              IF FS-MTV = '00'
                 ADD 1 TO WIDX-PAINEL
                 MOVE VALOR-MTV TO WED-VALOR-PAINEL
                 MOVE SPACES TO NOME-VEN
                 MOVE COD-VEN-MTV TO CODIGO-VEN
                 START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
                 IF FS-VEN = '00'
                    READ VENDEDORES NEXT
                 END-IF
                 IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = COD-VEN-MTV
                    MOVE '(SEM CADASTRO)' TO NOME-VEN
                 END-IF
                 MOVE 1 TO WPTR-PAINEL
                 STRING COD-VEN-MTV ' ' MES-MTV ' ' LINHA-MTV ' '
                     WED-VALOR-PAINEL ' ' NOME-VEN(1:20)
                     DELIMITED BY SIZE
                     INTO WMTV-PAINEL-LIN(WIDX-PAINEL)
                     WITH POINTER WPTR-PAINEL
              END-IF
           END-PERFORM
           IF WIDX-PAINEL < 12
              MOVE ZEROES TO WMTV-INI-VEN
              MOVE SPACES TO WMTV-INI-LINHA
           END-IF
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUMA META CADASTRADA NO MES)' TO WMTV-PAINEL-1
           END-IF.

      *----INCLUSAO, ALTERACAO E EXCLUSAO (VALOR ZERO). A META E SO
      *    REFERENCIA PARA O RELATORIO DE ATINGIMENTO, NADA MAIS
      *    GUARDA A CHAVE - POR ISSO PODE SER EXCLUIDA.
       S-MANTEM-META SECTION.
       R-MANTEM-META-1.
           IF WMTV-MES(5:2) < '01' OR WMTV-MES(5:2) > '12'
              MOVE 'MES DE REFERENCIA INVALIDO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-META-1-EXIT
           END-IF
           MOVE WMTV-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WMTV-VEN
              MOVE 'VENDEDOR NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-META-1-EXIT
           END-IF
           MOVE NOME-VEN TO WED-NOME-VEN
           MOVE WMTV-LINHA TO WLPR-CODIGO
           PERFORM S-VALIDA-LINHA-PROD THRU R-VALIDA-LINHA-PROD-1-EXIT
           IF LPR-DESCONHECIDA
              MOVE 'LINHA DE PRODUTO NAO CADASTRADA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-META-1-EXIT
           END-IF
           IF LPR-INATIVA
              MOVE 'LINHA DE PRODUTO INATIVA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-META-1-EXIT
           END-IF
           MOVE WMTV-MES TO MES-MTV
           MOVE WMTV-VEN TO COD-VEN-MTV
           MOVE WMTV-LINHA TO LINHA-MTV
           READ METAVEN
           IF FS-MTV = '00'
              MOVE 'S' TO WMTV-EXISTE
              MOVE '(ALTERACAO)' TO WMTV-SITUACAO
              MOVE VALOR-MTV TO WED-VALOR
              IF MTV-IMPORTADA
                 MOVE 'IMPORTADA' TO WED-ORIGEM
              ELSE
                 MOVE 'DIGITADA' TO WED-ORIGEM
              END-IF
              MOVE VALOR-MTV TO WED-VALOR-PAINEL
              MOVE SPACES TO WAUD-ANTES
              STRING FUNCTION TRIM(WED-VALOR-PAINEL) ' ' ORIGEM-MTV
                  ' ' DATA-ATU-MTV
                  DELIMITED BY SIZE INTO WAUD-ANTES
           ELSE
              MOVE 'N' TO WMTV-EXISTE
              MOVE '(INCLUSAO)' TO WMTV-SITUACAO
              MOVE ZEROES TO WED-VALOR
              MOVE SPACES TO WED-ORIGEM WAUD-ANTES
           END-IF
           DISPLAY TELA-META-DET
           ACCEPT TELA-META-DET
           IF ESC
              GO TO R-MANTEM-META-1-EXIT
           END-IF
           IF WED-VALOR = ZEROES AND NOT MTV-EXISTE
              GO TO R-MANTEM-META-1-EXIT
           END-IF
           IF WED-VALOR = ZEROES
              MOVE 'CONFIRMA EXCLUSAO DA META ?...' TO WTXT
           ELSE
              MOVE 'CONFIRMA ?...' TO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-MANTEM-META-1-EXIT
           END-IF
           MOVE WMTV-MES TO MES-MTV
           MOVE WMTV-VEN TO COD-VEN-MTV
           MOVE WMTV-LINHA TO LINHA-MTV
           MOVE SPACES TO WAUD-DEPOIS
           IF WED-VALOR = ZEROES
              MOVE 'E' TO WAUD-OPERACAO
              DELETE METAVEN
           ELSE
              MOVE WED-VALOR TO VALOR-MTV
              MOVE 'D' TO ORIGEM-MTV
              MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ATU-MTV
              IF WOPERADOR-ID NOT = SPACES
                 MOVE WOPERADOR-ID TO OPERADOR-MTV
              ELSE
                 ACCEPT OPERADOR-MTV FROM ENVIRONMENT "USER"
              END-IF
              MOVE WED-VALOR TO WED-VALOR-PAINEL
              STRING FUNCTION TRIM(WED-VALOR-PAINEL) ' ' ORIGEM-MTV
                  ' ' DATA-ATU-MTV
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
              IF MTV-EXISTE
                 MOVE 'A' TO WAUD-OPERACAO
                 REWRITE REGISTRO-META-VEN
              ELSE
                 MOVE 'I' TO WAUD-OPERACAO
                 WRITE REGISTRO-META-VEN
              END-IF
           END-IF
           IF FS-MTV NOT = '00'
              MOVE FS-MTV TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-METAVEN TO WERR-ARQUIVO
              MOVE CHAVE-MTV TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-MTV TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-META-1-EXIT
           END-IF
           PERFORM R-AUDITA-META THRU R-AUDITA-META-FIM.
       R-MANTEM-META-1-EXIT.
           EXIT.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-AUDITA-META.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-META-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'METAS-VENDAS' ',' WAUD-OPERACAO ','
               WMTV-MES '-' WMTV-VEN '-' WMTV-LINHA ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-META-FIM.
           EXIT.

       COPY LINHA-PROD.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
