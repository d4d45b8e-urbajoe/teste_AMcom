       IDENTIFICATION DIVISION.
       PROGRAM-ID.  cadnps.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PESQNPS ASSIGN TO DISK WID-ARQ-PESQNPS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NPS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NPS.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-1 =
                                          CODIGO
                                          RAZAO WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
      *----RESPOSTAS DA PESQUISA DE SATISFACAO (NPS) DOS CLIENTES:
      *    NOTA DE 0 A 10, COMENTARIO E O MEIO DA COLETA. CHEGAM PELA
      *    CARGA DE VISITAS DE CAMPO (LINHA TIPO 'N') OU SAO DIGITADAS
      *    AQUI. O VENDEDOR E O PRIMARIO DO CLIENTE NA DATA DO
      *    REGISTRO. O RELATORIO TRIMESTRAL (RELNPS) MARCA O
      *    ACOMPANHAMENTO DOS DETRATORES (CONTATO E AVISO AO
      *    SUPERVISOR).
       FD PESQNPS.
       01  REGISTRO-NPS.
           02 CHAVE-NPS.
              03 COD-CLI-NPS            PIC  9(007).
              03 DATA-NPS               PIC  9(008).
              03 HORA-NPS               PIC  9(006).
           02 NOTA-NPS                  PIC  9(002).
           02 COMENTARIO-NPS            PIC  X(060).
           02 MEIO-NPS                  PIC  X(001).
              88 NPS-CAMPO                    VALUE 'C'.
              88 NPS-TELEFONE                 VALUE 'T'.
              88 NPS-EMAIL                    VALUE 'E'.
              88 NPS-PRESENCIAL               VALUE 'P'.
           02 COD-VEN-NPS               PIC  9(003).
           02 OPERADOR-NPS              PIC  X(020).
           02 DATA-HORA-REG-NPS         PIC  X(014).
           02 ACOMP-NPS                 PIC  X(001).
              88 NPS-ACOMPANHADO              VALUE 'S'.
           02 DATA-ACOMP-NPS            PIC  9(008).

       FD CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CHAVE-CLI.
              03 CODIGO                 PIC  9(007).
              03 CNPJ                   PIC  9(014).
           02 RAZAO                     PIC  X(040).
           02 LATITUDE                  PIC S9(003)v9(008).
           02 LONGITUDE                 PIC S9(003)v9(008).
           02 STATUS-CLI                PIC  X(001).
              88 CLI-ATIVO                    VALUE 'A'.
              88 CLI-INATIVO                  VALUE 'I'.
           02 ENDERECO                  PIC  X(060).
           02 TELEFONE                  PIC  X(015).
           02 EMAIL                     PIC  X(050).
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-NPS.
           02 FS-NPS-1                PIC 9.
           02 FS-NPS-2                PIC 9.
           02 FS-NPS-R REDEFINES FS-NPS-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-PESQNPS         PIC X(50) VALUE 'PESQUISA-NPS.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.

      *----CAMPOS DA TELA DE RESPOSTA.
       01 WNPS-CLI                PIC 9(007) VALUE ZEROES.
       01 WNPS-DATA               PIC 9(008) VALUE ZEROES.
       01 FILLER REDEFINES WNPS-DATA.
          02 WNPS-DATA-AAAA       PIC 9(004).
          02 WNPS-DATA-MM         PIC 9(002).
          02 WNPS-DATA-DD         PIC 9(002).
       01 WNPS-HORA               PIC 9(006) VALUE ZEROES.
       01 WNPS-NOTA               PIC 9(002) VALUE ZEROES.
       01 WNPS-MEIO               PIC X(001) VALUE SPACE.
          88 NPS-MEIO-VALIDO           VALUE 'C' 'T' 'E' 'P'.
       01 WNPS-COMENTARIO         PIC X(060) VALUE SPACES.
       01 WNPS-VEN                PIC 9(003) VALUE ZEROES.
       01 WNPS-OPERADOR           PIC X(020) VALUE SPACES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WED-RAZAO               PIC X(040) VALUE SPACES.

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
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'cadnps'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-NPS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - PESQUISA DE SATISFA
      -"CAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] REGISTRAR RESPOSTA".
          02 LINE 8 COL 10 VALUE "[2] EXCLUIR RESPOSTA".
          02 LINE 9 COL 10 VALUE "[3] SAIR".
          02 LINE 11 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 11 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-NPS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - RESPOSTA DE PESQUIS
      -"A NPS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "CLIENTE.................:".
          02 SCR-NPS-CLI LINE 6 COL 31 PIC 9(007)
                 USING WNPS-CLI AUTO.
          02 LINE 8 COL 5 VALUE "DATA (AAAAMMDD).........:".
          02 SCR-NPS-DATA LINE 8 COL 31 PIC 9(008)
                 USING WNPS-DATA AUTO.
          02 LINE 9 COL 5 VALUE "HORA (HHMMSS)...........:".
          02 SCR-NPS-HORA LINE 9 COL 31 PIC 9(006)
                 USING WNPS-HORA AUTO.
          02 LINE 11 COL 5 VALUE "NOTA (0 A 10)...........:".
          02 SCR-NPS-NOTA LINE 11 COL 31 PIC 9(002)
                 USING WNPS-NOTA AUTO.
          02 LINE 12 COL 5 VALUE "MEIO (T/E/P/C)..........:".
          02 SCR-NPS-MEIO LINE 12 COL 31 PIC X(001)
                 USING WNPS-MEIO AUTO.
          02 LINE 12 COL 34 VALUE
             "T=TELEFONE E=E-MAIL P=PRESENCIAL C=CAMPO".
          02 LINE 14 COL 5 VALUE "COMENTARIO..............:".
          02 SCR-NPS-COMENT LINE 15 COL 5 PIC X(060)
                 USING WNPS-COMENTARIO AUTO.
          02 LINE 18 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-EXCLUI-NPS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - EXCLUSAO DE RESPOST
      -"A NPS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "CLIENTE.................:".
          02 SCR-EXC-CLI LINE 6 COL 31 PIC 9(007)
                 USING WNPS-CLI AUTO.
          02 LINE 8 COL 5 VALUE "DATA (AAAAMMDD).........:".
          02 SCR-EXC-DATA LINE 8 COL 31 PIC 9(008)
                 USING WNPS-DATA AUTO.
          02 LINE 9 COL 5 VALUE "HORA (HHMMSS)...........:".
          02 SCR-EXC-HORA LINE 9 COL 31 PIC 9(006)
                 USING WNPS-HORA AUTO.
          02 LINE 18 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MOSTRA-NPS.
          02 LINE 6 COL 40 PIC X(040) FROM WED-RAZAO.
          02 LINE 11 COL 5 VALUE "NOTA....................:".
          02 LINE 11 COL 31 PIC Z9 FROM NOTA-NPS.
          02 LINE 12 COL 5 VALUE "MEIO....................:".
          02 LINE 12 COL 31 PIC X(001) FROM MEIO-NPS.
          02 LINE 13 COL 5 VALUE "VENDEDOR................:".
          02 LINE 13 COL 31 PIC 9(003) FROM COD-VEN-NPS.
          02 LINE 14 COL 5 VALUE "COMENTARIO..............:".
          02 LINE 15 COL 5 PIC X(060) FROM COMENTARIO-NPS.
          02 LINE 16 COL 5 VALUE "REGISTRADO POR..........:".
          02 LINE 16 COL 31 PIC X(020) FROM OPERADOR-NPS.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
           END-IF
           INITIALIZE WSAIDA WOPCAO
           OPEN I-O PESQNPS.
           IF FS-NPS = '35'
              OPEN OUTPUT PESQNPS
              IF FS-NPS = '00'
                 CLOSE PESQNPS
                 OPEN I-O PESQNPS
              END-IF
           END-IF
           IF FS-NPS NOT = '00'
              MOVE FS-NPS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PESQNPS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ PESQUISA NPS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-NPS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE PESQNPS
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WVAT-DISPONIVEL
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISPONIVEL
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WNPS-OPERADOR
           ELSE
              ACCEPT WNPS-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           PERFORM UNTIL WOPCAO = 3
              DISPLAY TELA-OPCAO-NPS
              ACCEPT TELA-OPCAO-NPS
              EVALUATE WOPCAO
                 WHEN 1
                    PERFORM S-REGISTRA-NPS THRU R-REGISTRA-NPS-1-EXIT
                 WHEN 2
                    PERFORM S-EXCLUI-NPS THRU R-EXCLUI-NPS-1-EXIT
                 WHEN 3
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           CLOSE PESQNPS CLIENTES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----RESPOSTA DIGITADA (TELEFONE, E-MAIL, PRESENCIAL OU FICHA
      *    DE CAMPO EM PAPEL). DATA FUTURA NAO ENTRA.
       S-REGISTRA-NPS SECTION.
       R-REGISTRA-NPS-1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE ZEROES TO WNPS-CLI WNPS-NOTA
           MOVE WDATA-HOJE TO WNPS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WNPS-HORA
           MOVE 'T' TO WNPS-MEIO
           MOVE SPACES TO WNPS-COMENTARIO
           DISPLAY TELA-NPS
           ACCEPT TELA-NPS
           IF ESC OR WNPS-CLI = ZEROES
              GO TO R-REGISTRA-NPS-1-EXIT
           END-IF
           PERFORM R-BUSCA-CLIENTE
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-REGISTRA-NPS-1-EXIT
           END-IF
           PERFORM R-VALIDA-DATA-HORA
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-REGISTRA-NPS-1-EXIT
           END-IF
           IF WNPS-NOTA > 10
              MOVE 'NOTA DEVE SER DE 0 A 10 ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-REGISTRA-NPS-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WNPS-MEIO) TO WNPS-MEIO
           IF NOT NPS-MEIO-VALIDO
              MOVE 'MEIO DA COLETA INVALIDO (T/E/P/C) ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-REGISTRA-NPS-1-EXIT
           END-IF
           MOVE WNPS-CLI TO COD-CLI-NPS
           MOVE WNPS-DATA TO DATA-NPS
           MOVE WNPS-HORA TO HORA-NPS
           READ PESQNPS
           IF FS-NPS = '00'
              MOVE 'RESPOSTA JA REGISTRADA NESTA DATA/HORA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-REGISTRA-NPS-1-EXIT
           END-IF
           MOVE ZEROES TO WNPS-VEN
           IF VAT-DISPONIVEL
              MOVE WNPS-CLI TO CODIGO-CLI-VAT
              READ VINCATUAL
              IF FS-VAT = '00'
                 MOVE VEN-PRIM-VAT TO WNPS-VEN
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-REGISTRA-NPS-1-EXIT
           END-IF
           INITIALIZE REGISTRO-NPS
           MOVE WNPS-CLI TO COD-CLI-NPS
           MOVE WNPS-DATA TO DATA-NPS
           MOVE WNPS-HORA TO HORA-NPS
           MOVE WNPS-NOTA TO NOTA-NPS
           MOVE WNPS-COMENTARIO TO COMENTARIO-NPS
           MOVE WNPS-MEIO TO MEIO-NPS
           MOVE WNPS-VEN TO COD-VEN-NPS
           MOVE WNPS-OPERADOR TO OPERADOR-NPS
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-REG-NPS
           MOVE 'N' TO ACOMP-NPS
           MOVE ZEROES TO DATA-ACOMP-NPS
           WRITE REGISTRO-NPS
           IF FS-NPS NOT = '00'
              MOVE FS-NPS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PESQNPS TO WERR-ARQUIVO
              MOVE CHAVE-NPS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-NPS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-REGISTRA-NPS-1-EXIT
           END-IF
           MOVE SPACES TO WAUD-ANTES
           PERFORM R-FORMATA-NPS
           MOVE 'I' TO WAUD-OPERACAO
           PERFORM R-AUDITA-NPS THRU R-AUDITA-NPS-FIM.
       R-REGISTRA-NPS-1-EXIT.
           EXIT.

      *----EXCLUSAO DE RESPOSTA LANCADA ERRADA, COM AUDITORIA.
       S-EXCLUI-NPS SECTION.
       R-EXCLUI-NPS-1.
           MOVE ZEROES TO WNPS-CLI WNPS-DATA WNPS-HORA
           DISPLAY TELA-EXCLUI-NPS
           ACCEPT TELA-EXCLUI-NPS
           IF ESC OR WNPS-CLI = ZEROES
              GO TO R-EXCLUI-NPS-1-EXIT
           END-IF
           MOVE WNPS-CLI TO COD-CLI-NPS
           MOVE WNPS-DATA TO DATA-NPS
           MOVE WNPS-HORA TO HORA-NPS
           READ PESQNPS
           IF FS-NPS NOT = '00'
              MOVE 'RESPOSTA NAO ENCONTRADA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-EXCLUI-NPS-1-EXIT
           END-IF
           MOVE SPACES TO WED-RAZAO
           MOVE WNPS-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WED-RAZAO
           END-IF
           DISPLAY TELA-MOSTRA-NPS
           MOVE 'CONFIRMA EXCLUSAO ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-EXCLUI-NPS-1-EXIT
           END-IF
           PERFORM R-FORMATA-NPS
           MOVE WAUD-DEPOIS TO WAUD-ANTES
           DELETE PESQNPS
           IF FS-NPS NOT = '00'
              MOVE 'ERRO DE EXCLUSAO ST ' TO WTXT
              MOVE FS-NPS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-EXCLUI-NPS-1-EXIT
           END-IF
           MOVE SPACES TO WAUD-DEPOIS
           MOVE 'E' TO WAUD-OPERACAO
           PERFORM R-AUDITA-NPS THRU R-AUDITA-NPS-FIM.
       R-EXCLUI-NPS-1-EXIT.
           EXIT.

       R-BUSCA-CLIENTE.
           MOVE WNPS-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              MOVE 1 TO WSAIDA
           END-IF.

       R-VALIDA-DATA-HORA.
           IF WNPS-DATA-MM < 01 OR WNPS-DATA-MM > 12 OR
              WNPS-DATA-DD < 01 OR WNPS-DATA-DD > 31 OR
              WNPS-DATA > WDATA-HOJE
              MOVE 'DATA DA RESPOSTA INVALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              MOVE 1 TO WSAIDA
           END-IF
           IF WSAIDA = ZEROES AND WNPS-HORA > 235959
              MOVE 'HORA DA RESPOSTA INVALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              MOVE 1 TO WSAIDA
           END-IF.

       R-FORMATA-NPS.
           MOVE SPACES TO WAUD-DEPOIS
           STRING NOTA-NPS ' ' MEIO-NPS ' ' COD-VEN-NPS ' '
               FUNCTION TRIM(COMENTARIO-NPS)
               DELIMITED BY SIZE INTO WAUD-DEPOIS.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-AUDITA-NPS.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-NPS-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WNPS-OPERADOR) ','
               'PESQUISA-NPS' ',' WAUD-OPERACAO ','
               COD-CLI-NPS '-' DATA-NPS '-' HORA-NPS ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-NPS-FIM.
           EXIT.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
