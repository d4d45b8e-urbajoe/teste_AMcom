       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ajustecom.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AJUSTECOM ASSIGN TO DISK WID-ARQ-AJUSTECOM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AJU
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AJU.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

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

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       DATA DIVISION.
       FILE SECTION.
      *----AJUSTES MANUAIS DE COMISSAO (DISPUTAS: VISITA CARREGADA
      *    FORA DO PRAZO, CLIENTE MUDADO NO MEIO DO MES...). VALOR
      *    POSITIVO E CREDITO, NEGATIVO E DESCONTO. SO O AJUSTE
      *    APROVADO POR UM SUPERVISOR (OUTRO OPERADOR QUE NAO O QUE
      *    LANCOU) ENTRA NA COMISSAO: NO MES DE REFERENCIA OU, COM
      *    ESTE JA FECHADO, NO PROXIMO MES CALCULADO. NO FECHAMENTO A
      *    COMISSAO GRAVA O MES EM QUE O AJUSTE FOI PAGO.
       FD AJUSTECOM.
       01  REGISTRO-AJUSTE-COM.
           02 CHAVE-AJU.
              03 COD-VEN-AJU            PIC  9(003).
              03 MES-REF-AJU            PIC  9(006).
              03 SEQ-AJU                PIC  9(003).
           02 VALOR-AJU                 PIC S9(009)V9(002).
           02 MOTIVO-AJU                PIC  X(060).
           02 OPERADOR-AJU              PIC  X(020).
           02 DATA-HORA-AJU             PIC  X(014).
           02 STATUS-AJU                PIC  X(001).
              88 AJU-PENDENTE                 VALUE 'P'.
              88 AJU-APROVADO                 VALUE 'A'.
              88 AJU-REJEITADO                VALUE 'R'.
           02 APROVADOR-AJU             PIC  X(020).
           02 DATA-HORA-APROV-AJU       PIC  X(014).
           02 MES-APLIC-AJU             PIC  9(006).

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

       FD COMFECHA.
       01  REGISTRO-COMFECHA.
           02 MES-FEC               PIC 9(006).
           02 DATA-FECHAMENTO       PIC 9(008).
           02 OPERADOR-FEC          PIC X(020).

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
       01 FS-AJU.
           02 FS-AJU-1                PIC 9.
           02 FS-AJU-2                PIC 9.
           02 FS-AJU-R REDEFINES FS-AJU-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-FEC.
           02 FS-FEC-1                PIC 9.
           02 FS-FEC-2                PIC 9.
           02 FS-FEC-R REDEFINES FS-FEC-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.

       01 WID-ARQ-AJUSTECOM       PIC X(50)
                                  VALUE 'COMISSAO-AJUSTE.DAT'.
       01 WID-ARQ-COMFECHA        PIC X(50) VALUE 'COMISSAO-FECHA.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM            PIC X(080) VALUE SPACES.

      *----CAMPOS DA TELA DE LANCAMENTO.
       01 WAJU-VEN                 PIC 9(003) VALUE ZEROES.
       01 WAJU-MES                 PIC 9(006) VALUE ZEROES.
       01 WAJU-TIPO                PIC X(001) VALUE SPACE.
          88 AJU-CREDITO                 VALUE 'C' 'c'.
          88 AJU-DESCONTO                VALUE 'D' 'd'.
       01 WAJU-VALOR               PIC 9(007)V9(002) VALUE ZEROES.
       01 WAJU-MOTIVO              PIC X(060) VALUE SPACES.
       01 WAJU-SEQ                 PIC 9(003) VALUE ZEROES.
       01 WAJU-OPERADOR            PIC X(020) VALUE SPACES.
       01 WAJU-MES-FECHADO         PIC X(001) VALUE 'N'.
          88 AJU-MES-FECHADO             VALUE 'S'.
       01 WED-NOME-VEN             PIC X(040) VALUE SPACES.
       01 WED-VALOR-AJU            PIC -ZZZZZZZZ9.99.
       01 WED-SITUACAO-MES         PIC X(040) VALUE SPACES.

       01 WDECISAO-AJU             PIC X(001) VALUE SPACE.
          88 DECISAO-AJU-APROVAR         VALUE 'A' 'a'.
          88 DECISAO-AJU-REJEITAR        VALUE 'R' 'r'.
          88 DECISAO-AJU-PULAR           VALUE 'P' 'p'.
       77 WCONT-AJU-APROV          PIC 9(005) VALUE ZEROES.
       77 WCONT-AJU-REJ            PIC 9(005) VALUE ZEROES.
       77 WCONT-AJU-PROPRIOS       PIC 9(005) VALUE ZEROES.

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
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'ajustecom'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-AJU.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - AJUSTES DE COMISSAO
      -"".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] LANCAR AJUSTE".
          02 LINE 8 COL 10 VALUE "[2] APROVAR AJUSTES PENDENTES".
          02 LINE 9 COL 10 VALUE "[3] SAIR".
          02 LINE 11 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 11 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-AJUSTE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - LANCAMENTO DE AJUSTE
      -" DE COMISSAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "VENDEDOR................:".
          02 SCR-AJU-VEN LINE 6 COL 31 PIC 9(003)
                 USING WAJU-VEN AUTO.
          02 LINE 8 COL 5 VALUE "MES DE REFERENCIA.......:".
          02 SCR-AJU-MES LINE 8 COL 31 PIC 9(006)
                 USING WAJU-MES AUTO.
          02 LINE 10 COL 5 VALUE "C=CREDITO  D=DESCONTO...:".
          02 SCR-AJU-TIPO LINE 10 COL 31 PIC X(001)
                 USING WAJU-TIPO AUTO.
          02 LINE 12 COL 5 VALUE "VALOR...................:".
          02 SCR-AJU-VALOR LINE 12 COL 31 PIC ZZZZZZ9.99
                 USING WAJU-VALOR AUTO.
          02 LINE 14 COL 5 VALUE "MOTIVO..................:".
          02 SCR-AJU-MOTIVO LINE 15 COL 5 PIC X(060)
                 USING WAJU-MOTIVO AUTO.
          02 LINE 18 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-APROVA-AJUSTE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 15 VALUE "SISTEMA EXEMPLO - APROVACAO DE AJUSTE
      -" DE COMISSAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 10 VALUE "VENDEDOR......:".
          02 LINE 5 COL 30 PIC 9(003) FROM COD-VEN-AJU.
          02 LINE 5 COL 35 PIC X(040) FROM WED-NOME-VEN.
          02 LINE 7 COL 10 VALUE "MES REFERENCIA:".
          02 LINE 7 COL 30 PIC 9(006) FROM MES-REF-AJU.
          02 LINE 7 COL 38 PIC X(040) FROM WED-SITUACAO-MES.
          02 LINE 9 COL 10 VALUE "VALOR.........:".
          02 LINE 9 COL 30 PIC X(013) FROM WED-VALOR-AJU.
          02 LINE 11 COL 10 VALUE "MOTIVO........:".
          02 LINE 12 COL 10 PIC X(060) FROM MOTIVO-AJU.
          02 LINE 14 COL 10 VALUE "LANCADO POR...:".
          02 LINE 14 COL 30 PIC X(020) FROM OPERADOR-AJU.
          02 LINE 14 COL 52 VALUE "EM:".
          02 LINE 14 COL 56 PIC X(014) FROM DATA-HORA-AJU.
          02 LINE 17 COL 10 VALUE
             "APROVAR(A) REJEITAR(R) PULAR(P)..........[ ]".
          02 LINE 17 COL 53 PIC X USING WDECISAO-AJU AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA WOPCAO
           OPEN I-O AJUSTECOM.
           IF FS-AJU = '35'
              OPEN OUTPUT AJUSTECOM
              IF FS-AJU = '00'
                 CLOSE AJUSTECOM
                 OPEN I-O AJUSTECOM
              END-IF
           END-IF
           IF FS-AJU NOT = '00'
              MOVE FS-AJU TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-AJUSTECOM TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ AJUSTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-AJU TO WST
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
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE AJUSTECOM
              GO TO ABERTURA-EXIT
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAJU-OPERADOR
           ELSE
              ACCEPT WAJU-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           PERFORM UNTIL WOPCAO = 3
              DISPLAY TELA-OPCAO-AJU
              ACCEPT TELA-OPCAO-AJU
              EVALUATE WOPCAO
                 WHEN 1
                    PERFORM S-LANCA-AJUSTE THRU R-LANCA-AJUSTE-1-EXIT
                 WHEN 2
                    PERFORM S-APROVA-AJUSTES
                          THRU R-APROVA-AJUSTES-1-EXIT
                 WHEN 3
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           CLOSE AJUSTECOM VENDEDORES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----LANCAMENTO: O AJUSTE NASCE PENDENTE E VAI PARA A FILA DE
      *    APROVACAO DO SUPERVISOR, COMO AS ALTERACOES DE VENDEDOR.
       S-LANCA-AJUSTE SECTION.
       R-LANCA-AJUSTE-1.
           MOVE ZEROES TO WAJU-VEN WAJU-VALOR
           MOVE FUNCTION CURRENT-DATE(1:6) TO WAJU-MES
           MOVE SPACE TO WAJU-TIPO
           MOVE SPACES TO WAJU-MOTIVO
           DISPLAY TELA-AJUSTE
           ACCEPT TELA-AJUSTE
           IF ESC OR WAJU-VEN = ZEROES
              GO TO R-LANCA-AJUSTE-1-EXIT
           END-IF
           MOVE WAJU-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WAJU-VEN
              MOVE 'VENDEDOR NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-LANCA-AJUSTE-1-EXIT
           END-IF
           IF WAJU-MES(5:2) < '01' OR WAJU-MES(5:2) > '12'
              MOVE 'MES DE REFERENCIA INVALIDO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-LANCA-AJUSTE-1-EXIT
           END-IF
           IF NOT AJU-CREDITO AND NOT AJU-DESCONTO
              MOVE 'INFORME C (CREDITO) OU D (DESCONTO) ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-LANCA-AJUSTE-1-EXIT
           END-IF
           IF WAJU-VALOR = ZEROES
              MOVE 'VALOR DO AJUSTE NAO INFORMADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-LANCA-AJUSTE-1-EXIT
           END-IF
           IF WAJU-MOTIVO = SPACES
              MOVE 'MOTIVO DO AJUSTE E OBRIGATORIO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-LANCA-AJUSTE-1-EXIT
           END-IF
           MOVE WAJU-MES TO MES-FEC
           PERFORM R-CHECA-MES-FECHADO
           IF AJU-MES-FECHADO
              MOVE 'MES FECHADO: AJUSTE VAI PARA O PROXIMO MES ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF
           MOVE 'CONFIRMA ENVIO PARA APROVACAO DO SUPERVISOR ?...'
                TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-LANCA-AJUSTE-1-EXIT
           END-IF
           PERFORM R-PROXIMA-SEQ
           INITIALIZE REGISTRO-AJUSTE-COM
           MOVE WAJU-VEN TO COD-VEN-AJU
           MOVE WAJU-MES TO MES-REF-AJU
           MOVE WAJU-SEQ TO SEQ-AJU
           IF AJU-DESCONTO
              COMPUTE VALOR-AJU = WAJU-VALOR * -1
           ELSE
              MOVE WAJU-VALOR TO VALOR-AJU
           END-IF
           MOVE WAJU-MOTIVO TO MOTIVO-AJU
           MOVE WAJU-OPERADOR TO OPERADOR-AJU
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-AJU
           MOVE 'P' TO STATUS-AJU
           MOVE SPACES TO APROVADOR-AJU DATA-HORA-APROV-AJU
           MOVE ZEROES TO MES-APLIC-AJU
           WRITE REGISTRO-AJUSTE-COM
           IF FS-AJU NOT = '00'
              MOVE FS-AJU TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-AJUSTECOM TO WERR-ARQUIVO
              MOVE CHAVE-AJU TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-AJU TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-LANCA-AJUSTE-1-EXIT
           END-IF
           MOVE SPACES TO WAUD-ANTES
           PERFORM R-FORMATA-AJUSTE
           MOVE 'I' TO WAUD-OPERACAO
           PERFORM R-AUDITA-AJUSTE THRU R-AUDITA-AJUSTE-FIM
           MOVE 'AJUSTE-COMISSAO' TO WOTB-TIPO
           MOVE 'M' TO WOTB-SEVERIDADE
           MOVE 'SUPERVISOR' TO WOTB-DESTINO
           MOVE SPACES TO WOTB-MENSAGEM
           STRING 'AJUSTE DE COMISSAO DO VENDEDOR ' COD-VEN-AJU
                  ' REF ' MES-REF-AJU ' AGUARDA APROVACAO'
                  DELIMITED BY SIZE INTO WOTB-MENSAGEM
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           MOVE 'AJUSTE ENVIADO PARA APROVACAO DO SUPERVISOR ' TO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-LANCA-AJUSTE-1-EXIT.
           EXIT.

      *----PROXIMA SEQUENCIA DO VENDEDOR NO MES DE REFERENCIA.
       R-PROXIMA-SEQ.
           MOVE ZEROES TO WAJU-SEQ
           MOVE WAJU-VEN TO COD-VEN-AJU
           MOVE WAJU-MES TO MES-REF-AJU
           MOVE ZEROES TO SEQ-AJU
           START AJUSTECOM KEY IS NOT LESS THAN CHAVE-AJU
           PERFORM UNTIL FS-AJU NOT = '00'
              READ AJUSTECOM NEXT
              IF FS-AJU = '00'
                 IF COD-VEN-AJU = WAJU-VEN AND MES-REF-AJU = WAJU-MES
                    MOVE SEQ-AJU TO WAJU-SEQ
                 ELSE
                    MOVE '10' TO FS-AJU
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WAJU-SEQ.

      *----MES DE COMISSAO JA FECHADO? (ARQUIVO AUSENTE = NENHUM).
       R-CHECA-MES-FECHADO.
           MOVE 'N' TO WAJU-MES-FECHADO
           OPEN INPUT COMFECHA.
           IF FS-FEC = '00'
              READ COMFECHA
              IF FS-FEC = '00'
                 MOVE 'S' TO WAJU-MES-FECHADO
              END-IF
              CLOSE COMFECHA
           END-IF.

      *----WORKLIST DE APROVACAO (MESMO DESENHO DAS APROVACOES DE
      *    VENDEDOR E DE REASSOCIACAO): PERCORRE OS AJUSTES PENDENTES
      *    E MOSTRA UM A UM. QUEM LANCOU NAO APROVA O PROPRIO AJUSTE.
       S-APROVA-AJUSTES SECTION.
       R-APROVA-AJUSTES-1.
           INITIALIZE WCONT-AJU-APROV WCONT-AJU-REJ WCONT-AJU-PROPRIOS
           MOVE LOW-VALUES TO CHAVE-AJU
           START AJUSTECOM KEY IS NOT LESS THAN CHAVE-AJU
           IF FS-AJU NOT = '00'
              MOVE 'NENHUM AJUSTE PENDENTE DE APROVACAO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-APROVA-AJUSTES-1-EXIT
           END-IF
           PERFORM R-APROVA-AJUSTES-2 UNTIL FS-AJU NOT = '00'
           MOVE SPACES TO WTXT
           STRING 'APROVADOS ' WCONT-AJU-APROV ' REJEITADOS '
               WCONT-AJU-REJ ' PROPRIOS ' WCONT-AJU-PROPRIOS
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-APROVA-AJUSTES-1-EXIT.
           EXIT.

       R-APROVA-AJUSTES-2.
           READ AJUSTECOM NEXT
           IF FS-AJU = '00' AND AJU-PENDENTE
              IF OPERADOR-AJU = WAJU-OPERADOR
                 ADD 1 TO WCONT-AJU-PROPRIOS
              ELSE
                 PERFORM R-DECIDE-AJUSTE
              END-IF
           END-IF.

       R-DECIDE-AJUSTE.
           MOVE SPACES TO WED-NOME-VEN
           MOVE COD-VEN-AJU TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN = '00' AND CODIGO-VEN = COD-VEN-AJU
              MOVE NOME-VEN TO WED-NOME-VEN
           ELSE
              MOVE '(SEM CADASTRO)' TO WED-NOME-VEN
           END-IF
           MOVE MES-REF-AJU TO MES-FEC
           PERFORM R-CHECA-MES-FECHADO
           IF AJU-MES-FECHADO
              MOVE '(FECHADO - ENTRA NO PROXIMO MES)'
                   TO WED-SITUACAO-MES
           ELSE
              MOVE SPACES TO WED-SITUACAO-MES
           END-IF
           MOVE VALOR-AJU TO WED-VALOR-AJU
           MOVE SPACE TO WDECISAO-AJU
           PERFORM UNTIL DECISAO-AJU-APROVAR OR DECISAO-AJU-REJEITAR
                         OR DECISAO-AJU-PULAR
              DISPLAY TELA-APROVA-AJUSTE
              ACCEPT TELA-APROVA-AJUSTE
           END-PERFORM
           IF DECISAO-AJU-PULAR
              CONTINUE
           ELSE
              PERFORM R-FORMATA-AJUSTE
              MOVE WAUD-DEPOIS TO WAUD-ANTES
              IF DECISAO-AJU-APROVAR
                 MOVE 'A' TO STATUS-AJU WAUD-OPERACAO
              ELSE
                 MOVE 'R' TO STATUS-AJU WAUD-OPERACAO
              END-IF
              MOVE WAJU-OPERADOR TO APROVADOR-AJU
              MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-APROV-AJU
              REWRITE REGISTRO-AJUSTE-COM
              IF FS-AJU = '00'
                 IF DECISAO-AJU-APROVAR
                    ADD 1 TO WCONT-AJU-APROV
                 ELSE
                    ADD 1 TO WCONT-AJU-REJ
                 END-IF
                 PERFORM R-FORMATA-AJUSTE
                 PERFORM R-AUDITA-AJUSTE THRU R-AUDITA-AJUSTE-FIM
              END-IF
           END-IF.

       R-FORMATA-AJUSTE.
           MOVE VALOR-AJU TO WED-VALOR-AJU
           MOVE SPACES TO WAUD-DEPOIS
           STRING FUNCTION TRIM(WED-VALOR-AJU) ' ' STATUS-AJU ' '
               FUNCTION TRIM(MOTIVO-AJU)
               DELIMITED BY SIZE INTO WAUD-DEPOIS.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-AUDITA-AJUSTE.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-AJUSTE-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAJU-OPERADOR) ','
               'AJUSTE-COMISSAO' ',' WAUD-OPERACAO ','
               COD-VEN-AJU '-' MES-REF-AJU '-' SEQ-AJU ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-AJUSTE-FIM.
           EXIT.

       COPY OUTBOX.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
