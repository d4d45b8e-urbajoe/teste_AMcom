       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relreceber.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CNPJ-RCB
              ALTERNATE RECORD KEY IS COD-CLI-RCB WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RCB.

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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ORDENA  ASSIGN TO DISK 'RELRECEBER.SRT'.

       DATA DIVISION.
       FILE SECTION.
      *----CONTAS A RECEBER IMPORTADAS DO FATURAMENTO (IMPRECEBER).
       FD RECEBER.
       01  REGISTRO-RECEBER.
           02 CNPJ-RCB              PIC  9(014).
           02 COD-CLI-RCB           PIC  9(007).
           02 DIAS-ATRASO-RCB       PIC  9(005).
           02 VALOR-ABERTO-RCB      PIC  9(013)V9(002).
           02 DATA-POSICAO-RCB      PIC  9(008).
           02 CARGA-RCB             PIC  X(014).

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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

      *----UM REGISTRO POR CLIENTE EM ATRASO, NA ORDEM REGIAO,
      *    VENDEDOR PRIMARIO E MAIOR ATRASO PRIMEIRO. CLIENTE SEM
      *    PRIMARIO ABERTO FICA NO VENDEDOR/REGIAO ZERO.
       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-REGIAO           PIC 9(003).
           02 ORD-VEN              PIC 9(003).
           02 ORD-DIAS             PIC 9(005).
           02 ORD-CLI              PIC 9(007).
           02 ORD-NOME-VEN         PIC X(040).
           02 ORD-RAZAO            PIC X(040).
           02 ORD-CNPJ             PIC 9(014).
           02 ORD-VALOR            PIC 9(013)V9(002).
           02 ORD-POSICAO          PIC 9(008).

       WORKING-STORAGE SECTION.
       01 FS-RCB.
           02 FS-RCB-1                PIC 9.
           02 FS-RCB-2                PIC 9.
           02 FS-RCB-R REDEFINES FS-RCB-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-RECEBER         PIC X(50) VALUE 'RECEBER.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

      *----ATRASO MINIMO DO RELATORIO: O INFORMADO NA TELA OU, SE
      *    ZERO, O INADIMPL-DIAS DE CONFIG.DAT (PADRAO 30 DIAS).
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WINADIMPL-DIAS          PIC 9(005) VALUE 30.
       01 WDIAS-MIN               PIC 9(005) VALUE ZEROES.

      *----FAIXA DE ATRASO DO CLIENTE NO DETALHE.
       01 WFAIXA                  PIC X(010) VALUE SPACES.

      *----QUEBRAS DE VENDEDOR E DE REGIAO E TOTAL GERAL.
       01 WVEN-ANT                PIC 9(003) VALUE ZEROES.
       01 WREG-ANT                PIC 9(003) VALUE ZEROES.
       01 WNOME-VEN-ANT           PIC X(040) VALUE SPACES.
       01 WPRIMEIRO               PIC X VALUE 'S'.
          88 PRIMEIRO-REG               VALUE 'S'.
       01 WSUBTOTAIS.
          02 WSUB-QTD-VEN         PIC 9(007) VALUE ZEROES.
          02 WSUB-VALOR-VEN       PIC 9(015)V9(002) VALUE ZEROES.
          02 WSUB-QTD-REG         PIC 9(007) VALUE ZEROES.
          02 WSUB-VALOR-REG       PIC 9(015)V9(002) VALUE ZEROES.
          02 WTOT-QTD             PIC 9(007) VALUE ZEROES.
          02 WTOT-VALOR           PIC 9(015)V9(002) VALUE ZEROES.
       01 WED-VALOR               PIC Z(14)9.99.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relreceber'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-RECEBER.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - CONTAS A RECEBER EM
      -" ATRASO POR VENDEDOR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE
             "ATRASO MINIMO EM DIAS (ZERO = PARAMETRO):".
          02 SCR-DIAS-MIN LINE 6 COL 48 PIC 9(005)
                 USING WDIAS-MIN AUTO.
          02 LINE 8 COL 5 VALUE "O VENDEDOR E O PRIMARIO ATUAL DO CLIEN
      -"TE.".
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----TITULOS EM ATRASO DA ULTIMA POSICAO DE CONTAS A RECEBER,
      *    POR REGIAO E VENDEDOR PRIMARIO, COM SUBTOTAL DE CADA
      *    VENDEDOR E DE CADA REGIAO E O TOTAL GERAL.
       ABERTURA.
      *----MULTIEMPRESA: O RESUMO DE VINCULO ACOMPANHA A DISTRIBUICAO
      *    DA EMPRESA CORRENTE.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
           END-IF
           INITIALIZE WSAIDA
           PERFORM S-LE-CONFIG-RCB THRU R-LE-CONFIG-RCB-1-EXIT
           MOVE ZEROES TO WDIAS-MIN
           DISPLAY TELA-RECEBER
           ACCEPT TELA-RECEBER
           IF ESC
              GO TO ABERTURA-EXIT
           END-IF
           IF WDIAS-MIN = ZEROES
              MOVE WINADIMPL-DIAS TO WDIAS-MIN
           END-IF
           OPEN INPUT RECEBER.
           IF FS-RCB NOT = '00'
              MOVE FS-RCB TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-RECEBER TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT CONTAS A RECEBER: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-RCB TO WST
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
              CLOSE RECEBER
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT VENDEDORES
           OPEN INPUT VINCATUAL
           IF FS-VAT NOT = '00'
              MOVE 'RESUMO DE VINCULO AUSENTE - RODE CONSISTENCIA '
                   TO WTXT
              MOVE FS-VAT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE RECEBER CLIENTES VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'RECEBER-ATRASO-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE FS-REL TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-RELT TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT RELATORIO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-REL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE RECEBER CLIENTES VENDEDORES VINCATUAL
              GO TO ABERTURA-EXIT
           END-IF
           INITIALIZE WSUBTOTAIS WCATR-LINHAS
           MOVE 'S' TO WPRIMEIRO
           SORT ORDENA
                ON ASCENDING KEY ORD-REGIAO ORD-VEN
                ON DESCENDING KEY ORD-DIAS
                ON ASCENDING KEY ORD-CLI
                INPUT PROCEDURE IS S-SELECIONA-RECEBER
                OUTPUT PROCEDURE IS S-EMITE-RECEBER
           CLOSE ARQREL
           CLOSE RECEBER CLIENTES VENDEDORES VINCATUAL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'ATRASO-MINIMO=' WDIAS-MIN
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING WTOT-QTD ' CLIENTE(S) COM ' WDIAS-MIN
                  ' DIAS OU MAIS DE ATRASO'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-SELECIONA-RECEBER SECTION.
       R-SELECIONA-RECEBER-1.
           MOVE ZEROES TO CNPJ-RCB
           START RECEBER KEY IS NOT LESS THAN CNPJ-RCB
           IF FS-RCB NOT = '00'
              GO TO R-SELECIONA-RECEBER-1-EXIT
           END-IF
           PERFORM UNTIL FS-RCB NOT = '00'
              READ RECEBER NEXT
              IF FS-RCB = '00' AND
                 DIAS-ATRASO-RCB NOT < WDIAS-MIN AND
                 VALOR-ABERTO-RCB > ZEROES
                 PERFORM R-AVALIA-RECEBER THRU R-AVALIA-RECEBER-FIM
              END-IF
           END-PERFORM.
       R-SELECIONA-RECEBER-1-EXIT.
           EXIT.

       R-AVALIA-RECEBER.
           MOVE CNPJ-RCB TO ORD-CNPJ
           MOVE COD-CLI-RCB TO ORD-CLI
           MOVE DIAS-ATRASO-RCB TO ORD-DIAS
           MOVE VALOR-ABERTO-RCB TO ORD-VALOR
           MOVE DATA-POSICAO-RCB TO ORD-POSICAO
           MOVE SPACES TO ORD-RAZAO ORD-NOME-VEN
           MOVE ZEROES TO ORD-REGIAO ORD-VEN
           MOVE CNPJ-RCB TO CNPJ
           READ CLIENTES KEY IS CNPJ
           IF FS-CLI = '00'
              MOVE CODIGO TO ORD-CLI
              MOVE RAZAO TO ORD-RAZAO
           ELSE
              MOVE '(CLIENTE NAO CADASTRADO)' TO ORD-RAZAO
           END-IF
           MOVE ORD-CLI TO CODIGO-CLI-VAT
           READ VINCATUAL
           IF FS-VAT NOT = '00' OR VEN-PRIM-VAT = ZEROES
              MOVE 'SEM VENDEDOR PRIMARIO' TO ORD-NOME-VEN
              GO TO R-AVALIA-RECEBER-GRAVA
           END-IF
           MOVE VEN-PRIM-VAT TO ORD-VEN
           MOVE VEN-PRIM-VAT TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN = '00'
              MOVE COD-REGIAO TO ORD-REGIAO
              MOVE NOME-VEN TO ORD-NOME-VEN
           ELSE
              MOVE '(SEM CADASTRO)' TO ORD-NOME-VEN
           END-IF.
       R-AVALIA-RECEBER-GRAVA.
           RELEASE REG-ORDENA.
       R-AVALIA-RECEBER-FIM.
           EXIT.

       S-EMITE-RECEBER SECTION.
       R-EMITE-RECEBER-1.
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CONTAS A RECEBER COM ' WDIAS-MIN
               ' DIAS OU MAIS DE ATRASO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"REGIAO"' ',' '"VENDEDOR"' ',' '"NOME VENDEDOR"'
               ',' '"CLIENTE"' ',' '"RAZAO SOCIAL"' ',' '"CNPJ"'
               ',' '"DIAS DE ATRASO"' ',' '"FAIXA"'
               ',' '"VALOR EM ABERTO"' ',' '"POSICAO DE"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           PERFORM UNTIL 1 = 2
              RETURN ORDENA
                 AT END
                    GO TO R-EMITE-RECEBER-1-FIM
              END-RETURN
              IF NOT PRIMEIRO-REG
                 IF ORD-REGIAO NOT = WREG-ANT
                    PERFORM R-EMITE-SUB-VEN THRU R-EMITE-SUB-VEN-FIM
                    PERFORM R-EMITE-SUB-REG THRU R-EMITE-SUB-REG-FIM
                 ELSE
                    IF ORD-VEN NOT = WVEN-ANT
                       PERFORM R-EMITE-SUB-VEN THRU R-EMITE-SUB-VEN-FIM
                    END-IF
                 END-IF
              END-IF
              MOVE 'N' TO WPRIMEIRO
              MOVE ORD-REGIAO TO WREG-ANT
              MOVE ORD-VEN TO WVEN-ANT
              MOVE ORD-NOME-VEN TO WNOME-VEN-ANT
              EVALUATE TRUE
                 WHEN ORD-DIAS NOT > 30
                    MOVE 'ATE 30' TO WFAIXA
                 WHEN ORD-DIAS NOT > 60
                    MOVE '31 A 60' TO WFAIXA
                 WHEN ORD-DIAS NOT > 90
                    MOVE '61 A 90' TO WFAIXA
                 WHEN OTHER
                    MOVE 'MAIS DE 90' TO WFAIXA
              END-EVALUATE
              MOVE ORD-VALOR TO WED-VALOR
              MOVE SPACES TO ARQREL-DATA-01
              STRING ORD-REGIAO ',' ORD-VEN ','
                  '"' FUNCTION TRIM(ORD-NOME-VEN) '"' ','
                  ORD-CLI ',' '"' FUNCTION TRIM(ORD-RAZAO) '"' ','
                  ORD-CNPJ ',' ORD-DIAS ','
                  '"' FUNCTION TRIM(WFAIXA) '"' ','
                  FUNCTION TRIM(WED-VALOR) ',' ORD-POSICAO
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
              ADD 1 TO WSUB-QTD-VEN WSUB-QTD-REG WTOT-QTD
              ADD ORD-VALOR TO WSUB-VALOR-VEN WSUB-VALOR-REG
                               WTOT-VALOR
           END-PERFORM.
       R-EMITE-RECEBER-1-FIM.
           IF NOT PRIMEIRO-REG
              PERFORM R-EMITE-SUB-VEN THRU R-EMITE-SUB-VEN-FIM
              PERFORM R-EMITE-SUB-REG THRU R-EMITE-SUB-REG-FIM
           END-IF
           MOVE WTOT-VALOR TO WED-VALOR
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TOTAL GERAL"' ',,,' WTOT-QTD ',,,,,'
               FUNCTION TRIM(WED-VALOR)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.
       R-EMITE-RECEBER-1-EXIT.
           EXIT.

       R-EMITE-SUB-VEN.
           MOVE WSUB-VALOR-VEN TO WED-VALOR
           MOVE SPACES TO ARQREL-DATA-01
           STRING WREG-ANT ',' WVEN-ANT ','
               '"SUBTOTAL ' FUNCTION TRIM(WNOME-VEN-ANT) '"' ','
               WSUB-QTD-VEN ',,,,,' FUNCTION TRIM(WED-VALOR)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           MOVE ZEROES TO WSUB-QTD-VEN WSUB-VALOR-VEN.
       R-EMITE-SUB-VEN-FIM.
           EXIT.

       R-EMITE-SUB-REG.
           MOVE WSUB-VALOR-REG TO WED-VALOR
           MOVE SPACES TO ARQREL-DATA-01
           STRING WREG-ANT ',,' '"SUBTOTAL DA REGIAO"' ','
               WSUB-QTD-REG ',,,,,' FUNCTION TRIM(WED-VALOR)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           MOVE ZEROES TO WSUB-QTD-REG WSUB-VALOR-REG.
       R-EMITE-SUB-REG-FIM.
           EXIT.

      *----LIMITE DE ATRASO DA INADIMPLENCIA EM CONFIG.DAT; SEM O
      *    ARQUIVO OU COM VALOR INVALIDO VALEM 30 DIAS.
       S-LE-CONFIG-RCB SECTION.
       R-LE-CONFIG-RCB-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-RCB-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'INADIMPL-DIAS' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WINADIMPL-DIAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-RCB-1-EXIT.
           EXIT.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
