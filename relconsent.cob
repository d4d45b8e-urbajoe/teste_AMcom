       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relconsent.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONSENT ASSIGN TO DISK WID-ARQ-CONSENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CNS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CNS.

       SELECT CONSMOV ASSIGN TO DISK WID-ARQ-CONSMOV
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CMV.

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

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *----CONSENTIMENTO DE MARKETING POR CANAL (VIDE CONSENT.CPY).
       FD CONSENT.
       01  REGISTRO-CONSENT.
           02 CHAVE-CNS.
              03 COD-CLI-CNS            PIC  9(007).
              03 CANAL-CNS              PIC  X(001).
                 88 CNS-TELEFONE              VALUE 'T'.
                 88 CNS-EMAIL                 VALUE 'E'.
           02 SITUACAO-CNS              PIC  X(001).
              88 CNS-OPT-IN                   VALUE 'S'.
              88 CNS-OPT-OUT                  VALUE 'N'.
           02 DATA-CNS                  PIC  9(008).
           02 ORIGEM-CNS                PIC  X(020).
           02 OPERADOR-CNS              PIC  X(020).
           02 CONTATO-CNS               PIC  X(050).
           02 DATA-HORA-CNS             PIC  X(014).

       FD  CONSMOV.
       01  CONSMOV-REC.
           05  CONSMOV-DATA-01     PIC X(00200).

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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-CNS.
           02 FS-CNS-1                PIC 9.
           02 FS-CNS-2                PIC 9.
           02 FS-CNS-R REDEFINES FS-CNS-2 PIC 99 COMP-X.
       01 FS-CMV.
           02 FS-CMV-1                PIC 9.
           02 FS-CMV-2                PIC 9.
           02 FS-CMV-R REDEFINES FS-CMV-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-CONSENT         PIC X(50) VALUE 'CONSENTIMENTO.DAT'.
       01 WID-ARQ-CONSMOV         PIC X(50) VALUE
              'CONSENTIMENTO-MOV.LOG'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'RELCONSENT.LOG'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

      *----CAMPOS DE CONSENT.CPY.
       01 WCNS-DISPONIVEL         PIC X VALUE 'N'.
          88 CNS-DISPONIVEL            VALUE 'S'.
       01 WCNS-ABERTURA           PIC X VALUE 'L'.
       01 WCNS-CLI                PIC 9(007) VALUE ZEROES.
       01 WCNS-CANAL              PIC X(001) VALUE SPACE.
       01 WCNS-SITUACAO           PIC X(001) VALUE SPACE.
          88 CNS-NOVO-OPT-IN           VALUE 'S'.
       01 WCNS-SITUACAO-ATUAL     PIC X(001) VALUE SPACE.
       01 WCNS-DATA               PIC 9(008) VALUE ZEROES.
       01 WCNS-ORIGEM             PIC X(020) VALUE SPACES.
       01 WCNS-OPERADOR           PIC X(020) VALUE SPACES.
       01 WCNS-CONTATO            PIC X(050) VALUE SPACES.
       01 WCNS-PERMITIDO          PIC X VALUE 'N'.
          88 CNS-PERMITIDO             VALUE 'S'.
       01 WCNS-GRAVOU             PIC X VALUE 'N'.
       01 WCNS-EVENTO             PIC X(010) VALUE SPACES.
       01 WCNS-DETALHE            PIC X(100) VALUE SPACES.

       01 WCLI-DISPONIVEL         PIC X VALUE 'N'.
          88 CLI-DISPONIVEL            VALUE 'S'.

      *----LINHA DO MOVIMENTO DE CONSENTIMENTO DESMONTADA. O DETALHE E
      *    O RESTO DA LINHA (PODE TER VIRGULA).
       01 WMOV-DATA-HORA          PIC X(014) VALUE SPACES.
       01 WMOV-EVENTO             PIC X(010) VALUE SPACES.
       01 WMOV-CLI                PIC X(007) VALUE SPACES.
       01 WMOV-CANAL              PIC X(001) VALUE SPACE.
       01 WMOV-ORIGEM             PIC X(020) VALUE SPACES.
       01 WMOV-OPERADOR           PIC X(020) VALUE SPACES.
       01 WMOV-DETALHE            PIC X(100) VALUE SPACES.
       77 WMOV-PTR                PIC 9(003) VALUE ZEROES.
       77 WMOV-POS                PIC 9(003) VALUE ZEROES.
       01 WMOV-FIM                PIC X(001) VALUE 'N'.
          88 MOV-FIM                   VALUE 'S'.

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY) PARA O
      *    CONTATO QUE O DETALHE DO MOVIMENTO CARREGA.
       01 WMSK-TIPO               PIC X(001) VALUE SPACE.
       01 WMSK-TXT                PIC X(080) VALUE SPACES.
       01 WMSK-AUX                PIC X(080) VALUE SPACES.
       01 WMSK-CAR                PIC X(001) VALUE SPACE.
       77 WMSK-IDX                PIC 9(003) VALUE ZEROES.
       77 WMSK-INI                PIC 9(003) VALUE ZEROES.
       77 WMSK-FIM                PIC 9(003) VALUE ZEROES.
       77 WMSK-QTD                PIC 9(003) VALUE ZEROES.
       77 WMSK-ORD                PIC 9(003) VALUE ZEROES.
       77 WMSK-BARRAS             PIC 9(003) VALUE ZEROES.
       01 WMSK-FIM-SEQ            PIC X(001) VALUE 'N'.
       01 WMSK-CNPJ               PIC 9(014) VALUE ZEROES.
       01 WMSK-RAZAO              PIC X(040) VALUE SPACES.
       01 WMSK-RAIZ               PIC X(010) VALUE SPACES.
       01 WMSK-PF                 PIC X(001) VALUE 'N'.

      *----MES DE REFERENCIA (PADRAO = MES ANTERIOR).
       01 WMES-REF                PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-REF.
          02 WMES-REF-AAAA        PIC 9(004).
          02 WMES-REF-MM          PIC 9(002).
       01 WMES-ATUAL              PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-ATUAL.
          02 WMES-ATUAL-AAAA      PIC 9(004).
          02 WMES-ATUAL-MM        PIC 9(002).

      *----TOTAIS DO MES: OPT-IN E OPT-OUT POR CANAL (1=TELEFONE,
      *    2=E-MAIL) E SUPRESSOES POR ORIGEM (PROCESSO) E CANAL; A
      *    PARTIR DA CENTESIMA ORIGEM AS DEMAIS VAO PARA 'OUTROS'.
       01 WTAB-CANAL.
          02 WTCN-LINHA OCCURS 2 TIMES.
             03 WTCN-OPT-IN       PIC 9(007).
             03 WTCN-OPT-OUT      PIC 9(007).
             03 WTCN-SUPRIMIDO    PIC 9(007).
             03 WTCN-ATUAL-IN     PIC 9(007).
             03 WTCN-ATUAL-OUT    PIC 9(007).
       77 WIDX-CANAL              PIC 9(001) VALUE ZEROES.
       01 WNOMES-CANAL-V.
          02 FILLER               PIC X(010) VALUE 'TELEFONE'.
          02 FILLER               PIC X(010) VALUE 'E-MAIL'.
       01 WNOMES-CANAL REDEFINES WNOMES-CANAL-V.
          02 WNOME-CANAL          PIC X(010) OCCURS 2 TIMES.
       01 WTAB-ORIGEM.
          02 WORG-LINHA OCCURS 101 TIMES.
             03 WORG-NOME         PIC X(020).
             03 WORG-QTD          PIC 9(007) OCCURS 2 TIMES.
       77 WQTD-ORG                PIC 9(003) VALUE ZEROES.
       77 WIDX-ORG                PIC 9(003) VALUE ZEROES.

       01 WCONFIRMA               PIC X(001) VALUE SPACE.
       01 WED-RAZAO               PIC X(040) VALUE SPACES.
       01 WED-CLI                 PIC 9(007) VALUE ZEROES.

       77 WCONT-LIDOS             PIC 9(007) VALUE ZEROES.
       77 WCONT-OPT-OUT           PIC 9(007) VALUE ZEROES.
       77 WCONT-SUPRIMIDOS        PIC 9(007) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relconsent'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-REL-CONSENT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CONSENTIMENTOS DE C
      -"ONTATO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "MES DE REFERENCIA......:".
          02 SCR-CNS-MES LINE 6 COL 30 PIC 9(006)
                 USING WMES-REF AUTO.
          02 LINE 6 COL 38 VALUE "(AAAAMM)".
          02 LINE 8 COL 5 VALUE "CONFIRMA (S/N)?".
          02 SCR-CONFIRMA LINE 8 COL 21 PIC X(001)
                 USING WCONFIRMA AUTO.
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----RELATORIO MENSAL DE CONSENTIMENTO DE MARKETING, TIRADO DO
      *    MOVIMENTO CONSENTIMENTO-MOV.LOG: OPT-OUTS RECEBIDOS NO MES
      *    (DETALHE E TOTAL POR CANAL), MENSAGENS E LINHAS DE LISTA
      *    SUPRIMIDAS POR FALTA DE CONSENTIMENTO (TOTAL POR PROCESSO E
      *    CANAL, E DETALHE) E A POSICAO ATUAL DO CADASTRO DE
      *    CONSENTIMENTO POR CANAL.
       ABERTURA.
           INITIALIZE WSAIDA
           PERFORM R-MES-PADRAO
           IF MODO-INTERATIVO
              MOVE 'S' TO WCONFIRMA
              DISPLAY TELA-REL-CONSENT
              ACCEPT TELA-REL-CONSENT
              IF ESC OR (WCONFIRMA NOT = 'S' AND WCONFIRMA NOT = 's')
                 GO TO ABERTURA-EXIT
              END-IF
              IF WMES-REF-MM < 01 OR WMES-REF-MM > 12 OR
                 WMES-REF > WMES-ATUAL
                 MOVE 'MES INVALIDO ' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           MOVE 'L' TO WCNS-ABERTURA
           PERFORM S-ABRE-CONSENT THRU R-ABRE-CONSENT-1-EXIT
           MOVE 'N' TO WCLI-DISPONIVEL
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 'S' TO WCLI-DISPONIVEL
           END-IF
           INITIALIZE WTAB-CANAL WTAB-ORIGEM
           MOVE ZEROES TO WQTD-ORG WCONT-LIDOS WCONT-OPT-OUT
                          WCONT-SUPRIMIDOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'CONSENTIMENTOS-' WMES-REF '-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE ZEROES TO WCATR-LINHAS
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CONSENTIMENTOS DE CONTATO - MES"' ',' WMES-REF
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           PERFORM S-LISTA-OPT-OUT THRU R-LISTA-OPT-OUT-1-EXIT
           PERFORM S-TOTAIS-SUPRESSAO THRU R-TOTAIS-SUPRESSAO-1-EXIT
           PERFORM S-LISTA-SUPRESSAO THRU R-LISTA-SUPRESSAO-1-EXIT
           PERFORM S-POSICAO-ATUAL THRU R-POSICAO-ATUAL-1-EXIT
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-REF
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           IF CNS-DISPONIVEL
              CLOSE CONSENT
           END-IF
           IF CLI-DISPONIVEL
              CLOSE CLIENTES
           END-IF
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'OPT-OUTS ' WCONT-OPT-OUT ' SUPRIMIDAS '
                  WCONT-SUPRIMIDOS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       R-MES-PADRAO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-ATUAL
           MOVE WMES-ATUAL TO WMES-REF
           IF WMES-REF-MM = 01
              MOVE 12 TO WMES-REF-MM
              SUBTRACT 1 FROM WMES-REF-AAAA
           ELSE
              SUBTRACT 1 FROM WMES-REF-MM
           END-IF.

       R-GRAVA-LINHA.
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----PRIMEIRA PASSADA NO MOVIMENTO: DETALHE DOS OPT-OUTS DO MES
      *    E ACUMULO DOS TOTAIS POR CANAL E DAS SUPRESSOES POR ORIGEM.
       S-LISTA-OPT-OUT SECTION.
       R-LISTA-OPT-OUT-1.
           MOVE SPACES TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           MOVE '"OPT-OUTS RECEBIDOS"' TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"DATA/HORA"' ',' '"CLIENTE"' ',' '"RAZAO"' ','
               '"CANAL"' ',' '"ORIGEM"' ',' '"OPERADOR"' ','
               '"CONTATO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           OPEN INPUT CONSMOV
           IF FS-CMV NOT = '00'
              GO TO R-LISTA-OPT-OUT-1-EXIT
           END-IF
           MOVE 'N' TO WMOV-FIM
           PERFORM UNTIL MOV-FIM
              READ CONSMOV
                 AT END
                    MOVE 'S' TO WMOV-FIM
                 NOT AT END
                    PERFORM R-DESMONTA-MOV
                    IF WMOV-DATA-HORA(1:6) = WMES-REF
                       ADD 1 TO WCONT-LIDOS
                       PERFORM R-ACUMULA-MOV
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONSMOV
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CANAL"' ',' '"OPT-IN NO MES"' ','
               '"OPT-OUT NO MES"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           PERFORM VARYING WIDX-CANAL FROM 1 BY 1 UNTIL WIDX-CANAL > 2
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"' FUNCTION TRIM(WNOME-CANAL(WIDX-CANAL)) '"'
                  ',' WTCN-OPT-IN(WIDX-CANAL)
                  ',' WTCN-OPT-OUT(WIDX-CANAL)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA
           END-PERFORM.
       R-LISTA-OPT-OUT-1-EXIT.
           EXIT.

       R-DESMONTA-MOV.
           MOVE SPACES TO WMOV-DATA-HORA WMOV-EVENTO WMOV-CLI
                          WMOV-CANAL WMOV-ORIGEM WMOV-OPERADOR
                          WMOV-DETALHE
           MOVE 1 TO WMOV-PTR
           UNSTRING CONSMOV-DATA-01 DELIMITED BY ','
               INTO WMOV-DATA-HORA WMOV-EVENTO WMOV-CLI WMOV-CANAL
                    WMOV-ORIGEM WMOV-OPERADOR
               WITH POINTER WMOV-PTR
           END-UNSTRING
           IF WMOV-PTR NOT > 200
              MOVE CONSMOV-DATA-01(WMOV-PTR:) TO WMOV-DETALHE
           END-IF
           IF WMOV-CANAL = 'T'
              MOVE 1 TO WIDX-CANAL
           ELSE
              MOVE 2 TO WIDX-CANAL
           END-IF.

      *----SEM O NIVEL INTEGRAL O CONTATO DO DETALHE SAI MASCARADO:
      *    TELEFONE PELO CANAL T; NO CANAL E SO A PALAVRA COM '@', PARA
      *    O TEXTO QUE A PRECEDE (PROCESSO) CONTINUAR LEGIVEL.
       R-MASCARA-DETALHE-MOV.
           IF DADOS-INTEGRAIS OR WMOV-DETALHE = SPACES
              GO TO R-MASCARA-DETALHE-MOV-EXIT
           END-IF
           IF WMOV-CANAL = 'T'
              MOVE WMOV-DETALHE(1:80) TO WMSK-TXT
              MOVE 'T' TO WMSK-TIPO
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO WMOV-DETALHE(1:80)
              GO TO R-MASCARA-DETALHE-MOV-EXIT
           END-IF
           MOVE ZEROES TO WMOV-POS
           INSPECT WMOV-DETALHE TALLYING WMOV-POS
               FOR CHARACTERS BEFORE INITIAL '@'
           IF WMOV-POS NOT < LENGTH OF WMOV-DETALHE
              GO TO R-MASCARA-DETALHE-MOV-EXIT
           END-IF
           PERFORM UNTIL WMOV-POS = ZEROES
                      OR WMOV-DETALHE(WMOV-POS:1) = SPACE
              SUBTRACT 1 FROM WMOV-POS
           END-PERFORM
           ADD 1 TO WMOV-POS
           MOVE WMOV-DETALHE(WMOV-POS:) TO WMSK-TXT
           MOVE 'E' TO WMSK-TIPO
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMOV-DETALHE(WMOV-POS:).
       R-MASCARA-DETALHE-MOV-EXIT.
           EXIT.

       R-ACUMULA-MOV.
           EVALUATE WMOV-EVENTO
              WHEN 'OPT-IN'
                 ADD 1 TO WTCN-OPT-IN(WIDX-CANAL)
              WHEN 'OPT-OUT'
                 ADD 1 TO WTCN-OPT-OUT(WIDX-CANAL)
                 ADD 1 TO WCONT-OPT-OUT
                 PERFORM R-BUSCA-RAZAO
                 PERFORM R-MASCARA-DETALHE-MOV
                    THRU R-MASCARA-DETALHE-MOV-EXIT
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING WMOV-DATA-HORA ',' WMOV-CLI ','
                     '"' FUNCTION TRIM(WED-RAZAO) '"' ','
                     WMOV-CANAL ','
                     '"' FUNCTION TRIM(WMOV-ORIGEM) '"' ','
                     '"' FUNCTION TRIM(WMOV-OPERADOR) '"' ','
                     '"' FUNCTION TRIM(WMOV-DETALHE) '"'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
                 PERFORM R-GRAVA-LINHA
              WHEN 'SUPRIMIDO'
                 ADD 1 TO WTCN-SUPRIMIDO(WIDX-CANAL)
                 ADD 1 TO WCONT-SUPRIMIDOS
                 PERFORM R-ACUMULA-ORIGEM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       R-ACUMULA-ORIGEM.
           PERFORM VARYING WIDX-ORG FROM 1 BY 1
                   UNTIL WIDX-ORG > WQTD-ORG
                      OR WORG-NOME(WIDX-ORG) = WMOV-ORIGEM
              CONTINUE
           END-PERFORM
           IF WIDX-ORG > WQTD-ORG
              IF WQTD-ORG < 99
                 ADD 1 TO WQTD-ORG
                 MOVE WQTD-ORG TO WIDX-ORG
                 MOVE WMOV-ORIGEM TO WORG-NOME(WIDX-ORG)
              ELSE
                 MOVE 100 TO WIDX-ORG WQTD-ORG
                 MOVE 'OUTROS' TO WORG-NOME(WIDX-ORG)
              END-IF
           END-IF
           ADD 1 TO WORG-QTD(WIDX-ORG WIDX-CANAL).

       R-BUSCA-RAZAO.
           MOVE SPACES TO WED-RAZAO
           IF CLI-DISPONIVEL AND WMOV-CLI IS NUMERIC
              MOVE WMOV-CLI TO WED-CLI
              MOVE WED-CLI TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE RAZAO TO WED-RAZAO
              END-IF
           END-IF.

      *----TOTAL DE SUPRESSOES DO MES POR PROCESSO DE ORIGEM E CANAL.
       S-TOTAIS-SUPRESSAO SECTION.
       R-TOTAIS-SUPRESSAO-1.
           MOVE SPACES TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           MOVE '"MENSAGENS SUPRIMIDAS SEM CONSENTIMENTO"'
             TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"PROCESSO"' ',' '"TELEFONE"' ',' '"E-MAIL"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           PERFORM VARYING WIDX-ORG FROM 1 BY 1
                   UNTIL WIDX-ORG > WQTD-ORG
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"' FUNCTION TRIM(WORG-NOME(WIDX-ORG)) '"' ','
                  WORG-QTD(WIDX-ORG 1) ',' WORG-QTD(WIDX-ORG 2)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA
           END-PERFORM
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TOTAL"' ',' WTCN-SUPRIMIDO(1) ','
               WTCN-SUPRIMIDO(2)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA.
       R-TOTAIS-SUPRESSAO-1-EXIT.
           EXIT.

      *----SEGUNDA PASSADA: DETALHE DE CADA SUPRESSAO DO MES.
       S-LISTA-SUPRESSAO SECTION.
       R-LISTA-SUPRESSAO-1.
           IF WCONT-SUPRIMIDOS = ZEROES
              GO TO R-LISTA-SUPRESSAO-1-EXIT
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"DATA/HORA"' ',' '"CLIENTE"' ',' '"CANAL"' ','
               '"PROCESSO"' ',' '"OPERADOR"' ',' '"DETALHE"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           OPEN INPUT CONSMOV
           IF FS-CMV NOT = '00'
              GO TO R-LISTA-SUPRESSAO-1-EXIT
           END-IF
           MOVE 'N' TO WMOV-FIM
           PERFORM UNTIL MOV-FIM
              READ CONSMOV
                 AT END
                    MOVE 'S' TO WMOV-FIM
                 NOT AT END
                    PERFORM R-DESMONTA-MOV
                    IF WMOV-DATA-HORA(1:6) = WMES-REF AND
                       WMOV-EVENTO = 'SUPRIMIDO'
                       PERFORM R-MASCARA-DETALHE-MOV
                          THRU R-MASCARA-DETALHE-MOV-EXIT
                       MOVE SPACES TO ARQREL-DATA-01
                       STRING WMOV-DATA-HORA ',' WMOV-CLI ','
                           WMOV-CANAL ','
                           '"' FUNCTION TRIM(WMOV-ORIGEM) '"' ','
                           '"' FUNCTION TRIM(WMOV-OPERADOR) '"' ','
                           '"' FUNCTION TRIM(WMOV-DETALHE) '"'
                           DELIMITED BY SIZE INTO ARQREL-DATA-01
                       PERFORM R-GRAVA-LINHA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONSMOV.
       R-LISTA-SUPRESSAO-1-EXIT.
           EXIT.

      *----POSICAO ATUAL DO CADASTRO: CANAIS COM OPT-IN E COM OPT-OUT.
       S-POSICAO-ATUAL SECTION.
       R-POSICAO-ATUAL-1.
           IF NOT CNS-DISPONIVEL
              GO TO R-POSICAO-ATUAL-1-EXIT
           END-IF
           MOVE LOW-VALUES TO CHAVE-CNS
           START CONSENT KEY IS NOT LESS THAN CHAVE-CNS
           PERFORM UNTIL FS-CNS NOT = '00'
              READ CONSENT NEXT
              IF FS-CNS = '00'
                 IF CNS-TELEFONE
                    MOVE 1 TO WIDX-CANAL
                 ELSE
                    MOVE 2 TO WIDX-CANAL
                 END-IF
                 IF CNS-OPT-IN
                    ADD 1 TO WTCN-ATUAL-IN(WIDX-CANAL)
                 ELSE
                    ADD 1 TO WTCN-ATUAL-OUT(WIDX-CANAL)
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"POSICAO ATUAL"' ',' '"COM OPT-IN"' ','
               '"COM OPT-OUT"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           PERFORM VARYING WIDX-CANAL FROM 1 BY 1 UNTIL WIDX-CANAL > 2
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"' FUNCTION TRIM(WNOME-CANAL(WIDX-CANAL)) '"'
                  ',' WTCN-ATUAL-IN(WIDX-CANAL)
                  ',' WTCN-ATUAL-OUT(WIDX-CANAL)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA
           END-PERFORM.
       R-POSICAO-ATUAL-1-EXIT.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,MES=' WMES-REF
                     ',MOVIMENTOS=' WCONT-LIDOS
                     ',OPT-OUTS=' WCONT-OPT-OUT
                     ',SUPRIMIDOS=' WCONT-SUPRIMIDOS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY CONSENT.CPY.

       COPY CATALOGO.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
