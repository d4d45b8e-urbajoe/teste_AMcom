       IDENTIFICATION DIVISION.
       PROGRAM-ID.  verificaaud.
       AUTHOR.      URBANO.
      *----VERIFICACAO DO ENCADEAMENTO DA TRILHA DE AUDITORIA (VIDE
      *    ELOAUD.CPY). CONFERE A ASSINATURA DE CADA SELO DE EXPURGO,
      *    RECALCULA O ELO DE CADA LINHA DOS ARQUIVOS DE EXPURGO (NA
      *    ORDEM DOS SELOS) E DA TRILHA VIVA, E O FIM DA TRILHA CONTRA
      *    O AUDITORIA.ELO. PARA NA PRIMEIRA QUEBRA E INFORMA ARQUIVO,
      *    LINHA E DATA-HORA. RODA NO PACOTE MENSAL E SOB DEMANDA NA
      *    CONSULTA DE AUDITORIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT AUDITARQ   ASSIGN TO DISK WID-ARQ-AUDITARQ
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AAR.

       SELECT SELO       ASSIGN TO DISK WID-ARQ-SELO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-SEL.

       SELECT ELO        ASSIGN TO DISK WID-ARQ-ELO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ELO.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-IMPORT.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD  AUDITARQ.
       01  AUDITARQ-REC.
           05  AUDITARQ-DATA-01    PIC X(00400).

      *----SELO DE EXPURGO (GRAVADO PELO EXPURGAHIST): CAMPOS DE
      *    TAMANHO FIXO SEPARADOS POR VIRGULA; A ASSINATURA COBRE AS
      *    81 PRIMEIRAS POSICOES (ATE O ULTIMO HASH).
       FD  SELO.
       01  REG-SELO.
           02 SELO-DATA-HORA       PIC X(014).
           02 SELO-SEP1            PIC X(001).
           02 SELO-TIPO            PIC X(001).
              88 SELO-EXPURGO            VALUE 'E'.
           02 SELO-SEP2            PIC X(001).
           02 SELO-ARQUIVO         PIC X(030).
           02 SELO-SEP3            PIC X(001).
           02 SELO-QTD             PIC 9(007).
           02 SELO-SEP4            PIC X(001).
           02 SELO-ULTIMO-HASH     PIC X(024).
           02 SELO-SEP5            PIC X(001).
           02 SELO-CHAVE           PIC X(001).
              88 SELO-CHAVE-PADRAO       VALUE 'P'.
           02 SELO-SEP6            PIC X(001).
           02 SELO-ASSINATURA      PIC X(024).

       FD  ELO.
       01  REG-ELO.
           02 ELO-ULTIMO-HASH      PIC X(024).
           02 ELO-SEP1             PIC X(001).
           02 ELO-DATA-HORA        PIC X(014).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       WORKING-STORAGE SECTION.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-AAR.
           02 FS-AAR-1                PIC 9.
           02 FS-AAR-2                PIC 9.
           02 FS-AAR-R REDEFINES FS-AAR-2 PIC 99 COMP-X.
       01 FS-SEL.
           02 FS-SEL-1                PIC 9.
           02 FS-SEL-2                PIC 9.
           02 FS-SEL-R REDEFINES FS-SEL-2 PIC 99 COMP-X.
       01 FS-ELO.
           02 FS-ELO-1                PIC 9.
           02 FS-ELO-2                PIC 9.
           02 FS-ELO-R REDEFINES FS-ELO-2 PIC 99 COMP-X.
       01 FS-IMPORT.
           02 FS-IMPORT-1                PIC 9.
           02 FS-IMPORT-2                PIC 9.
           02 FS-IMPORT-R REDEFINES FS-IMPORT-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-AUDITARQ        PIC X(50) VALUE SPACES.
       01 WID-ARQ-SELO            PIC X(50) VALUE 'AUDITORIA-SELO.DAT'.
       01 WID-ARQ-ELO             PIC X(50) VALUE 'AUDITORIA.ELO'.
       01 WID-ARQ-RELT            PIC X(50) VALUE SPACES.
       01 WDATA-REL               PIC X(008).
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

      *----ARQUIVOS DE EXPURGO NA ORDEM DOS SELOS, SEM REPETICAO (DOIS
      *    EXPURGOS NO MESMO DIA VAO PARA O MESMO ARQUIVO: AS
      *    QUANTIDADES SOMAM E VALE O ULTIMO HASH).
       01 WTAB-SELO.
          02 WSEL-ITEM OCCURS 60 TIMES.
             03 WSEL-ARQUIVO      PIC X(030).
             03 WSEL-QTD          PIC 9(007).
             03 WSEL-HASH         PIC X(024).
       77 WQTD-SEL                PIC 99 VALUE ZEROES.
       77 WIDX-SEL                PIC 99 VALUE ZEROES.
       77 WACHOU-SEL              PIC X VALUE 'N'.
          88 ACHOU-SEL                 VALUE 'S'.

      *----ESTADO DA VERIFICACAO.
       01 WELO-CORRENTE           PIC X(024) VALUE ALL '0'.
       01 WHASH-LIDO              PIC X(024) VALUE SPACES.
       01 WLINHA-VER              PIC X(400) VALUE SPACES.
       77 WLIN-LEN                PIC 9(003) VALUE ZEROES.
       01 WCADEIA-INICIADA        PIC X VALUE 'N'.
          88 CADEIA-INICIADA           VALUE 'S'.
       01 WID-ARQ-VERIF           PIC X(050) VALUE SPACES.
       77 WNUM-LINHA              PIC 9(007) VALUE ZEROES.
       77 WCONT-SELOS             PIC 9(005) VALUE ZEROES.
       77 WCONT-SELOS-PADRAO      PIC 9(005) VALUE ZEROES.
       77 WCONT-ARQ-AUSENTE       PIC 9(005) VALUE ZEROES.
       77 WCONT-ENCADEADAS        PIC 9(007) VALUE ZEROES.
       77 WCONT-LEGADO            PIC 9(007) VALUE ZEROES.
       77 WCONT-VIVA              PIC 9(007) VALUE ZEROES.

      *----PRIMEIRA QUEBRA ENCONTRADA.
       01 WQUEBROU                PIC X VALUE 'N'.
          88 QUEBROU                   VALUE 'S'.
       01 WQBR-ARQUIVO            PIC X(050) VALUE SPACES.
       77 WQBR-LINHA              PIC 9(007) VALUE ZEROES.
       01 WQBR-DATA-HORA          PIC X(014) VALUE SPACES.
       01 WQBR-MOTIVO             PIC X(050) VALUE SPACES.

       01 WAUD-DATA-HORA          PIC X(014) VALUE SPACES.
       01 WAUD-USUARIO            PIC X(020) VALUE SPACES.
       01 WRESULTADO              PIC X(008) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'verificaaud'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-RESULTADO-VER.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 10 VALUE "SISTEMA EXEMPLO - VERIFICACAO DA TRILH
      -"A DE AUDITORIA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "SELOS DE EXPURGO..................:".
          02 LINE 6 COL 42 PIC 9(005) FROM WCONT-SELOS.
          02 LINE 7 COL 5 VALUE "ARQUIVOS DE EXPURGO AUSENTES......:".
          02 LINE 7 COL 42 PIC 9(005) FROM WCONT-ARQ-AUSENTE.
          02 LINE 8 COL 5 VALUE "LINHAS ENCADEADAS CONFERIDAS......:".
          02 LINE 8 COL 42 PIC 9(007) FROM WCONT-ENCADEADAS.
          02 LINE 9 COL 5 VALUE "LINHAS ANTERIORES AO ENCADEAMENTO.:".
          02 LINE 9 COL 42 PIC 9(007) FROM WCONT-LEGADO.
          02 LINE 10 COL 5 VALUE "RESULTADO.........................:".
          02 LINE 10 COL 42 PIC X(008) FROM WRESULTADO.
          02 LINE 12 COL 5 VALUE "ARQUIVO...........................:".
          02 LINE 12 COL 42 PIC X(030) FROM WQBR-ARQUIVO.
          02 LINE 13 COL 5 VALUE "LINHA.............................:".
          02 LINE 13 COL 42 PIC 9(007) FROM WQBR-LINHA.
          02 LINE 14 COL 5 VALUE "DATA-HORA DA LINHA................:".
          02 LINE 14 COL 42 PIC X(014) FROM WQBR-DATA-HORA.
          02 LINE 15 COL 5 VALUE "MOTIVO............................:".
          02 LINE 16 COL 5 PIC X(050) FROM WQBR-MOTIVO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA WTAB-SELO
           MOVE ZEROES TO WQTD-SEL WCONT-SELOS WCONT-SELOS-PADRAO
                          WCONT-ARQ-AUSENTE WCONT-ENCADEADAS
                          WCONT-LEGADO WCONT-VIVA WQBR-LINHA
           MOVE ALL '0' TO WELO-CORRENTE
           MOVE 'N' TO WCADEIA-INICIADA WQUEBROU
           MOVE SPACES TO WQBR-ARQUIVO WQBR-DATA-HORA WQBR-MOTIVO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'VERIFICA-AUDITORIA-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE ZEROES TO WCATR-LINHAS
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"VERIFICACAO DO ENCADEAMENTO DA AUDITORIA"' ','
                  WDATA-REL
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           PERFORM S-CONFERE-SELOS THRU R-CONFERE-SELOS-1-EXIT
           IF NOT QUEBROU
              PERFORM S-CONFERE-ARQUIVOS THRU R-CONFERE-ARQUIVOS-1-EXIT
           END-IF
           IF NOT QUEBROU
              PERFORM S-CONFERE-VIVA THRU R-CONFERE-VIVA-1-EXIT
           END-IF
           PERFORM R-GRAVA-RESULTADO
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'RESULTADO=' WRESULTADO
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           PERFORM R-AUDITA-VERIFICACAO
           IF QUEBROU
              MOVE 'F' TO WERR-SEVERIDADE
              MOVE WQBR-ARQUIVO TO WERR-ARQUIVO
              MOVE WQBR-LINHA TO WERR-CHAVE
              MOVE SPACES TO WERR-TEXTO
              STRING 'TRILHA DE AUDITORIA QUEBRADA: '
                     FUNCTION TRIM(WQBR-MOTIVO)
                     DELIMITED BY SIZE INTO WERR-TEXTO
              PERFORM S-GRAVA-ERRO THRU S-GRAVA-ERRO-EXIT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF
           IF MODO-INTERATIVO
              DISPLAY TELA-RESULTADO-VER
              MOVE SPACES TO WTXT
              STRING 'RELATORIO ' FUNCTION TRIM(WID-ARQ-RELT)
                     DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----CADA SELO TEM A ASSINATURA RECALCULADA COM A CHAVE DA
      *    INSTALACAO; SELO ADULTERADO E QUEBRA. SELO ASSINADO COM A
      *    CHAVE PADRAO SO GERA AVISO NO RELATORIO.
       S-CONFERE-SELOS SECTION.
       R-CONFERE-SELOS-1.
           MOVE ZEROES TO WNUM-LINHA
           OPEN INPUT SELO.
           IF FS-SEL NOT = '00'
              MOVE SPACES TO ARQREL-DATA-01
              STRING 'SELOS,' FUNCTION TRIM(WID-ARQ-SELO)
                     ',0,SEM SELOS DE EXPURGO'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA
              GO TO R-CONFERE-SELOS-1-EXIT
           END-IF
           PERFORM UNTIL FS-SEL NOT = '00' OR QUEBROU
              READ SELO
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WNUM-LINHA
                    PERFORM R-CONFERE-SELO
              END-READ
           END-PERFORM
           CLOSE SELO.
       R-CONFERE-SELOS-1-EXIT.
           EXIT.

       R-CONFERE-SELO.
           ADD 1 TO WCONT-SELOS
           MOVE 'A' TO WELO-FUNCAO
           MOVE SPACES TO WELO-LINHA
           MOVE REG-SELO(1:81) TO WELO-LINHA
           CALL 'eloaudit' USING WELO-DADOS
           MOVE SPACES TO ARQREL-DATA-01
           IF WELO-HASH NOT = SELO-ASSINATURA
              MOVE 'S' TO WQUEBROU
              MOVE WID-ARQ-SELO TO WQBR-ARQUIVO
              MOVE WNUM-LINHA TO WQBR-LINHA
              MOVE SELO-DATA-HORA TO WQBR-DATA-HORA
              MOVE 'ASSINATURA DO SELO DE EXPURGO NAO CONFERE'
                   TO WQBR-MOTIVO
              STRING 'SELO,' FUNCTION TRIM(SELO-ARQUIVO) ','
                     SELO-QTD ',ASSINATURA INVALIDA'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              IF SELO-CHAVE-PADRAO
                 ADD 1 TO WCONT-SELOS-PADRAO
                 STRING 'SELO,' FUNCTION TRIM(SELO-ARQUIVO) ','
                        SELO-QTD ',OK - ASSINADO COM A CHAVE PADRAO'
                        DELIMITED BY SIZE INTO ARQREL-DATA-01
              ELSE
                 STRING 'SELO,' FUNCTION TRIM(SELO-ARQUIVO) ','
                        SELO-QTD ',OK'
                        DELIMITED BY SIZE INTO ARQREL-DATA-01
              END-IF
              IF SELO-EXPURGO
                 PERFORM R-ACUMULA-SELO
              END-IF
           END-IF
           PERFORM R-GRAVA-LINHA.

       R-ACUMULA-SELO.
           MOVE 'N' TO WACHOU-SEL
           PERFORM VARYING WIDX-SEL FROM 1 BY 1
                   UNTIL WIDX-SEL > WQTD-SEL OR ACHOU-SEL
              IF WSEL-ARQUIVO(WIDX-SEL) = SELO-ARQUIVO
                 MOVE 'S' TO WACHOU-SEL
              END-IF
           END-PERFORM
           IF ACHOU-SEL
              SUBTRACT 1 FROM WIDX-SEL
           ELSE
              IF WQTD-SEL < 60
                 ADD 1 TO WQTD-SEL
                 MOVE WQTD-SEL TO WIDX-SEL
                 MOVE SELO-ARQUIVO TO WSEL-ARQUIVO(WIDX-SEL)
                 MOVE ZEROES TO WSEL-QTD(WIDX-SEL)
                 MOVE SPACES TO WSEL-HASH(WIDX-SEL)
              ELSE
                 GO TO R-ACUMULA-SELO-FIM
              END-IF
           END-IF
           ADD SELO-QTD TO WSEL-QTD(WIDX-SEL)
           IF SELO-ULTIMO-HASH NOT = SPACES
              MOVE SELO-ULTIMO-HASH TO WSEL-HASH(WIDX-SEL)
           END-IF.
       R-ACUMULA-SELO-FIM.
           EXIT.

      *----ARQUIVOS DE EXPURGO NA ORDEM EM QUE FORAM GERADOS. ARQUIVO
      *    AUSENTE (MOVIDO PARA FITA, POR EXEMPLO) SO GERA AVISO: O ELO
      *    CONTINUA DO HASH ASSINADO NO SELO.
       S-CONFERE-ARQUIVOS SECTION.
       R-CONFERE-ARQUIVOS-1.
           PERFORM VARYING WIDX-SEL FROM 1 BY 1
                   UNTIL WIDX-SEL > WQTD-SEL OR QUEBROU
              PERFORM R-CONFERE-ARQUIVO THRU R-CONFERE-ARQUIVO-FIM
           END-PERFORM.
       R-CONFERE-ARQUIVOS-1-EXIT.
           EXIT.

       R-CONFERE-ARQUIVO.
           MOVE SPACES TO WID-ARQ-AUDITARQ
           MOVE WSEL-ARQUIVO(WIDX-SEL) TO WID-ARQ-AUDITARQ
           MOVE WID-ARQ-AUDITARQ TO WID-ARQ-VERIF
           MOVE ZEROES TO WNUM-LINHA
           OPEN INPUT AUDITARQ
           IF FS-AAR NOT = '00'
              ADD 1 TO WCONT-ARQ-AUSENTE
              IF WSEL-HASH(WIDX-SEL) NOT = SPACES
                 MOVE WSEL-HASH(WIDX-SEL) TO WELO-CORRENTE
                 MOVE 'S' TO WCADEIA-INICIADA
              END-IF
              MOVE SPACES TO ARQREL-DATA-01
              STRING 'ARQUIVO,' FUNCTION TRIM(WID-ARQ-AUDITARQ) ','
                     WSEL-QTD(WIDX-SEL)
                     ',AUSENTE - ELO RETOMADO DO SELO'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA
              GO TO R-CONFERE-ARQUIVO-FIM
           END-IF
           PERFORM UNTIL FS-AAR NOT = '00' OR QUEBROU
              READ AUDITARQ
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE AUDITARQ-DATA-01 TO WLINHA-VER
                    PERFORM R-CONFERE-LINHA
              END-READ
           END-PERFORM
           CLOSE AUDITARQ
           IF NOT QUEBROU AND WNUM-LINHA NOT = WSEL-QTD(WIDX-SEL)
              MOVE 'S' TO WQUEBROU
              MOVE WID-ARQ-AUDITARQ TO WQBR-ARQUIVO
              MOVE WNUM-LINHA TO WQBR-LINHA
              MOVE SPACES TO WQBR-DATA-HORA
              MOVE 'QUANTIDADE DE LINHAS DIFERE DO SELO DE EXPURGO'
                   TO WQBR-MOTIVO
           END-IF
           IF NOT QUEBROU AND WSEL-HASH(WIDX-SEL) NOT = SPACES AND
              WSEL-HASH(WIDX-SEL) NOT = WELO-CORRENTE
              MOVE 'S' TO WQUEBROU
              MOVE WID-ARQ-AUDITARQ TO WQBR-ARQUIVO
              MOVE WNUM-LINHA TO WQBR-LINHA
              MOVE SPACES TO WQBR-DATA-HORA
              MOVE 'ULTIMA LINHA DIFERE DO HASH DO SELO DE EXPURGO'
                   TO WQBR-MOTIVO
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           IF QUEBROU
              STRING 'ARQUIVO,' FUNCTION TRIM(WID-ARQ-AUDITARQ) ','
                     WNUM-LINHA ',QUEBRA'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING 'ARQUIVO,' FUNCTION TRIM(WID-ARQ-AUDITARQ) ','
                     WNUM-LINHA ',OK'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           PERFORM R-GRAVA-LINHA.
       R-CONFERE-ARQUIVO-FIM.
           EXIT.

      *----TRILHA VIVA: CONTINUA O ELO DOS EXPURGOS. NO FIM, O ULTIMO
      *    HASH TEM DE SER O DO AUDITORIA.ELO - LINHAS APAGADAS NO
      *    FINAL DA TRILHA NAO QUEBRAM ELO NENHUM E SO APARECEM AQUI.
       S-CONFERE-VIVA SECTION.
       R-CONFERE-VIVA-1.
           MOVE WID-ARQ-AUDITORIA TO WID-ARQ-VERIF
           MOVE ZEROES TO WNUM-LINHA
           OPEN INPUT AUDITORIA.
           IF FS-AUD = '00'
              PERFORM UNTIL FS-AUD NOT = '00' OR QUEBROU
                 READ AUDITORIA
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE AUDITORIA-DATA-01 TO WLINHA-VER
                       PERFORM R-CONFERE-LINHA
                 END-READ
              END-PERFORM
              CLOSE AUDITORIA
           END-IF
           MOVE WNUM-LINHA TO WCONT-VIVA
           IF NOT QUEBROU
              OPEN INPUT ELO
              IF FS-ELO = '00'
                 READ ELO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ELO-ULTIMO-HASH NOT = SPACES AND
                          CADEIA-INICIADA AND
                          ELO-ULTIMO-HASH NOT = WELO-CORRENTE
                          MOVE 'S' TO WQUEBROU
                          MOVE WID-ARQ-AUDITORIA TO WQBR-ARQUIVO
                          MOVE WNUM-LINHA TO WQBR-LINHA
                          MOVE ELO-DATA-HORA TO WQBR-DATA-HORA
                          MOVE 'FIM DA TRILHA DIFERE DO AUDITORIA.ELO'
                               TO WQBR-MOTIVO
                       END-IF
                 END-READ
                 CLOSE ELO
              END-IF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           IF QUEBROU
              STRING 'TRILHA VIVA,' FUNCTION TRIM(WID-ARQ-AUDITORIA)
                     ',' WNUM-LINHA ',QUEBRA'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING 'TRILHA VIVA,' FUNCTION TRIM(WID-ARQ-AUDITORIA)
                     ',' WNUM-LINHA ',OK'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           PERFORM R-GRAVA-LINHA.
       R-CONFERE-VIVA-1-EXIT.
           EXIT.

      *----UMA LINHA (EM WLINHA-VER): COM O CAMPO ',#' + HASH, O HASH
      *    E RECALCULADO SOBRE O ELO CORRENTE E TEM DE BATER; SEM O
      *    CAMPO, SO E ACEITA ANTES DA PRIMEIRA LINHA ENCADEADA.
       R-CONFERE-LINHA.
           ADD 1 TO WNUM-LINHA
           MOVE SPACES TO WHASH-LIDO
           COMPUTE WLIN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WLINHA-VER TRAILING))
           IF WLIN-LEN > 26
              IF WLINHA-VER(WLIN-LEN - 25:2) = ',#'
                 MOVE WLINHA-VER(WLIN-LEN - 23:24) TO WHASH-LIDO
                 MOVE SPACES TO WLINHA-VER(WLIN-LEN - 25:26)
              END-IF
           END-IF
           IF WHASH-LIDO = SPACES
              IF CADEIA-INICIADA
                 MOVE 'S' TO WQUEBROU
                 MOVE 'LINHA SEM HASH DEPOIS DO INICIO DO ENCADEAMENTO'
                      TO WQBR-MOTIVO
              ELSE
                 ADD 1 TO WCONT-LEGADO
              END-IF
           ELSE
              MOVE 'C' TO WELO-FUNCAO
              MOVE WELO-CORRENTE TO WELO-ANTERIOR
              MOVE WLINHA-VER TO WELO-LINHA
              CALL 'eloaudit' USING WELO-DADOS
              IF WELO-HASH = WHASH-LIDO
                 MOVE WHASH-LIDO TO WELO-CORRENTE
                 MOVE 'S' TO WCADEIA-INICIADA
                 ADD 1 TO WCONT-ENCADEADAS
              ELSE
                 MOVE 'S' TO WQUEBROU
                 MOVE 'HASH NAO CONFERE - LINHA ALTERADA OU APAGADA'
                      TO WQBR-MOTIVO
              END-IF
           END-IF
           IF QUEBROU
              MOVE WID-ARQ-VERIF TO WQBR-ARQUIVO
              MOVE WNUM-LINHA TO WQBR-LINHA
              MOVE WLINHA-VER(1:14) TO WQBR-DATA-HORA
           END-IF.

       R-GRAVA-RESULTADO.
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'LINHAS ANTERIORES AO ENCADEAMENTO,' WCONT-LEGADO
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'LINHAS ENCADEADAS CONFERIDAS,' WCONT-ENCADEADAS
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA
           IF WCONT-SELOS-PADRAO > ZEROES
              MOVE SPACES TO ARQREL-DATA-01
              STRING 'AVISO,SELOS ASSINADOS COM A CHAVE PADRAO - '
                     'DEFINIR AUDITORIA-CHAVE NA INSTALACAO,'
                     WCONT-SELOS-PADRAO
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           IF QUEBROU
              MOVE 'QUEBRA' TO WRESULTADO
              STRING 'RESULTADO,QUEBRA,' FUNCTION TRIM(WQBR-ARQUIVO)
                     ',LINHA=' WQBR-LINHA
                     ',DATA-HORA=' WQBR-DATA-HORA
                     ',' FUNCTION TRIM(WQBR-MOTIVO)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              MOVE 'INTEGRA' TO WRESULTADO
              STRING 'RESULTADO,INTEGRA'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           PERFORM R-GRAVA-LINHA.

       R-GRAVA-LINHA.
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----A PROPRIA VERIFICACAO FICA NA TRILHA (ENTIDADE AUDITORIA,
      *    ACAO V), JA ENCADEADA.
       R-AUDITA-VERIFICACAO.
           OPEN EXTEND AUDITORIA
           IF FS-AUD = '35'
              OPEN OUTPUT AUDITORIA
           END-IF
           IF FS-AUD = '00'
              IF WOPERADOR-ID NOT = SPACES
                 MOVE WOPERADOR-ID TO WAUD-USUARIO
              ELSE
                 ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
              MOVE SPACES TO AUDITORIA-DATA-01
              IF QUEBROU
                 STRING WAUD-DATA-HORA ','
                     FUNCTION TRIM(WAUD-USUARIO) ','
                     'AUDITORIA' ',' 'V' ',' '0000000' ','
                     '""' ','
                     '"RESULTADO=QUEBRA;ARQUIVO='
                     FUNCTION TRIM(WQBR-ARQUIVO)
                     ';LINHA=' WQBR-LINHA '"'
                     ',' WEMPRESA-LID
                     DELIMITED BY SIZE INTO AUDITORIA-DATA-01
              ELSE
                 STRING WAUD-DATA-HORA ','
                     FUNCTION TRIM(WAUD-USUARIO) ','
                     'AUDITORIA' ',' 'V' ',' '0000000' ','
                     '""' ','
                     '"RESULTADO=INTEGRA;ENCADEADAS=' WCONT-ENCADEADAS
                     ';SELOS=' WCONT-SELOS '"'
                     ',' WEMPRESA-LID
                     DELIMITED BY SIZE INTO AUDITORIA-DATA-01
              END-IF
              PERFORM S-ENCADEIA-AUDITORIA
                 THRU R-ENCADEIA-AUDITORIA-1-EXIT
              WRITE AUDITORIA-REC
              CLOSE AUDITORIA
           END-IF.

       COPY CATALOGO.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
