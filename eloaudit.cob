       IDENTIFICATION DIVISION.
       PROGRAM-ID.  eloaudit.
       AUTHOR.      URBANO.
      *----ENCADEAMENTO DA TRILHA DE AUDITORIA (VIDE ELOAUD.CPY). O
      *    HASH DE CADA LINHA MISTURA O HASH DA LINHA ANTERIOR E O
      *    CONTEUDO DA LINHA EM QUATRO ACUMULADORES (MESMO ESQUEMA DO
      *    HASHSENHA), COM RODADAS FINAIS PARA QUE O ULTIMO CARACTER
      *    TAMBEM ESPALHE; SAI EM 24 POSICOES DE BASE 36. O ULTIMO
      *    HASH GRAVADO FICA EM AUDITORIA.ELO; SEM ELE (PRIMEIRA
      *    GRAVACAO OU ARQUIVO PERDIDO) O ELO E TIRADO DA ULTIMA LINHA
      *    ENCADEADA DA PROPRIA TRILHA OU, SE NAO HOUVER, DO ULTIMO
      *    SELO DE EXPURGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ELO  ASSIGN TO DISK WID-ARQ-ELO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ELO.

       SELECT SELO ASSIGN TO DISK WID-ARQ-SELO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-SEL.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ELO.
       01  REG-ELO.
           02 ELO-ULTIMO-HASH      PIC X(024).
           02 ELO-SEP1             PIC X(001).
           02 ELO-DATA-HORA        PIC X(014).

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
           02 SELO-SEP6            PIC X(001).
           02 SELO-ASSINATURA      PIC X(024).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-ELO.
           02 FS-ELO-1                PIC 9.
           02 FS-ELO-2                PIC 9.
           02 FS-ELO-R REDEFINES FS-ELO-2 PIC 99 COMP-X.
       01 FS-SEL.
           02 FS-SEL-1                PIC 9.
           02 FS-SEL-2                PIC 9.
           02 FS-SEL-R REDEFINES FS-SEL-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-ELO             PIC X(50) VALUE 'AUDITORIA.ELO'.
       01 WID-ARQ-SELO            PIC X(50) VALUE 'AUDITORIA-SELO.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

       01 WALFABETO            PIC X(036)
              VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *----CONTEUDO A MISTURAR: ELO ANTERIOR (24) + LINHA SEM O CAMPO
      *    DE HASH. A LINHA E CORTADA EM 374 POSICOES PARA O CAMPO
      *    ',#' + HASH CABER NAS 400 DO REGISTRO.
       01 WBUF                 PIC X(450) VALUE SPACES.
       77 WBUF-LEN             PIC 9(003) VALUE ZEROES.
       77 WLIN-LEN             PIC 9(003) VALUE ZEROES.
       77 WLIN-MAX             PIC 9(003) VALUE 374.
       77 WPOS                 PIC 9(003) VALUE ZEROES.
       77 WRODADA              PIC 9(003) VALUE ZEROES.
       77 WCOD                 PIC 9(003) VALUE ZEROES.
       77 WH1                  PIC 9(018) VALUE ZEROES.
       77 WH2                  PIC 9(018) VALUE ZEROES.
       77 WH3                  PIC 9(018) VALUE ZEROES.
       77 WH4                  PIC 9(018) VALUE ZEROES.

      *----CONVERSAO DE UM ACUMULADOR EM 6 POSICOES DE BASE 36 A
      *    PARTIR DE WPOS-INI NO HASH.
       77 WVAL                 PIC 9(018) VALUE ZEROES.
       77 WPOS-INI             PIC 9(002) VALUE ZEROES.
       77 WIDX-DIG             PIC 9(002) VALUE ZEROES.
       77 WDIGITO              PIC 9(002) VALUE ZEROES.

      *----CHAVE DA ASSINATURA DOS SELOS: VARIAVEL DE AMBIENTE
      *    AUDITORIA-CHAVE; SEM ELA VALE A CHAVE PADRAO E O SELO FICA
      *    MARCADO, PARA A VERIFICACAO AVISAR.
       01 WCHAVE               PIC X(040) VALUE SPACES.
       01 WCHAVE-PADRAO        PIC X(040)
              VALUE 'SISTEMA-EXEMPLO/SELO-DA-TRILHA-AUDITORIA'.

       01 WLINHA-AUX           PIC X(400) VALUE SPACES.
       01 WHASH-ACHADO         PIC X(024) VALUE SPACES.
       77 WAUD-LEN             PIC 9(003) VALUE ZEROES.

       LINKAGE SECTION.
       COPY ELOAUD.CPY.

       PROCEDURE DIVISION USING WELO-DADOS.
       ABERTURA.
           EVALUATE TRUE
              WHEN ELO-ENCADEAR
                 PERFORM R-ENCADEIA
              WHEN ELO-CALCULAR
                 PERFORM R-CALCULA
              WHEN ELO-ASSINAR
                 PERFORM R-ASSINA
              WHEN ELO-REINICIAR
                 IF WELO-HASH = SPACES
                    PERFORM R-PARTIDA
                    MOVE WELO-ANTERIOR TO WELO-HASH
                 END-IF
                 PERFORM R-GRAVA-ELO
              WHEN ELO-PARTIDA
                 PERFORM R-PARTIDA
              WHEN ELO-REALINHAR
                 PERFORM R-ULTIMO-DA-TRILHA THRU R-ULTIMO-DA-TRILHA-FIM
                 IF WHASH-ACHADO NOT = SPACES
                    MOVE WHASH-ACHADO TO WELO-HASH
                 ELSE
                    PERFORM R-PARTIDA
                    MOVE WELO-ANTERIOR TO WELO-HASH
                 END-IF
                 PERFORM R-GRAVA-ELO
           END-EVALUATE.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----LINHA NOVA: ELO ANTERIOR, HASH, CAMPO ACRESCENTADO E
      *    AUDITORIA.ELO ATUALIZADO.
       R-ENCADEIA.
           PERFORM R-LE-ELO
           PERFORM R-CALCULA
           MOVE SPACES TO WLINHA-AUX
           STRING WELO-LINHA(1:WLIN-LEN) ',#' WELO-HASH
               DELIMITED BY SIZE INTO WLINHA-AUX
           MOVE WLINHA-AUX TO WELO-LINHA
           PERFORM R-GRAVA-ELO.

       R-CALCULA.
           COMPUTE WLIN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WELO-LINHA TRAILING))
           IF WELO-LINHA = SPACES
              MOVE 1 TO WLIN-LEN
           END-IF
           IF WLIN-LEN > WLIN-MAX
              MOVE WLIN-MAX TO WLIN-LEN
              MOVE SPACES TO WELO-LINHA(WLIN-MAX + 1:)
           END-IF
           MOVE SPACES TO WBUF
           MOVE WELO-ANTERIOR TO WBUF(1:24)
           MOVE WELO-LINHA(1:WLIN-LEN) TO WBUF(25:WLIN-LEN)
           COMPUTE WBUF-LEN = 24 + WLIN-LEN
           PERFORM R-MISTURA.

      *----ASSINATURA: MESMA MISTURA COM A CHAVE NO LUGAR DO ELO E
      *    REPETIDA NO FIM DO CONTEUDO.
       R-ASSINA.
           MOVE 'A' TO WELO-ORIGEM-CHAVE
           MOVE SPACES TO WCHAVE
           ACCEPT WCHAVE FROM ENVIRONMENT "AUDITORIA-CHAVE"
           IF WCHAVE = SPACES
              MOVE WCHAVE-PADRAO TO WCHAVE
              MOVE 'P' TO WELO-ORIGEM-CHAVE
           END-IF
           COMPUTE WLIN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WELO-LINHA TRAILING))
           IF WLIN-LEN > WLIN-MAX
              MOVE WLIN-MAX TO WLIN-LEN
           END-IF
           MOVE SPACES TO WBUF
           STRING WCHAVE(1:24) WELO-LINHA(1:WLIN-LEN) WCHAVE
               DELIMITED BY SIZE INTO WBUF
           COMPUTE WBUF-LEN = 24 + WLIN-LEN + 40
           PERFORM R-MISTURA
           MOVE SPACES TO WCHAVE.

       R-MISTURA.
           MOVE 5381 TO WH1
           MOVE 7 TO WH2
           MOVE 11 TO WH3
           MOVE 13 TO WH4
           PERFORM VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WBUF-LEN
              COMPUTE WCOD = FUNCTION ORD(WBUF(WPOS:1))
              COMPUTE WH1 = FUNCTION MOD(
                  WH1 * 31 + WCOD + WPOS, 2147483647)
              COMPUTE WH2 = FUNCTION MOD(
                  WH2 * 131 + WH1 + WCOD * 7, 2147483629)
              COMPUTE WH3 = FUNCTION MOD(
                  WH3 * 65599 + WH2 + WPOS, 2147483587)
              COMPUTE WH4 = FUNCTION MOD(
                  WH4 * 257 + WH3 + WH1, 2147483549)
           END-PERFORM
           PERFORM VARYING WRODADA FROM 1 BY 1 UNTIL WRODADA > 8
              COMPUTE WH1 = FUNCTION MOD(
                  WH1 * 31 + WH4 + WRODADA, 2147483647)
              COMPUTE WH2 = FUNCTION MOD(
                  WH2 * 131 + WH1, 2147483629)
              COMPUTE WH3 = FUNCTION MOD(
                  WH3 * 65599 + WH2, 2147483587)
              COMPUTE WH4 = FUNCTION MOD(
                  WH4 * 257 + WH3, 2147483549)
           END-PERFORM
           MOVE SPACES TO WELO-HASH
           MOVE WH1 TO WVAL
           MOVE 1 TO WPOS-INI
           PERFORM R-CONVERTE
           MOVE WH2 TO WVAL
           MOVE 7 TO WPOS-INI
           PERFORM R-CONVERTE
           MOVE WH3 TO WVAL
           MOVE 13 TO WPOS-INI
           PERFORM R-CONVERTE
           MOVE WH4 TO WVAL
           MOVE 19 TO WPOS-INI
           PERFORM R-CONVERTE.

       R-CONVERTE.
           PERFORM VARYING WIDX-DIG FROM 6 BY -1 UNTIL WIDX-DIG < 1
              COMPUTE WDIGITO = FUNCTION MOD(WVAL, 36)
              MOVE WALFABETO(WDIGITO + 1:1)
                   TO WELO-HASH(WPOS-INI + WIDX-DIG - 1:1)
              DIVIDE 36 INTO WVAL
           END-PERFORM.

      *----ELO ANTERIOR PARA UMA LINHA NOVA.
       R-LE-ELO.
           MOVE SPACES TO WELO-ANTERIOR
           OPEN INPUT ELO
           IF FS-ELO = '00'
              READ ELO
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ELO-ULTIMO-HASH TO WELO-ANTERIOR
              END-READ
              CLOSE ELO
           END-IF
           IF WELO-ANTERIOR = SPACES
              PERFORM R-ULTIMO-DA-TRILHA THRU R-ULTIMO-DA-TRILHA-FIM
              IF WHASH-ACHADO NOT = SPACES
                 MOVE WHASH-ACHADO TO WELO-ANTERIOR
              ELSE
                 PERFORM R-PARTIDA
              END-IF
           END-IF.

       R-ULTIMO-DA-TRILHA.
           MOVE SPACES TO WHASH-ACHADO
           OPEN INPUT AUDITORIA
           IF FS-AUD NOT = '00'
              GO TO R-ULTIMO-DA-TRILHA-FIM
           END-IF
           PERFORM UNTIL FS-AUD NOT = '00'
              READ AUDITORIA
                 AT END
                    CONTINUE
                 NOT AT END
                    COMPUTE WAUD-LEN = FUNCTION LENGTH(
                        FUNCTION TRIM(AUDITORIA-DATA-01 TRAILING))
                    IF WAUD-LEN > 26
                       IF AUDITORIA-DATA-01(WAUD-LEN - 25:2) = ',#'
                          MOVE AUDITORIA-DATA-01(WAUD-LEN - 23:24)
                               TO WHASH-ACHADO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDITORIA.
       R-ULTIMO-DA-TRILHA-FIM.
           EXIT.

      *----ELO DE ENTRADA DA TRILHA VIVA: ULTIMO HASH EXPURGADO.
       R-PARTIDA.
           MOVE ALL '0' TO WELO-ANTERIOR
           OPEN INPUT SELO
           IF FS-SEL = '00'
              PERFORM UNTIL FS-SEL NOT = '00'
                 READ SELO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF SELO-EXPURGO AND SELO-ULTIMO-HASH NOT = SPACES
                          MOVE SELO-ULTIMO-HASH TO WELO-ANTERIOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SELO
           END-IF.

       R-GRAVA-ELO.
           OPEN OUTPUT ELO
           IF FS-ELO = '00'
              MOVE SPACES TO REG-ELO
              MOVE WELO-HASH TO ELO-ULTIMO-HASH
              MOVE ',' TO ELO-SEP1
              MOVE FUNCTION CURRENT-DATE(1:14) TO ELO-DATA-HORA
              WRITE REG-ELO
              CLOSE ELO
           END-IF.
