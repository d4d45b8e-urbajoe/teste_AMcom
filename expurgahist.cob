                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AAR.

       SELECT SELO       ASSIGN TO DISK WID-ARQ-SELO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-SEL.

       SELECT LOGDIS     ASSIGN TO DISK WID-ARQ-LOGDIS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       01  AUDITARQ-REC.
           05  AUDITARQ-DATA-01    PIC X(00400).

      *----SELO DE EXPURGO: CAMPOS DE TAMANHO FIXO SEPARADOS POR
      *    VIRGULA (MESMO LAYOUT LIDO PELO ELOAUDIT E PELO
      *    VERIFICAAUD); A ASSINATURA COBRE AS 81 PRIMEIRAS POSICOES.
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

       FD  LOGDIS.
       01  LOGDIS-REC.
           05  LOGDIS-DATA-01      PIC X(00200).
          02 FS-AAR-1                 PIC 9.
          02 FS-AAR-2                 PIC 9.
          02 FS-AAR-R REDEFINES FS-AAR-2 PIC 99 COMP-X.
       01 FS-SEL.
          02 FS-SEL-1                 PIC 9.
          02 FS-SEL-2                 PIC 9.
          02 FS-SEL-R REDEFINES FS-SEL-2 PIC 99 COMP-X.
       01 FS-LGD.
          02 FS-LGD-1                 PIC 9.
          02 FS-LGD-2                 PIC 9.
       01 WID-ARQ-AUDITORIA    PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-AUDITEMP     PIC X(50) VALUE 'AUDITORIA.TMP'.
       01 WID-ARQ-AUDITARQ     PIC X(50) VALUE SPACES.
       01 WID-ARQ-SELO         PIC X(50) VALUE 'AUDITORIA-SELO.DAT'.
       01 WID-ARQ-LOGDIS       PIC X(50) VALUE 'EXEDISTRCLI.LOG'.
       01 WID-ARQ-LOGDISTEMP   PIC X(50) VALUE 'EXEDISTRCLI.TMP'.
       01 WID-ARQ-LOGDISARQ    PIC X(50) VALUE SPACES.
       77 WCONT-AUD-MANT          PIC 9(007) VALUE ZEROES.
       77 WCONT-LOG-EXP           PIC 9(007) VALUE ZEROES.
       77 WCONT-LOG-MANT          PIC 9(007) VALUE ZEROES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'expurgahist'.

      *----A TRILHA E ENCADEADA (VIDE ELOAUD.CPY): SO SE EXPURGA O
      *    TRECHO INICIAL ANTERIOR AO CORTE - A PRIMEIRA LINHA MANTIDA
      *    ENCERRA O EXPURGO, PARA A TRILHA VIVA CONTINUAR O ELO DO
      *    ULTIMO HASH EXPURGADO, QUE VAI ASSINADO NO SELO.
       01 WMANTEM-RESTO           PIC X(001) VALUE 'N'.
          88 MANTEM-RESTO                VALUE 'S'.
       01 WULTIMO-HASH-EXP        PIC X(024) VALUE SPACES.
       77 WAUD-LEN                PIC 9(003) VALUE ZEROES.

       COPY ERROLOG.CPY.
       COPY ELOAUD.CPY.

       PROCEDURE DIVISION.
       INICIO.
                        'ANTERIOR AINDA PRESENTE (' LOCKRUN-DATA-INICIO
                        ')'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 MOVE 'F' TO WERR-SEVERIDADE
                 PERFORM S-ERRO-CENTRAL
                 WRITE LOGRUN-REC
                 CLOSE LOGRUN
                 MOVE 8 TO RETURN-CODE
       S-EXPURGA-AUDITORIA SECTION.
       R-EXPURGA-AUDITORIA-1.
           INITIALIZE WCONT-AUD-EXP WCONT-AUD-MANT
           MOVE 'N' TO WMANTEM-RESTO
           MOVE SPACES TO WULTIMO-HASH-EXP
           OPEN INPUT AUDITORIA.
           IF FS-AUD NOT = '00'
              OPEN EXTEND LOGRUN

       R-EXPURGA-AUDITORIA-2.
           OPEN EXTEND AUDITARQ
           IF FS-AAR = '35'
              OPEN OUTPUT AUDITARQ
           END-IF
           OPEN OUTPUT AUDITEMP
           PERFORM UNTIL FS-AUD NOT = '00'
              READ AUDITORIA
                 NOT AT END
                    MOVE AUDITORIA-DATA-01(1:8) TO WDATA-LINHA
                    IF WDATA-LINHA IS NUMERIC AND
                       WDATA-LINHA-N < WDATA-CORTE AND
                       NOT MANTEM-RESTO
                       MOVE AUDITORIA-DATA-01 TO AUDITARQ-DATA-01
                       WRITE AUDITARQ-REC
                       ADD 1 TO WCONT-AUD-EXP
                       PERFORM R-GUARDA-HASH-EXPURGADO
                    ELSE
                       MOVE AUDITORIA-DATA-01 TO AUDITEMP-DATA-01
                       WRITE AUDITEMP-REC
                       ADD 1 TO WCONT-AUD-MANT
                       MOVE 'S' TO WMANTEM-RESTO
                    END-IF
              END-READ
           END-PERFORM
              END-PERFORM
              CLOSE AUDITEMP
              CLOSE AUDITORIA
              PERFORM R-GRAVA-SELO
           END-IF
           OPEN EXTEND LOGRUN
           MOVE SPACES TO LOGRUN-DATA-01
           WRITE LOGRUN-REC
           CLOSE LOGRUN.

      *----LINHA ENCADEADA TERMINA EM ',#' + HASH DE 24 POSICOES;
      *    LINHAS ANTERIORES AO ENCADEAMENTO NAO TEM O CAMPO.
       R-GUARDA-HASH-EXPURGADO.
           COMPUTE WAUD-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(AUDITORIA-DATA-01 TRAILING))
           IF WAUD-LEN > 26
              IF AUDITORIA-DATA-01(WAUD-LEN - 25:2) = ',#'
                 MOVE AUDITORIA-DATA-01(WAUD-LEN - 23:24)
                      TO WULTIMO-HASH-EXP
              END-IF
           END-IF.

      *----SELO DO EXPURGO: ARQUIVO MORTO, QUANTIDADE DE LINHAS E
      *    ULTIMO HASH RETIRADO DA TRILHA VIVA, ASSINADOS COM A CHAVE
      *    DA INSTALACAO. O ELO DE PARTIDA DA TRILHA VIVA PASSA A SER
      *    ESSE HASH.
       R-GRAVA-SELO.
           MOVE SPACES TO REG-SELO
           MOVE FUNCTION CURRENT-DATE(1:14) TO SELO-DATA-HORA
           MOVE 'E' TO SELO-TIPO
           MOVE WID-ARQ-AUDITARQ TO SELO-ARQUIVO
           MOVE WCONT-AUD-EXP TO SELO-QTD
           MOVE WULTIMO-HASH-EXP TO SELO-ULTIMO-HASH
           MOVE ',' TO SELO-SEP1 SELO-SEP2 SELO-SEP3 SELO-SEP4
                       SELO-SEP5 SELO-SEP6
           MOVE 'A' TO WELO-FUNCAO
           MOVE SPACES TO WELO-LINHA
           MOVE REG-SELO(1:81) TO WELO-LINHA
           CALL 'eloaudit' USING WELO-DADOS
           MOVE WELO-HASH TO SELO-ASSINATURA
           IF ELO-CHAVE-PADRAO
              MOVE 'P' TO SELO-CHAVE
           ELSE
              MOVE 'I' TO SELO-CHAVE
           END-IF
           OPEN EXTEND SELO
           IF FS-SEL = '35'
              OPEN OUTPUT SELO
           END-IF
           IF FS-SEL = '00'
              WRITE REG-SELO
              CLOSE SELO
           END-IF
           OPEN EXTEND LOGRUN
           MOVE SPACES TO LOGRUN-DATA-01
           IF FS-SEL = '00'
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,SELO DE EXPURGO GRAVADO ARQUIVO='
                     FUNCTION TRIM(WID-ARQ-AUDITARQ)
                     ',ULTIMO-HASH=' WULTIMO-HASH-EXP
                     ',CHAVE=' SELO-CHAVE
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
           ELSE
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,SELO DE EXPURGO NAO GRAVADO FS=' FS-SEL
                     ' ARQUIVO=' FUNCTION TRIM(WID-ARQ-AUDITARQ)
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              PERFORM S-ERRO-CENTRAL
           END-IF
           WRITE LOGRUN-REC
           CLOSE LOGRUN.

       S-EXPURGA-LOGDIS SECTION.
       R-EXPURGA-LOGDIS-1.
           INITIALIZE WCONT-LOG-EXP WCONT-LOG-MANT
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC
           CLOSE LOGRUN.

      *----REPETE NO REGISTRO DE ERROS CENTRAL (ERROS.LOG) A LINHA
      *    DE ERRO MONTADA PARA O LOG DA RODADA, SALVO SE O TEXTO JA
      *    TIVER SIDO PREENCHIDO PELO CHAMADOR.
       S-ERRO-CENTRAL SECTION.
       R-ERRO-CENTRAL-1.
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           IF WERR-TEXTO = SPACES
              MOVE LOGRUN-DATA-01(21:) TO WERR-TEXTO
           END-IF
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.
