              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ARQ.

       SELECT DISHIST ASSIGN TO  DISK WID-ARQ-DISHIST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS-HIS =
                                          CODIGO-CLI-DIS-HIS
                                          CODIGO-VEN-DIS-HIS
                                          DATA-INICIO-DIS-HIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS-HIS
                                          WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS-HIS
                                          WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-HIS.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRIBUICAO.
           02 LOCK-DIS-ARQ              PIC  X(001).
           02 MOTIVO-FIM-DIS-ARQ        PIC  X(002).

       FD DISHIST.
       01  REGISTRO-DISHIST.
           02 CODIGO-CLI-DIS-HIS        PIC  9(007).
           02 CODIGO-VEN-DIS-HIS        PIC  9(003).
           02 DISTANCIA-DIS-HIS         PIC S9(008)v9(003).
           02 TIPO-DIS-HIS              PIC  X(001).
           02 DATA-INICIO-DIS-HIS       PIC  9(008).
           02 DATA-FIM-DIS-HIS          PIC  9(008).
           02 LOCK-DIS-HIS              PIC  X(001).
           02 MOTIVO-FIM-DIS-HIS        PIC  X(002).

       WORKING-STORAGE SECTION.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-ARQ-1                PIC 9.
           02 FS-ARQ-2                PIC 9.
           02 FS-ARQ-R REDEFINES FS-ARQ-2 PIC 99 COMP-X.
       01 FS-HIS.
           02 FS-HIS-1                PIC 9.
           02 FS-HIS-2                PIC 9.
           02 FS-HIS-R REDEFINES FS-HIS-2 PIC 99 COMP-X.

       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-ARQDIST         PIC X(50) VALUE SPACES.
       01 WID-ARQ-DISHIST         PIC X(50)
                                  VALUE 'DISTRIBUICAO-HIST.DAT'.

      *----PARAMETROS DA CONSULTA: CLIENTE OU VENDEDOR (UM DOS DOIS)
      *    E A DATA DE REFERENCIA.
       01 WCON-VEN                PIC 9(003) VALUE ZEROES.
       01 WCON-DATA               PIC 9(008) VALUE ZEROES.

      *----LINHA DO TEMPO MONTADA (ATE 100 VINCULOS, VIVOS, DO
      *    HISTORICO E ARQUIVADOS): '*' MARCA O VINCULO VIGENTE NA
      *    DATA.
       01 WTAB-TL.
          02 WTL-LINHA OCCURS 100 TIMES PIC X(076).
       77 WQTD-TL                 PIC 9(003) VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'consvinculo'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       ABERTURA.
           INITIALIZE WSAIDA
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-DISHIST
              STRING 'DISTRIBUICAO-HIST-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISHIST
           END-IF
           PERFORM UNTIL WSAIDA = 1
              MOVE ZEROES TO WCON-CLI WCON-VEN WCON-DATA
              DISPLAY TELA-CONS-VINC
              PERFORM R-VARRE-VIVO THRU R-VARRE-VIVO-FIM
              CLOSE DISTRIBUICAO
           END-IF
      *----VINCULOS ENCERRADOS HA MAIS TEMPO SAEM DA DISTRIBUICAO VIVA
      *    PARA O HISTORICO; JUNTOS, OS DOIS DAO A MESMA RESPOSTA QUE
      *    A DISTRIBUICAO DAVA ANTES DA MUDANCA.
           MOVE 'H' TO WORIGEM-TL
           OPEN INPUT DISHIST.
           IF FS-HIS = '00'
              PERFORM R-VARRE-HISTORICO THRU R-VARRE-HISTORICO-FIM
              CLOSE DISHIST
           END-IF
           MOVE 'A' TO WORIGEM-TL
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-CORRENTE
           MOVE WCON-DATA(1:6) TO WMES-VARRE
       R-GUARDA-LINHA-VIVO-FIM.
           EXIT.

       R-VARRE-HISTORICO.
           IF WCON-CLI > ZEROES
              MOVE WCON-CLI TO CODIGO-CLI-DIS-HIS
              START DISHIST KEY IS EQUAL TO CODIGO-CLI-DIS-HIS
           ELSE
              MOVE WCON-VEN TO CODIGO-VEN-DIS-HIS
              START DISHIST KEY IS EQUAL TO CODIGO-VEN-DIS-HIS
           END-IF
           IF FS-HIS NOT = '00'
              GO TO R-VARRE-HISTORICO-FIM
           END-IF
           PERFORM UNTIL FS-HIS NOT = '00'
              READ DISHIST NEXT
              IF FS-HIS = '00'
                 IF (WCON-CLI > ZEROES AND
                     CODIGO-CLI-DIS-HIS = WCON-CLI) OR
                    (WCON-CLI = ZEROES AND
                     CODIGO-VEN-DIS-HIS = WCON-VEN)
                    PERFORM R-GUARDA-LINHA-HIS
                          THRU R-GUARDA-LINHA-HIS-FIM
                 ELSE
                    MOVE '10' TO FS-HIS
                 END-IF
              END-IF
           END-PERFORM.
       R-VARRE-HISTORICO-FIM.
           EXIT.

       R-GUARDA-LINHA-HIS.
           IF WQTD-TL = 100
              GO TO R-GUARDA-LINHA-HIS-FIM
           END-IF
           MOVE SPACE TO WMARCA-VIGENTE
           IF DATA-INICIO-DIS-HIS NOT > WCON-DATA AND
              (DATA-FIM-DIS-HIS = ZEROES OR
               DATA-FIM-DIS-HIS NOT < WCON-DATA)
              MOVE '*' TO WMARCA-VIGENTE
           END-IF
           ADD 1 TO WQTD-TL
           MOVE SPACES TO WTL-LINHA(WQTD-TL)
           STRING WORIGEM-TL '    ' CODIGO-VEN-DIS-HIS ' '
               CODIGO-CLI-DIS-HIS ' ' TIPO-DIS-HIS '    '
               DATA-INICIO-DIS-HIS ' ' DATA-FIM-DIS-HIS ' '
               MOTIVO-FIM-DIS-HIS '  ' WMARCA-VIGENTE
               DELIMITED BY SIZE INTO WTL-LINHA(WQTD-TL).
       R-GUARDA-LINHA-HIS-FIM.
           EXIT.

       R-VARRE-ARQUIVO.
           IF WCON-CLI > ZEROES
              MOVE WCON-CLI TO CODIGO-CLI-DIS-ARQ
