       IDENTIFICATION DIVISION.
       PROGRAM-ID. histdist.
       AUTHOR. URBANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOCKRUN ASSIGN TO DISK WID-ARQ-LOCKRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LCK.

       SELECT GERLOCK ASSIGN TO DISK WID-ARQ-GERLOCK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-GLK.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

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

       SELECT EMPRESAS ASSIGN TO DISK WID-ARQ-EMPRESAS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKRUN.
       01  LOCKRUN-REC.
           02 LOCKRUN-STATUS       PIC X(001).
              88 LOCKRUN-ATIVO           VALUE 'S'.
              88 LOCKRUN-LIVRE           VALUE 'N'.
           02 LOCKRUN-DATA-INICIO  PIC X(014).

       FD  GERLOCK.
       01  GERLOCK-REC.
           02 GERLOCK-STATUS       PIC X(001).
              88 GERLOCK-ATIVO          VALUE 'S'.
              88 GERLOCK-LIVRE          VALUE 'N'.
           02 GERLOCK-DATA-INICIO  PIC X(014).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  EMPRESAS.
       01  EMPRESAS-REC.
           05  EMPRESAS-DATA-01    PIC X(00300).

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 CHAVE-DIS.
              03 CODIGO-CLI-DIS         PIC  9(007).
              03 CODIGO-VEN-DIS         PIC  9(003).
           02 DISTANCIA-DIS             PIC S9(008)v9(003).
           02 TIPO-DIS                  PIC  X(001).
              88 VEN-PRIMARIO                 VALUE '1'.
              88 VEN-RESERVA                  VALUE '2'.
           02 DATA-INICIO-DIS           PIC  9(008).
           02 DATA-FIM-DIS              PIC  9(008).
           02 LOCK-DIS                  PIC  X(001).
              88 DIS-TRAVADO                  VALUE 'S'.
              88 DIS-LIVRE                    VALUE 'N' SPACE.
           02 MOTIVO-FIM-DIS            PIC  X(002).

      *----HISTORICO DE VINCULOS ENCERRADOS: MESMO LAYOUT DA
      *    DISTRIBUICAO, COM A DATA DE INICIO NA CHAVE PARA O MESMO
      *    PAR CLIENTE/VENDEDOR PODER TER VARIOS PERIODOS GUARDADOS.
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
       01 FS-LCK.
          02 FS-LCK-1                 PIC 9.
          02 FS-LCK-2                 PIC 9.
          02 FS-LCK-R REDEFINES FS-LCK-2 PIC 99 COMP-X.
       01 FS-GLK.
          02 FS-GLK-1                 PIC 9.
          02 FS-GLK-2                 PIC 9.
          02 FS-GLK-R REDEFINES FS-GLK-2 PIC 99 COMP-X.
       01 FS-LOG.
          02 FS-LOG-1                 PIC 9.
          02 FS-LOG-2                 PIC 9.
          02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.
       01 FS-CFG.
          02 FS-CFG-1                 PIC 9.
          02 FS-CFG-2                 PIC 9.
          02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-HIS.
           02 FS-HIS-1                PIC 9.
           02 FS-HIS-2                PIC 9.
           02 FS-HIS-R REDEFINES FS-HIS-2 PIC 99 COMP-X.

       01 WID-ARQ-LOCKRUN         PIC X(50) VALUE 'HISTDIST.LCK'.
       01 WID-ARQ-GERLOCK         PIC X(50) VALUE 'EXEDISTRCLI.LCK'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'HISTDIST.LOG'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50) VALUE 'DISTRIBUICAO.DAT'.
       01 WID-ARQ-DISHIST         PIC X(50)
                                  VALUE 'DISTRIBUICAO-HIST.DAT'.

      *----IDADE MINIMA, EM DIAS DESDE O FIM DO VINCULO, PARA ELE SAIR
      *    DA DISTRIBUICAO VIVA (HIST-DIS-DIAS EM CONFIG.DAT; AUSENTE
      *    OU INVALIDO VALE O PADRAO). VINCULO ABERTO NUNCA SAI.
       01 WHIST-DIAS              PIC 9(005) VALUE 180.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WDATA-CORTE             PIC 9(008) VALUE ZEROES.

       77 WCONT-LIDOS             PIC 9(007) VALUE ZEROES.
       77 WCONT-MOVIDOS           PIC 9(007) VALUE ZEROES.
       77 WCONT-CONFLITOS         PIC 9(007) VALUE ZEROES.

       01 FS-EMP.
          02 FS-EMP-1                 PIC 9.
          02 FS-EMP-2                 PIC 9.
          02 FS-EMP-R REDEFINES FS-EMP-2 PIC 99 COMP-X.
       01 WID-ARQ-EMPRESAS        PIC X(50) VALUE 'EMPRESAS.DAT'.

      *----EMPRESA PEDIDA NA LINHA DE COMANDO (ARGUMENTO DE DOIS
      *    DIGITOS): A DISTRIBUICAO VEM DE EMPRESAS.DAT E O HISTORICO
      *    LEVA O CODIGO NO NOME FORA DA EMPRESA 01, COMO OS DEMAIS
      *    ARQUIVOS QUE ACOMPANHAM A DISTRIBUICAO.
       01 WCMD-LINHA           PIC X(200) VALUE SPACES.
       01 WCMD-TOKEN           PIC X(050) VALUE SPACES.
       77 WCMD-PTR             PIC 9(003) VALUE 1.
       01 WEMPRESA-ARG         PIC X(002) VALUE SPACES.
       01 WEMP-ACHOU           PIC X VALUE 'N'.
          88 EMPRESA-ACHADA        VALUE 'S'.
       01 WEMP-T-COD           PIC X(002) VALUE SPACES.
       01 WEMP-T-NOME          PIC X(030) VALUE SPACES.
       01 WEMP-T-CLI           PIC X(050) VALUE SPACES.
       01 WEMP-T-VEN           PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS           PIC X(050) VALUE SPACES.
       01 WEMP-T-REG           PIC X(050) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'histdist'.

       COPY ERROLOG.CPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM S-LE-EMPRESA-ARG THRU R-LE-EMPRESA-ARG-EXIT
           IF WEMPRESA-ARG NOT = SPACES AND NOT EMPRESA-ACHADA
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,EXECUCAO NAO INICIADA - EMPRESA '
                     WEMPRESA-ARG ' NAO CADASTRADA EM EMPRESAS.DAT'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT LOCKRUN
           IF FS-LCK = '00'
              READ LOCKRUN NEXT
              CLOSE LOCKRUN
              IF LOCKRUN-ATIVO
                 OPEN EXTEND LOGRUN
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',ERRO,EXECUCAO NAO INICIADA - LOCK DE RODADA '
                        'ANTERIOR AINDA PRESENTE (' LOCKRUN-DATA-INICIO
                        ')'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 MOVE 'F' TO WERR-SEVERIDADE
                 PERFORM S-ERRO-CENTRAL
                 WRITE LOGRUN-REC
                 CLOSE LOGRUN
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
      *----NAO MEXE NA DISTRIBUICAO COM O GERADOR RODANDO: ELE PODE
      *    ESTAR REABRINDO JUSTAMENTE UM VINCULO ENCERRADO.
           OPEN INPUT GERLOCK
           IF FS-GLK = '00'
              READ GERLOCK NEXT
              CLOSE GERLOCK
              IF FS-GLK = '00' AND GERLOCK-ATIVO
                 OPEN EXTEND LOGRUN
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',ERRO,EXECUCAO NAO INICIADA - GERADOR DE '
                        'DISTRIBUICAO EM EXECUCAO (' GERLOCK-DATA-INICIO
                        ')'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 MOVE 'F' TO WERR-SEVERIDADE
                 PERFORM S-ERRO-CENTRAL
                 WRITE LOGRUN-REC
                 CLOSE LOGRUN
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           OPEN OUTPUT LOCKRUN
           MOVE 'S' TO LOCKRUN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCKRUN-DATA-INICIO
           WRITE LOCKRUN-REC
           CLOSE LOCKRUN
           PERFORM S-LE-CONFIG-HIST THRU R-LE-CONFIG-HIST-1-EXIT
           PERFORM S-MOVE-HISTORICO THRU R-MOVE-HISTORICO-1-EXIT
           OPEN OUTPUT LOCKRUN
           MOVE 'N' TO LOCKRUN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCKRUN-DATA-INICIO
           WRITE LOCKRUN-REC
           CLOSE LOCKRUN
           GOBACK.

       S-LE-CONFIG-HIST SECTION.
       R-LE-CONFIG-HIST-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-HIST-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'HIST-DIS-DIAS' AND
                       WCFG-VALOR(1:5) IS NUMERIC
                       MOVE WCFG-VALOR(1:5) TO WHIST-DIAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-HIST-1-EXIT.
           EXIT.

      *----VARRE A DISTRIBUICAO VIVA E LEVA AO HISTORICO OS VINCULOS
      *    ENCERRADOS ANTES DA DATA DE CORTE. O REGISTRO SO E EXCLUIDO
      *    DA DISTRIBUICAO DEPOIS DE GRAVADO NO HISTORICO; SE UMA
      *    RODADA ANTERIOR CAIU ENTRE AS DUAS OPERACOES, A COPIA
      *    IGUAL JA GRAVADA E ACEITA E A EXCLUSAO E COMPLETADA.
       S-MOVE-HISTORICO SECTION.
       R-MOVE-HISTORICO-1.
           INITIALIZE WCONT-LIDOS WCONT-MOVIDOS WCONT-CONFLITOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           COMPUTE WDATA-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WDATA-HOJE) - WHIST-DIAS)
           IF EMPRESA-ACHADA AND WEMPRESA-ARG NOT = '01'
              MOVE SPACES TO WID-ARQ-DISHIST
              STRING 'DISTRIBUICAO-HIST-E' WEMPRESA-ARG '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISHIST
           END-IF
           OPEN I-O DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,HISTORICO NAO GERADO - FALHA AO ABRIR '
                     FUNCTION TRIM(WID-ARQ-DISTRIBUICAO)
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              MOVE 8 TO RETURN-CODE
              GO TO R-MOVE-HISTORICO-1-EXIT
           END-IF
           OPEN I-O DISHIST.
           IF FS-HIS = '35'
              OPEN OUTPUT DISHIST
              CLOSE DISHIST
              OPEN I-O DISHIST
           END-IF
           IF FS-HIS NOT = '00'
              CLOSE DISTRIBUICAO
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,HISTORICO NAO GERADO - FALHA AO ABRIR '
                     FUNCTION TRIM(WID-ARQ-DISHIST)
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              MOVE 8 TO RETURN-CODE
              GO TO R-MOVE-HISTORICO-1-EXIT
           END-IF
           MOVE LOW-VALUES TO CHAVE-DIS
           START DISTRIBUICAO KEY IS NOT LESS THAN CHAVE-DIS
           IF FS-DIS = '00'
              PERFORM UNTIL FS-DIS NOT = '00'
                 READ DISTRIBUICAO NEXT
                 IF FS-DIS = '00'
                    ADD 1 TO WCONT-LIDOS
                    IF DATA-FIM-DIS NOT = ZEROES AND
                       DATA-FIM-DIS < WDATA-CORTE
                       PERFORM R-MOVE-REGISTRO THRU R-MOVE-REGISTRO-FIM
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE DISTRIBUICAO DISHIST
           OPEN EXTEND LOGRUN
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14)
                  ',OK,HISTORICO=' FUNCTION TRIM(WID-ARQ-DISHIST)
                  ',CORTE=' WDATA-CORTE
                  ',LIDOS=' WCONT-LIDOS
                  ',MOVIDOS=' WCONT-MOVIDOS
                  ',CONFLITOS=' WCONT-CONFLITOS
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC
           CLOSE LOGRUN
           IF WCONT-CONFLITOS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
       R-MOVE-HISTORICO-1-EXIT.
           EXIT.

       R-MOVE-REGISTRO.
           MOVE REGISTRO-DISTRIBUICAO TO REGISTRO-DISHIST
           WRITE REGISTRO-DISHIST
           IF FS-HIS = '22'
              READ DISHIST KEY IS CHAVE-DIS-HIS
              IF FS-HIS = '00' AND
                 REGISTRO-DISHIST = REGISTRO-DISTRIBUICAO
                 MOVE '00' TO FS-HIS
              ELSE
                 MOVE '22' TO FS-HIS
              END-IF
           END-IF
           IF FS-HIS NOT = '00'
              ADD 1 TO WCONT-CONFLITOS
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,VINCULO MANTIDO NA DISTRIBUICAO - CLIENTE='
                     CODIGO-CLI-DIS ',VENDEDOR=' CODIGO-VEN-DIS
                     ',INICIO=' DATA-INICIO-DIS ',STATUS=' FS-HIS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              GO TO R-MOVE-REGISTRO-FIM
           END-IF
           DELETE DISTRIBUICAO
           IF FS-DIS = '00'
              ADD 1 TO WCONT-MOVIDOS
           END-IF
      *----O DELETE NAO ALTERA A POSICAO DA LEITURA SEQUENCIAL; O
      *    STATUS VOLTA A '00' PARA A VARREDURA CONTINUAR.
           MOVE '00' TO FS-DIS.
       R-MOVE-REGISTRO-FIM.
           EXIT.

      *----PROCURA UM ARGUMENTO DE DOIS DIGITOS NA LINHA DE COMANDO E
      *    CARREGA O ARQUIVO DE DISTRIBUICAO DA EMPRESA CORRESPONDENTE
      *    DE EMPRESAS.DAT (COD,NOME,ARQ-CLI,ARQ-VEN,ARQ-DIS,ARQ-REG
      *    POR VIRGULA). CAMPO EM BRANCO MANTEM O NOME PADRAO.
       S-LE-EMPRESA-ARG SECTION.
       R-LE-EMPRESA-ARG-1.
           MOVE 'N' TO WEMP-ACHOU
           MOVE SPACES TO WEMPRESA-ARG WCMD-LINHA
           ACCEPT WCMD-LINHA FROM COMMAND-LINE
           MOVE 1 TO WCMD-PTR
           PERFORM UNTIL WCMD-PTR > 200 OR WEMPRESA-ARG NOT = SPACES
              MOVE SPACES TO WCMD-TOKEN
              UNSTRING WCMD-LINHA DELIMITED BY ALL ' '
                  INTO WCMD-TOKEN WITH POINTER WCMD-PTR
                 ON OVERFLOW
                    CONTINUE
              END-UNSTRING
              IF WCMD-TOKEN(1:2) IS NUMERIC AND
                 WCMD-TOKEN(3:1) = SPACE
                 MOVE WCMD-TOKEN(1:2) TO WEMPRESA-ARG
              END-IF
              IF WCMD-TOKEN = SPACES
                 MOVE 201 TO WCMD-PTR
              END-IF
           END-PERFORM
           IF WEMPRESA-ARG = SPACES
              GO TO R-LE-EMPRESA-ARG-EXIT
           END-IF
           OPEN INPUT EMPRESAS.
           IF FS-EMP NOT = '00'
              GO TO R-LE-EMPRESA-ARG-EXIT
           END-IF
           PERFORM UNTIL FS-EMP NOT = '00' OR EMPRESA-ACHADA
              READ EMPRESAS
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    IF WEMP-T-COD = WEMPRESA-ARG
                       MOVE 'S' TO WEMP-ACHOU
                       IF WEMP-T-DIS NOT = SPACES
                          MOVE WEMP-T-DIS TO WID-ARQ-DISTRIBUICAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPRESAS.
       R-LE-EMPRESA-ARG-EXIT.
           EXIT.

      *----REPETE NO REGISTRO DE ERROS CENTRAL (ERROS.LOG) A LINHA
      *    DE ERRO MONTADA PARA O LOG DA RODADA, SALVO SE O TEXTO JA
      *    TIVER SIDO PREENCHIDO PELO CHAMADOR.
       S-ERRO-CENTRAL SECTION.
       R-ERRO-CENTRAL-1.
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           MOVE WEMPRESA-ARG TO WERR-EMPRESA
           IF WERR-TEXTO = SPACES
              MOVE LOGRUN-DATA-01(21:) TO WERR-TEXTO
           END-IF
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.
