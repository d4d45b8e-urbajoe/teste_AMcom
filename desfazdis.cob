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

       SELECT DISJORNAL ASSIGN TO DISK WID-ARQ-DISJORNAL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT PERFECHA ASSIGN TO DISK WID-ARQ-PERFECHA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-PER
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PFE.

       SELECT ORDENA  ASSIGN TO DISK 'DESFAZDIS.SRT'.

       DATA DIVISION.
              88 DIS-LIVRE                    VALUE 'N' SPACE.
           02 MOTIVO-FIM-DIS            PIC  X(002).

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

       FD  DISJORNAL.
       01  REG-DISJORNAL.
           02 DJR-RUN-TS           PIC X(014).
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

      *----MESES FECHADOS (VIDE PERIODO.CPY).
       FD PERFECHA.
       01  REGISTRO-PERIODO.
           02 MES-PER                   PIC  9(006).
           02 SITUACAO-PER              PIC  X(001).
              88 PER-FECHADO                  VALUE 'F'.
              88 PER-REABERTO                 VALUE 'R'.
           02 DATA-HORA-FECH-PER        PIC  X(014).
           02 OPERADOR-FECH-PER         PIC  X(020).
           02 DATA-HORA-REAB-PER        PIC  X(014).
           02 OPERADOR-REAB-PER         PIC  X(020).
           02 QTD-REAB-PER              PIC  9(003).

       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-CHAVE            PIC X(010).
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-HIS.
           02 FS-HIS-1                PIC 9.
           02 FS-HIS-2                PIC 9.
           02 FS-HIS-R REDEFINES FS-HIS-2 PIC 99 COMP-X.
       01 FS-DJR.
           02 FS-DJR-1                PIC 9.
           02 FS-DJR-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-DISHIST         PIC X(50)
                                  VALUE 'DISTRIBUICAO-HIST.DAT'.
       01 WID-ARQ-DISJORNAL       PIC X(50) VALUE 'DISJORNAL.DAT'.
       01 WID-ARQ-GERLOCK         PIC X(50) VALUE 'EXEDISTRCLI.LCK'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'DESFAZDIS.LOG'.
       01 FS-PFE.
           02 FS-PFE-1                PIC 9.
           02 FS-PFE-2                PIC 9.
           02 FS-PFE-R REDEFINES FS-PFE-2 PIC 99 COMP-X.
       01 WID-ARQ-PERFECHA        PIC X(50) VALUE 'PERIODO-FECHA.DAT'.
       01 WPFE-DISPONIVEL         PIC X VALUE 'N'.
          88 PFE-DISPONIVEL            VALUE 'S'.
       01 WPFE-MES-INI            PIC 9(006) VALUE ZEROES.
       01 WPFE-MES-FIM            PIC 9(006) VALUE ZEROES.
       01 WPFE-MES-FECHADO        PIC 9(006) VALUE ZEROES.
       01 WPFE-FECHADO            PIC X VALUE 'N'.
          88 PERIODO-FECHADO           VALUE 'S'.

      *----RODADA ESCOLHIDA (TIMESTAMP WRUN-INICIO DO JORNAL) E
      *    CONTADORES DO DESFAZIMENTO.
       77 WCONT-RESTAURADOS       PIC 9(007) VALUE ZEROES.
       77 WCONT-EXCLUIDOS         PIC 9(007) VALUE ZEROES.
       77 WCONT-SELECIONADOS      PIC 9(007) VALUE ZEROES.
       77 WCONT-HIST-EXCLUIDOS    PIC 9(007) VALUE ZEROES.
       77 WHIST-ABERTO            PIC X VALUE 'N'.
          88 HIST-ABERTO              VALUE 'S'.

      *----ULTIMAS RODADAS PRESENTES NO JORNAL, PARA O OPERADOR
      *    ESCOLHER SEM DIGITAR O TIMESTAMP DE CABECA.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'desfazdis'.

       COPY ERROLOG.CPY.

       COPY AUTORIZA.CPY.

       COPY FUNCAO.CPY.

              MOVE SPACES TO WID-ARQ-DISJORNAL
              STRING 'DISJORNAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISJORNAL
              MOVE SPACES TO WID-ARQ-DISHIST
              STRING 'DISTRIBUICAO-HIST-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISHIST
           END-IF
           INITIALIZE WSAIDA
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
      *----DESFAZER REGRAVA OS VINCULOS DESDE A DATA DA RODADA: NENHUM
      *    MES DAQUELA DATA ATE HOJE PODE ESTAR FECHADO.
           PERFORM S-ABRE-PERFECHA THRU R-ABRE-PERFECHA-1-EXIT
           MOVE WRUN-ESCOLHIDA(1:6) TO WPFE-MES-INI
           MOVE FUNCTION CURRENT-DATE(1:6) TO WPFE-MES-FIM
           PERFORM S-CHECA-PERIODO THRU R-CHECA-PERIODO-1-EXIT
           IF PFE-DISPONIVEL
              CLOSE PERFECHA
           END-IF
           IF PERIODO-FECHADO
              MOVE SPACES TO WTXT
              STRING 'MES ' WPFE-MES-FECHADO
                     ' FECHADO - RODADA NAO PODE SER DESFEITA'
                     DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'CONFIRMA DESFAZER ESTA RODADA (S/N) ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO ABERTURA-EXIT
           END-IF
      *----DESFAZER REGRAVA A DISTRIBUICAO: SO COM A AUTORIZACAO DE UM
      *    SUPERVISOR (VIDE AUTORIZA.CPY), E O DESFECHO VAI PARA O
      *    LOG DE SEGURANCA E PARA A AUDITORIA.
           INITIALIZE WAUT-DADOS
           MOVE 'A' TO WAUT-FUNCAO
           MOVE WMODO-BATCH TO WAUT-LOTE
           MOVE WPROGRAMA-ERRO TO WAUT-PROGRAMA
           MOVE WEMPRESA-LID TO WAUT-EMPRESA
           MOVE WID-ARQ-OPERADORES-1 TO WAUT-ARQ-OPERADORES
           MOVE WOPERADOR-ID TO WAUT-SOLICITANTE
           STRING 'RODADA=' WRUN-ESCOLHIDA
                  DELIMITED BY SIZE INTO WAUT-PARAMETROS
           CALL 'autorizadupla' USING WAUT-DADOS
           IF NOT AUT-CONCEDIDA
              MOVE 'DESFAZER RODADA NAO AUTORIZADO' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-DESFAZ-RODADA THRU R-DESFAZ-RODADA-1-EXIT
           MOVE 'F' TO WAUT-FUNCAO
           MOVE SPACES TO WAUT-DESFECHO
           STRING 'RESTAURADOS=' WCONT-RESTAURADOS
                  ' EXCLUIDOS=' WCONT-EXCLUIDOS
                  ' HISTORICO=' WCONT-HIST-EXCLUIDOS
                  DELIMITED BY SIZE INTO WAUT-DESFECHO
           CALL 'autorizadupla' USING WAUT-DADOS
           MOVE SPACES TO WTXT
           STRING 'RESTAURADOS ' WCONT-RESTAURADOS
                  ' EXCLUIDOS ' WCONT-EXCLUIDOS
      *    ACAO 'W' (REGISTRO CRIADO NA RODADA) EXCLUI O REGISTRO;
      *    ACAO 'R' REGRAVA A IMAGEM ANTERIOR (OU GRAVA, SE O
      *    REGISTRO TIVER SUMIDO DEPOIS).
      *    REGISTRO QUE NAO ESTA MAIS NA DISTRIBUICAO PODE TER IDO
      *    PARA O HISTORICO DE VINCULOS ENCERRADOS: A COPIA DE LA E
      *    EXCLUIDA, PARA O VINCULO NAO FICAR NOS DOIS ARQUIVOS.
       S-DESFAZ-RODADA SECTION.
       R-DESFAZ-RODADA-1.
           INITIALIZE WCONT-RESTAURADOS WCONT-EXCLUIDOS
                      WCONT-SELECIONADOS WSEQ-JORNAL
                      WCONT-HIST-EXCLUIDOS
           OPEN I-O DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
              ACCEPT WX
              GO TO R-DESFAZ-RODADA-1-EXIT
           END-IF
           MOVE 'N' TO WHIST-ABERTO
           OPEN I-O DISHIST
           IF FS-HIS = '00'
              MOVE 'S' TO WHIST-ABERTO
           END-IF
           SORT ORDENA
                ON ASCENDING KEY ORD-CHAVE
                ON ASCENDING KEY ORD-SEQ
                INPUT PROCEDURE IS S-SEL-JORNAL
                OUTPUT PROCEDURE IS S-APLICA-JORNAL
           CLOSE DISTRIBUICAO
           IF HIST-ABERTO
              CLOSE DISHIST
           END-IF
           OPEN EXTEND LOGRUN
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
                     ',OK,RODADA DESFEITA=' WRUN-ESCOLHIDA
                     ',RESTAURADOS=' WCONT-RESTAURADOS
                     ',EXCLUIDOS=' WCONT-EXCLUIDOS
                     ',EXCLUIDOS-HISTORICO=' WCONT-HIST-EXCLUIDOS
                     ',OPERADOR=' FUNCTION TRIM(WOPERADOR-ID)
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
                 IF FS-DIS = '00'
                    ADD 1 TO WCONT-EXCLUIDOS
                 END-IF
              ELSE
                 PERFORM R-EXCLUI-HIST-IMAGEM
                       THRU R-EXCLUI-HIST-IMAGEM-FIM
              END-IF
           ELSE
              MOVE ORD-IMAGEM TO REGISTRO-DISTRIBUICAO
              REWRITE REGISTRO-DISTRIBUICAO
              IF FS-DIS = '23' OR FS-DIS = '22'
                 PERFORM R-EXCLUI-HIST-IMAGEM
                       THRU R-EXCLUI-HIST-IMAGEM-FIM
                 MOVE ORD-IMAGEM TO REGISTRO-DISTRIBUICAO
                 WRITE REGISTRO-DISTRIBUICAO
              END-IF
              END-IF
           END-IF.

      *----O HISTORICO GUARDA O PAR COM A DATA DE INICIO NA CHAVE: A
      *    IMAGEM DO JORNAL TRAZ A DATA DO PERIODO ANTERIOR A RODADA
      *    E UM VINCULO ABERTO OU REABERTO NA RODADA COMECA NA DATA
      *    DELA; AS DUAS VERSOES SAO PROCURADAS.
       R-EXCLUI-HIST-IMAGEM.
           IF NOT HIST-ABERTO
              GO TO R-EXCLUI-HIST-IMAGEM-FIM
           END-IF
           MOVE ORD-IMAGEM TO REGISTRO-DISHIST
           READ DISHIST KEY IS CHAVE-DIS-HIS
           IF FS-HIS = '00'
              DELETE DISHIST
              IF FS-HIS = '00'
                 ADD 1 TO WCONT-HIST-EXCLUIDOS
              END-IF
           END-IF
           MOVE ORD-IMAGEM TO REGISTRO-DISHIST
           IF DATA-INICIO-DIS-HIS NOT = WRUN-ESCOLHIDA(1:8)
              MOVE WRUN-ESCOLHIDA(1:8) TO DATA-INICIO-DIS-HIS
              READ DISHIST KEY IS CHAVE-DIS-HIS
              IF FS-HIS = '00'
                 DELETE DISHIST
                 IF FS-HIS = '00'
                    ADD 1 TO WCONT-HIST-EXCLUIDOS
                 END-IF
              END-IF
           END-IF.
       R-EXCLUI-HIST-IMAGEM-FIM.
           EXIT.

       COPY PERIODO.CPY.

       COPY FS-TRADUZ.CPY.
