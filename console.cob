                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       SELECT OTBSTATUS ASSIGN TO DISK WID-ARQ-OTBSTATUS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS ID-OTS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-OTS.

       SELECT ASSINATURAS ASSIGN TO DISK WID-ARQ-ASSINATURAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ASS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ASS.

       SELECT INTERFACES ASSIGN TO DISK WID-ARQ-INTERFACES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-INT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-INT.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT ERROS  ASSIGN TO DISK WID-ARQ-ERROS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKRUN.
           02 OTB-SEP5             PIC X(001).
           02 OTB-MENSAGEM         PIC X(080).

      *----SITUACAO DE ENTREGA DAS MENSAGENS (VIDE RETORNOENVIO).
       FD OTBSTATUS.
       01  REGISTRO-OTB-STATUS.
           02 ID-OTS                    PIC  9(009).
           02 DATA-HORA-MSG-OTS         PIC  X(014).
           02 TIPO-OTS                  PIC  X(020).
           02 SEVERIDADE-OTS            PIC  X(001).
           02 DESTINO-OTS               PIC  X(015).
           02 SITUACAO-OTS              PIC  X(001).
              88 OTS-ENVIADO                  VALUE 'E'.
              88 OTS-DEVOLVIDO                VALUE 'D'.
              88 OTS-REJEITADO                VALUE 'R'.
           02 DATA-HORA-RET-OTS         PIC  X(014).
           02 MOTIVO-OTS                PIC  X(060).
           02 RESOLVIDO-OTS             PIC  X(001).
              88 OTS-RESOLVIDO                VALUE 'S'.
           02 DATA-HORA-CARGA-OTS       PIC  X(014).
           02 OPERADOR-RES-OTS          PIC  X(020).

      *----ASSINATURAS DE RELATORIO (VIDE ASSINATURAS).
       FD ASSINATURAS.
       01  REGISTRO-ASSINATURA.
           02 CODIGO-ASS                PIC  9(004).
           02 EMPRESA-ASS               PIC  X(002).
           02 TIPO-DEST-ASS             PIC  X(001).
           02 DESTINATARIO-ASS          PIC  X(050).
           02 RELATORIO-ASS             PIC  X(012).
           02 FILTRO-REGIAO-ASS         PIC  9(003).
           02 FILTRO-VEN-ASS            PIC  9(003).
           02 FREQUENCIA-ASS            PIC  X(001).
           02 DIA-ASS                   PIC  9(002).
           02 STATUS-ASS                PIC  X(001).
              88 ASS-ATIVA                    VALUE 'A'.
           02 ULTIMA-ENTREGA-ASS        PIC  9(008).
           02 ULTIMA-EXEC-ASS           PIC  X(014).
           02 RESULTADO-ASS             PIC  X(001).
              88 ASS-RESULTADO-FALHA          VALUE 'F'.
           02 ULTIMO-ARQ-ASS            PIC  X(054).
           02 ULTIMO-ERRO-ASS           PIC  X(040).
           02 OPERADOR-ASS              PIC  X(020).

      *----REGISTRO DAS INTERFACES DE ARQUIVO (VIDE INTERFACES).
       FD INTERFACES.
       01  REGISTRO-INTERFACE.
           02 CODIGO-INT                PIC  X(008).
           02 DESCRICAO-INT             PIC  X(030).
           02 PADRAO-ARQ-INT            PIC  X(040).
           02 DIRECAO-INT               PIC  X(001).
           02 FREQUENCIA-INT            PIC  X(001).
           02 DIA-INT                   PIC  9(002).
           02 HORA-LIMITE-INT           PIC  9(004).
           02 ENVELOPE-INT              PIC  X(001).
           02 STATUS-INT                PIC  X(001).
              88 INT-ATIVA                    VALUE 'A'.
           02 ULT-SEQ-INT               PIC  9(006).
           02 ULT-QTD-LIN-INT           PIC  9(007).
           02 ULT-HASH-INT              PIC  9(015).
           02 ULT-CHEGADA-INT           PIC  X(014).
           02 ULT-VERIF-INT             PIC  X(014).
           02 ULT-ALARME-INT            PIC  9(008).
           02 QTD-ATRASOS-INT           PIC  9(003).
           02 SITUACAO-INT              PIC  X(001).
              88 INT-COM-PROBLEMA             VALUE 'A' 'F' 'Q' 'E'.
           02 MOTIVO-INT                PIC  X(040).
           02 OPERADOR-INT              PIC  X(020).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

      *----LINHA DO REGISTRO DE ERROS CENTRAL (MESMO LEIAUTE DO
      *    GRAVAERRO); SO OS CAMPOS USADOS NO RESUMO TEM NOME.
       FD  ERROS.
       01  REG-ERRO.
           02 ERR-DATA-HORA        PIC X(014).
           02 FILLER               PIC X(001).
           02 ERR-PROGRAMA         PIC X(020).
           02 FILLER               PIC X(025).
           02 ERR-SEVERIDADE       PIC X(001).
           02 FILLER               PIC X(166).

       WORKING-STORAGE SECTION.
       01 FS-LCK.
          02 FS-LCK-1                 PIC 9.
       01 WQTD-NAO-ENTREGUES      PIC 9(005) VALUE ZEROES.
       01 WLINHA-OUTBOX           PIC X(060) VALUE SPACES.

      *----ALERTAS CRITICOS (SEVERIDADE 'A') SEM RETORNO DE ENTREGA
      *    'ENVIADO' PASSADAS ALERTA-CRITICO-HORAS (CONFIG.DAT, PADRAO
      *    4) DA GRAVACAO NA CAIXA DE SAIDA.
       01 FS-OTS.
          02 FS-OTS-1                 PIC 9.
          02 FS-OTS-2                 PIC 9.
          02 FS-OTS-R REDEFINES FS-OTS-2 PIC 99 COMP-X.
       01 FS-CFG.
          02 FS-CFG-1                 PIC 9.
          02 FS-CFG-2                 PIC 9.
          02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 WID-ARQ-OTBSTATUS       PIC X(50) VALUE 'OUTBOX-STATUS.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WOTS-DISPONIVEL         PIC X VALUE 'N'.
          88 OTS-DISPONIVEL            VALUE 'S'.
       01 WCRIT-HORAS             PIC 9(003) VALUE 4.
       01 WNUM-LINHA-OTB          PIC 9(009) VALUE ZEROES.
       01 WQTD-CRITICOS           PIC 9(005) VALUE ZEROES.
       01 WANTIGO-CRITICO         PIC X(014) VALUE SPACES.
       01 WMIN-AGORA              PIC 9(011) VALUE ZEROES.
       01 WMIN-ALERTA             PIC 9(011) VALUE ZEROES.
       01 WDH-ALERTA              PIC X(014) VALUE SPACES.
       01 FILLER REDEFINES WDH-ALERTA.
          02 WDH-ALERTA-DATA      PIC 9(008).
          02 WDH-ALERTA-HH        PIC 9(002).
          02 WDH-ALERTA-MI        PIC 9(002).
          02 WDH-ALERTA-SS        PIC 9(002).
       01 WLINHA-CRITICO          PIC X(078) VALUE SPACES.

      *----ASSINATURAS ATIVAS CUJA ULTIMA RODADA FALHOU.
       01 FS-ASS.
          02 FS-ASS-1                 PIC 9.
          02 FS-ASS-2                 PIC 9.
          02 FS-ASS-R REDEFINES FS-ASS-2 PIC 99 COMP-X.
       01 WID-ARQ-ASSINATURAS     PIC X(50) VALUE 'ASSINATURA-REL.DAT'.
       01 WQTD-ASS-FALHA          PIC 9(005) VALUE ZEROES.
       01 WASS-FALHA-COD          PIC 9(004) VALUE ZEROES.
       01 WASS-FALHA-ERRO         PIC X(040) VALUE SPACES.
       01 WLINHA-ASSINATURA       PIC X(078) VALUE SPACES.

      *----INTERFACES DE ARQUIVO ATIVAS: RESUMO NA ULTIMA LINHA DO
      *    PAINEL E, A PEDIDO, A SITUACAO DE CADA UMA.
       01 FS-INT.
          02 FS-INT-1                 PIC 9.
          02 FS-INT-2                 PIC 9.
          02 FS-INT-R REDEFINES FS-INT-2 PIC 99 COMP-X.
       01 WID-ARQ-INTERFACES      PIC X(50) VALUE 'INTERFACES.DAT'.
       01 WQTD-INT-ATIVAS         PIC 9(003) VALUE ZEROES.
       01 WQTD-INT-PROBLEMA       PIC 9(003) VALUE ZEROES.
       01 WLINHA-INTERFACES       PIC X(078) VALUE SPACES.
       01 WTAB-PAINEL-INT.
          02 WPAINEL-INT OCCURS 16 TIMES PIC X(078).

      *----RESUMO DO REGISTRO DE ERROS CENTRAL NAS ULTIMAS 24 HORAS,
      *    POR SEVERIDADE, COM O PROGRAMA DO ERRO MAIS RECENTE.
       01 FS-ERR.
          02 FS-ERR-1                 PIC 9.
          02 FS-ERR-2                 PIC 9.
          02 FS-ERR-R REDEFINES FS-ERR-2 PIC 99 COMP-X.
       01 WID-ARQ-ERROS           PIC X(50) VALUE 'ERROS.LOG'.
       01 WQTD-ERR-FATAL          PIC 9(005) VALUE ZEROES.
       01 WQTD-ERR-ERRO           PIC 9(005) VALUE ZEROES.
       01 WQTD-ERR-AVISO          PIC 9(005) VALUE ZEROES.
       01 WMIN-CORTE-ERR          PIC 9(011) VALUE ZEROES.
       01 WULT-PROG-ERR           PIC X(020) VALUE SPACES.
       01 WLINHA-ERROS            PIC X(078) VALUE SPACES.

      *----ROTINAS BATCH ACOMPANHADAS: O NOME BASE GERA OS NOMES DOS
      *    ARQUIVOS DE LOCK (.LCK) E DE LOG (.LOG) DE CADA ROTINA.
       77 WQTD-ROTINAS            PIC 99 VALUE 7.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'console'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

          02 LINE 16 COL 2 PIC X(78) FROM WCON-LINHA(12).
          02 LINE 17 COL 2 PIC X(78) FROM WCON-LINHA(13).
          02 LINE 18 COL 2 PIC X(78) FROM WCON-LINHA(14).
          02 LINE 19 COL 2 PIC X(078) FROM WLINHA-CRITICO.
          02 LINE 20 COL 2 PIC X(060) FROM WAVISO-DISTRIB.
          02 LINE 21 COL 2 PIC X(060) FROM WLINHA-OUTBOX.
          02 LINE 22 COL 2 PIC X(078) FROM WLINHA-ASSINATURA.
          02 LINE 23 COL 2 PIC X(078) FROM WLINHA-INTERFACES.
          02 LINE 24 COL 2 PIC X(078) FROM WLINHA-ERROS.

       01 TELA-INTERFACES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 16 VALUE "SISTEMA EXEMPLO - CONSOLE DE
      -" OPERACAO BATCH".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 2 VALUE "CODIGO    S ARQUIVO".
          02 LINE 4 COL 35 VALUE "ULT.CHEGADA    SEQ.   S MOTIVO".
          02 LINE 5 COL 2 PIC X(78) FROM WPAINEL-INT(01).
          02 LINE 6 COL 2 PIC X(78) FROM WPAINEL-INT(02).
          02 LINE 7 COL 2 PIC X(78) FROM WPAINEL-INT(03).
          02 LINE 8 COL 2 PIC X(78) FROM WPAINEL-INT(04).
          02 LINE 9 COL 2 PIC X(78) FROM WPAINEL-INT(05).
          02 LINE 10 COL 2 PIC X(78) FROM WPAINEL-INT(06).
          02 LINE 11 COL 2 PIC X(78) FROM WPAINEL-INT(07).
          02 LINE 12 COL 2 PIC X(78) FROM WPAINEL-INT(08).
          02 LINE 13 COL 2 PIC X(78) FROM WPAINEL-INT(09).
          02 LINE 14 COL 2 PIC X(78) FROM WPAINEL-INT(10).
          02 LINE 15 COL 2 PIC X(78) FROM WPAINEL-INT(11).
          02 LINE 16 COL 2 PIC X(78) FROM WPAINEL-INT(12).
          02 LINE 17 COL 2 PIC X(78) FROM WPAINEL-INT(13).
          02 LINE 18 COL 2 PIC X(78) FROM WPAINEL-INT(14).
          02 LINE 19 COL 2 PIC X(78) FROM WPAINEL-INT(15).
          02 LINE 20 COL 2 PIC X(78) FROM WPAINEL-INT(16).
          02 LINE 22 COL 2 VALUE
             "SIT: O=EM DIA A=ATRASO F=FALTA Q=SEQUENCIA E=ENVELOPE".
          02 LINE 23 COL 2 VALUE "TECLE ALGO PARA VOLTAR".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
                   UNTIL WIDX-ROT > WQTD-ROTINAS
           PERFORM S-CHECA-DISTRIB-HOJE THRU R-CHECA-DISTRIB-HOJE-EXIT
           PERFORM S-CONTA-OUTBOX THRU R-CONTA-OUTBOX-1-EXIT
           PERFORM S-CONTA-ASS-FALHA THRU R-CONTA-ASS-FALHA-1-EXIT
           PERFORM S-PAINEL-INTERFACES THRU R-PAINEL-INTERFACES-1-EXIT
           PERFORM S-RESUMO-ERROS THRU R-RESUMO-ERROS-1-EXIT
           DISPLAY TELA-CONSOLE
           ACCEPT WX
           IF (WX = 'I' OR 'i') AND WQTD-INT-ATIVAS > ZEROES
              DISPLAY TELA-INTERFACES
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       R-LEVANTA-ROTINA-1-EXIT.
           EXIT.

      *----SO AS LINHAS DA DISTRIBUICAO (',ALERTA,'); AS DE
      *    INTERFACE (',INTERFACE,') TEM PAINEL PROPRIO.
       S-CHECA-ALERTA SECTION.
       R-CHECA-ALERTA-1.
           MOVE 'N' TO WTEM-ALERTA
           OPEN INPUT ALERTA.
           IF FS-ALE = '00'
              PERFORM UNTIL FS-ALE NOT = '00' OR TEM-ALERTA
                 READ ALERTA NEXT
                 IF FS-ALE = '00' AND
                    ALERTA-DATA-01(15:8) = ',ALERTA,'
                    MOVE 'S' TO WTEM-ALERTA
                 END-IF
              END-PERFORM
              CLOSE ALERTA
           END-IF.
       R-CHECA-ALERTA-1-EXIT.
           EXIT.

      *----NOTIFICACOES AINDA NAO DESPACHADAS PELO SCRIPT EXTERNO DE
      *    ENVIO (FLAG DE ENTREGA DIFERENTE DE 'S' EM OUTBOX.DAT) E
      *    ALERTAS CRITICOS SEM RETORNO 'ENVIADO' DO SCRIPT (VIDE
      *    RETORNOENVIO; O ID DA MENSAGEM E O NUMERO DA LINHA) MAIS
      *    VELHOS QUE O LIMITE DE HORAS.
       S-CONTA-OUTBOX SECTION.
       R-CONTA-OUTBOX-1.
           INITIALIZE WQTD-NAO-ENTREGUES WQTD-CRITICOS WNUM-LINHA-OTB
           MOVE SPACES TO WLINHA-OUTBOX WLINHA-CRITICO WANTIGO-CRITICO
           PERFORM R-LE-CONFIG-CRITICO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WDH-ALERTA
           PERFORM R-MINUTOS-ALERTA
           MOVE WMIN-ALERTA TO WMIN-AGORA
           MOVE 'N' TO WOTS-DISPONIVEL
           OPEN INPUT OTBSTATUS
           IF FS-OTS = '00'
              MOVE 'S' TO WOTS-DISPONIVEL
           END-IF
           OPEN INPUT OUTBOX.
           IF FS-OTB = '00'
              PERFORM UNTIL FS-OTB NOT = '00'
                 READ OUTBOX NEXT
                 IF FS-OTB = '00'
                    ADD 1 TO WNUM-LINHA-OTB
                    IF NOT OTB-ENVIADA
                       ADD 1 TO WQTD-NAO-ENTREGUES
                    END-IF
                    IF OTB-SEVERIDADE = 'A'
                       PERFORM R-CHECA-CRITICO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OUTBOX
           END-IF
           IF OTS-DISPONIVEL
              CLOSE OTBSTATUS
           END-IF
           IF WQTD-NAO-ENTREGUES > ZEROES
              STRING 'NOTIFICACOES NAO ENTREGUES NA CAIXA DE SAIDA: '
                  WQTD-NAO-ENTREGUES
                  DELIMITED BY SIZE INTO WLINHA-OUTBOX
           END-IF
           IF WQTD-CRITICOS > ZEROES
              STRING 'ATENCAO: ' WQTD-CRITICOS
                  ' ALERTA(S) CRITICO(S) NAO ENTREGUE(S) APOS '
                  WCRIT-HORAS 'H - DESDE ' WANTIGO-CRITICO(1:8)
                  DELIMITED BY SIZE INTO WLINHA-CRITICO
           END-IF.
       R-CONTA-OUTBOX-1-EXIT.
           EXIT.

       R-CHECA-CRITICO.
           MOVE OTB-DATA-HORA TO WDH-ALERTA
           IF WDH-ALERTA IS NUMERIC
              PERFORM R-MINUTOS-ALERTA
              IF WMIN-AGORA - WMIN-ALERTA NOT < WCRIT-HORAS * 60
                 MOVE SPACE TO SITUACAO-OTS
                 IF OTS-DISPONIVEL
                    MOVE WNUM-LINHA-OTB TO ID-OTS
                    READ OTBSTATUS
                    IF FS-OTS NOT = '00'
                       MOVE SPACE TO SITUACAO-OTS
                    END-IF
                 END-IF
                 IF NOT OTS-ENVIADO
                    ADD 1 TO WQTD-CRITICOS
                    IF WANTIGO-CRITICO = SPACES
                       MOVE OTB-DATA-HORA TO WANTIGO-CRITICO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       R-MINUTOS-ALERTA.
           COMPUTE WMIN-ALERTA =
               FUNCTION INTEGER-OF-DATE(WDH-ALERTA-DATA) * 1440
               + WDH-ALERTA-HH * 60 + WDH-ALERTA-MI.

       R-LE-CONFIG-CRITICO.
           OPEN INPUT CONFIG.
           IF FS-CFG = '00'
              PERFORM UNTIL FS-CFG NOT = '00'
                 READ CONFIG
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE SPACES TO WCFG-NOME WCFG-VALOR
                       UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                           INTO WCFG-NOME WCFG-VALOR
                       IF WCFG-NOME = 'ALERTA-CRITICO-HORAS' AND
                          WCFG-VALOR(1:3) IS NUMERIC AND
                          WCFG-VALOR(1:3) NOT = '000'
                          MOVE WCFG-VALOR(1:3) TO WCRIT-HORAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONFIG
           END-IF.

      *----ASSINATURAS DE RELATORIO ATIVAS COM FALHA NA ULTIMA RODADA
      *    DA CADEIA, COM O MOTIVO DA PRIMEIRA. SEM FALHA A LINHA FICA
      *    EM BRANCO.
       S-CONTA-ASS-FALHA SECTION.
       R-CONTA-ASS-FALHA-1.
           MOVE SPACES TO WLINHA-ASSINATURA WASS-FALHA-ERRO
           MOVE ZEROES TO WQTD-ASS-FALHA WASS-FALHA-COD
           OPEN INPUT ASSINATURAS
           IF FS-ASS NOT = '00'
              GO TO R-CONTA-ASS-FALHA-1-EXIT
           END-IF
           PERFORM UNTIL FS-ASS NOT = '00'
              READ ASSINATURAS NEXT
              IF FS-ASS = '00' AND ASS-ATIVA AND ASS-RESULTADO-FALHA
                 ADD 1 TO WQTD-ASS-FALHA
                 IF WQTD-ASS-FALHA = 1
                    MOVE CODIGO-ASS TO WASS-FALHA-COD
                    MOVE ULTIMO-ERRO-ASS TO WASS-FALHA-ERRO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ASSINATURAS
           IF WQTD-ASS-FALHA > ZEROES
              STRING '*** ASSINATURAS DE RELATORIO COM FALHA: '
                  WQTD-ASS-FALHA ' (' WASS-FALHA-COD ' '
                  FUNCTION TRIM(WASS-FALHA-ERRO) ')'
                  DELIMITED BY SIZE INTO WLINHA-ASSINATURA
           END-IF.
       R-CONTA-ASS-FALHA-1-EXIT.
           EXIT.

      *----ERROS GRAVADOS NO ERROS.LOG NAS ULTIMAS 24 HORAS, CONTADOS
      *    POR SEVERIDADE. O DETALHE FICA NA CONSULTA DE ERROS. SEM
      *    ERRO NO PERIODO A LINHA FICA EM BRANCO.
       S-RESUMO-ERROS SECTION.
       R-RESUMO-ERROS-1.
           MOVE SPACES TO WLINHA-ERROS WULT-PROG-ERR
           MOVE ZEROES TO WQTD-ERR-FATAL WQTD-ERR-ERRO WQTD-ERR-AVISO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WDH-ALERTA
           PERFORM R-MINUTOS-ALERTA
           COMPUTE WMIN-CORTE-ERR = WMIN-ALERTA - 1440
           OPEN INPUT ERROS
           IF FS-ERR NOT = '00'
              GO TO R-RESUMO-ERROS-1-EXIT
           END-IF
           PERFORM UNTIL FS-ERR NOT = '00'
              READ ERROS
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-CONTA-ERRO
              END-READ
           END-PERFORM
           CLOSE ERROS
           IF WQTD-ERR-FATAL + WQTD-ERR-ERRO + WQTD-ERR-AVISO > ZEROES
              STRING 'ERROS EM 24H - FATAIS: ' WQTD-ERR-FATAL
                  ' ERROS: ' WQTD-ERR-ERRO ' AVISOS: ' WQTD-ERR-AVISO
                  ' ULTIMO: ' WULT-PROG-ERR
                  DELIMITED BY SIZE INTO WLINHA-ERROS
           END-IF.
       R-RESUMO-ERROS-1-EXIT.
           EXIT.

       R-CONTA-ERRO.
           MOVE ERR-DATA-HORA TO WDH-ALERTA
           IF WDH-ALERTA IS NUMERIC
              PERFORM R-MINUTOS-ALERTA
              IF WMIN-ALERTA NOT < WMIN-CORTE-ERR
                 EVALUATE ERR-SEVERIDADE
                    WHEN 'F'
                       ADD 1 TO WQTD-ERR-FATAL
                    WHEN 'A'
                       ADD 1 TO WQTD-ERR-AVISO
                    WHEN OTHER
                       ADD 1 TO WQTD-ERR-ERRO
                 END-EVALUATE
                 MOVE ERR-PROGRAMA TO WULT-PROG-ERR
              END-IF
           END-IF.

      *----SITUACAO DAS INTERFACES ATIVAS SEGUNDO A ULTIMA VERIFICACAO
      *    DA CADEIA NOTURNA (AS 16 PRIMEIRAS NO PAINEL, PELO CODIGO).
       S-PAINEL-INTERFACES SECTION.
       R-PAINEL-INTERFACES-1.
           MOVE SPACES TO WLINHA-INTERFACES
           INITIALIZE WTAB-PAINEL-INT
           MOVE ZEROES TO WQTD-INT-ATIVAS WQTD-INT-PROBLEMA
           MOVE 'TECLE ALGO PARA VOLTAR' TO WLINHA-INTERFACES
           OPEN INPUT INTERFACES
           IF FS-INT NOT = '00'
              GO TO R-PAINEL-INTERFACES-1-EXIT
           END-IF
           PERFORM UNTIL FS-INT NOT = '00'
              READ INTERFACES NEXT
              IF FS-INT = '00' AND INT-ATIVA
                 ADD 1 TO WQTD-INT-ATIVAS
                 IF INT-COM-PROBLEMA
                    ADD 1 TO WQTD-INT-PROBLEMA
                 END-IF
                 IF WQTD-INT-ATIVAS NOT > 16
                    STRING CODIGO-INT '  ' DIRECAO-INT ' '
                        PADRAO-ARQ-INT(1:20) ' ' ULT-CHEGADA-INT ' '
                        ULT-SEQ-INT ' ' SITUACAO-INT ' '
                        MOTIVO-INT(1:12)
                        DELIMITED BY SIZE
                        INTO WPAINEL-INT(WQTD-INT-ATIVAS)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE INTERFACES
           IF WQTD-INT-ATIVAS > ZEROES
              MOVE SPACES TO WLINHA-INTERFACES
              STRING 'INTERFACES COM PROBLEMA: ' WQTD-INT-PROBLEMA
                  ' DE ' WQTD-INT-ATIVAS
                  ' - I=PAINEL, OUTRA TECLA VOLTA'
                  DELIMITED BY SIZE INTO WLINHA-INTERFACES
           END-IF.
       R-PAINEL-INTERFACES-1-EXIT.
           EXIT.

       COPY FS-TRADUZ.CPY.
