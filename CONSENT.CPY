      *----CONSENTIMENTO.DAT: CONSENTIMENTO DE COMUNICACAO DE MARKETING
      *    POR CLIENTE E CANAL (T=TELEFONE, E=E-MAIL) - OPT-IN ('S') OU
      *    OPT-OUT ('N'), COM DATA, ORIGEM (TELA, IMPORTACAO, PEDIDO DO
      *    CLIENTE...), OPERADOR E O CONTATO CONSENTIDO. CANAL SEM
      *    REGISTRO E CANAL SEM CONSENTIMENTO: NENHUMA MENSAGEM
      *    DIRIGIDA AO CLIENTE NEM LISTA DE CONTATO DE CAMPANHA USA O
      *    CANAL. CADA MUDANCA E CADA MENSAGEM SUPRIMIDA VAO PARA O
      *    MOVIMENTO CONSENTIMENTO-MOV.LOG (BASE DO RELATORIO MENSAL):
      *      AAAAMMDDHHMMSS,EVENTO,CLIENTE,CANAL,ORIGEM,OPERADOR,DETALHE
      *    EVENTO = OPT-IN, OPT-OUT OU SUPRIMIDO.
      *    O CHAMADOR DECLARA OS ARQUIVOS CONSENT E CONSMOV, FS-CNS,
      *    FS-CMV, WID-ARQ-CONSENT, WID-ARQ-CONSMOV E OS CAMPOS WCNS-.
      *    WCNS-ABERTURA 'L' ABRE SO PARA CONSULTA (ARQUIVO OPCIONAL),
      *    'G' ABRE PARA GRAVACAO, CRIANDO O ARQUIVO NA PRIMEIRA VEZ.
       S-ABRE-CONSENT SECTION.
       R-ABRE-CONSENT-1.
           MOVE 'N' TO WCNS-DISPONIVEL
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-CONSENT WID-ARQ-CONSMOV
              STRING 'CONSENTIMENTO-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-CONSENT
              STRING 'CONSENTIMENTO-MOV-E' WEMPRESA-LID '.LOG'
                  DELIMITED BY SIZE INTO WID-ARQ-CONSMOV
           END-IF
           IF WCNS-ABERTURA = 'G'
              OPEN I-O CONSENT
              IF FS-CNS = '35'
                 OPEN OUTPUT CONSENT
                 IF FS-CNS = '00'
                    CLOSE CONSENT
                    OPEN I-O CONSENT
                 END-IF
              END-IF
           ELSE
              OPEN INPUT CONSENT
           END-IF
           IF FS-CNS = '00'
              MOVE 'S' TO WCNS-DISPONIVEL
           END-IF
           IF WCNS-OPERADOR = SPACES
              IF WOPERADOR-ID NOT = SPACES
                 MOVE WOPERADOR-ID TO WCNS-OPERADOR
              ELSE
                 ACCEPT WCNS-OPERADOR FROM ENVIRONMENT "USER"
              END-IF
           END-IF.
       R-ABRE-CONSENT-1-EXIT.
           EXIT.

      *----WCNS-PERMITIDO = 'S' SO QUANDO O CLIENTE WCNS-CLI TEM
      *    OPT-IN REGISTRADO NO CANAL WCNS-CANAL. DEVOLVE TAMBEM A
      *    SITUACAO ATUAL EM WCNS-SITUACAO-ATUAL (ESPACO = SEM
      *    REGISTRO).
       S-CHECA-CONSENT SECTION.
       R-CHECA-CONSENT-1.
           MOVE 'N' TO WCNS-PERMITIDO
           MOVE SPACE TO WCNS-SITUACAO-ATUAL
           IF NOT CNS-DISPONIVEL
              GO TO R-CHECA-CONSENT-1-EXIT
           END-IF
           MOVE WCNS-CLI TO COD-CLI-CNS
           MOVE WCNS-CANAL TO CANAL-CNS
           READ CONSENT
           IF FS-CNS = '00'
              MOVE SITUACAO-CNS TO WCNS-SITUACAO-ATUAL
              IF CNS-OPT-IN
                 MOVE 'S' TO WCNS-PERMITIDO
              END-IF
           END-IF.
       R-CHECA-CONSENT-1-EXIT.
           EXIT.

      *----GRAVA O CONSENTIMENTO WCNS-SITUACAO DO CLIENTE WCNS-CLI NO
      *    CANAL WCNS-CANAL (ORIGEM WCNS-ORIGEM, CONTATO WCNS-CONTATO,
      *    DATA WCNS-DATA - ZERO = HOJE). SO A MUDANCA DE SITUACAO (OU
      *    O PRIMEIRO REGISTRO) GERA MOVIMENTO. WCNS-GRAVOU = 'S'
      *    QUANDO O REGISTRO FOI GRAVADO.
       S-GRAVA-CONSENT SECTION.
       R-GRAVA-CONSENT-1.
           MOVE 'N' TO WCNS-GRAVOU
           IF NOT CNS-DISPONIVEL
              GO TO R-GRAVA-CONSENT-1-EXIT
           END-IF
           IF WCNS-DATA = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WCNS-DATA
           END-IF
           MOVE WCNS-CLI TO COD-CLI-CNS
           MOVE WCNS-CANAL TO CANAL-CNS
           READ CONSENT
           IF FS-CNS = '00'
              MOVE SITUACAO-CNS TO WCNS-SITUACAO-ATUAL
           ELSE
              MOVE SPACE TO WCNS-SITUACAO-ATUAL
              INITIALIZE REGISTRO-CONSENT
              MOVE WCNS-CLI TO COD-CLI-CNS
              MOVE WCNS-CANAL TO CANAL-CNS
           END-IF
           MOVE WCNS-SITUACAO TO SITUACAO-CNS
           MOVE WCNS-DATA TO DATA-CNS
           MOVE WCNS-ORIGEM TO ORIGEM-CNS
           MOVE WCNS-OPERADOR TO OPERADOR-CNS
           MOVE WCNS-CONTATO TO CONTATO-CNS
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-CNS
           IF WCNS-SITUACAO-ATUAL = SPACE
              WRITE REGISTRO-CONSENT
           ELSE
              REWRITE REGISTRO-CONSENT
           END-IF
           IF FS-CNS NOT = '00'
              GO TO R-GRAVA-CONSENT-1-EXIT
           END-IF
           MOVE 'S' TO WCNS-GRAVOU
           IF WCNS-SITUACAO NOT = WCNS-SITUACAO-ATUAL
              IF CNS-NOVO-OPT-IN
                 MOVE 'OPT-IN' TO WCNS-EVENTO
              ELSE
                 MOVE 'OPT-OUT' TO WCNS-EVENTO
              END-IF
              MOVE WCNS-CONTATO TO WCNS-DETALHE
              PERFORM S-GRAVA-MOV-CONSENT THRU R-GRAVA-MOV-CONSENT-EXIT
           END-IF.
       R-GRAVA-CONSENT-1-EXIT.
           EXIT.

      *----MENSAGEM OU LINHA DE LISTA NAO GERADA POR FALTA DE
      *    CONSENTIMENTO: WCNS-ORIGEM IDENTIFICA O PROCESSO E
      *    WCNS-DETALHE O QUE DEIXOU DE SAIR.
       S-REGISTRA-SUPRESSAO SECTION.
       R-REGISTRA-SUPRESSAO-1.
           MOVE 'SUPRIMIDO' TO WCNS-EVENTO
           PERFORM S-GRAVA-MOV-CONSENT THRU R-GRAVA-MOV-CONSENT-EXIT.
       R-REGISTRA-SUPRESSAO-1-EXIT.
           EXIT.

       S-GRAVA-MOV-CONSENT SECTION.
       R-GRAVA-MOV-CONSENT.
           OPEN EXTEND CONSMOV
           IF FS-CMV = '35'
              OPEN OUTPUT CONSMOV
           END-IF
           IF FS-CMV = '00'
              MOVE SPACES TO CONSMOV-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                  FUNCTION TRIM(WCNS-EVENTO) ','
                  WCNS-CLI ',' WCNS-CANAL ','
                  FUNCTION TRIM(WCNS-ORIGEM) ','
                  FUNCTION TRIM(WCNS-OPERADOR) ','
                  FUNCTION TRIM(WCNS-DETALHE)
                  DELIMITED BY SIZE INTO CONSMOV-DATA-01
              WRITE CONSMOV-REC
              CLOSE CONSMOV
           END-IF.
       R-GRAVA-MOV-CONSENT-EXIT.
           EXIT.
