       IDENTIFICATION DIVISION.
       PROGRAM-ID.  autorizadupla.
       AUTHOR.      URBANO.
      *----AUTORIZACAO DE DUAS PESSOAS (VIDE AUTORIZA.CPY). OS
      *    UTILITARIOS QUE DESTROEM OU REESCREVEM DADOS SO RODAM COM
      *    UM SEGUNDO OPERADOR, DIFERENTE DO SOLICITANTE E COM PERFIL
      *    DE SUPERVISOR (PERFIL-OPERADOR = 'S'), CONFERIDO PELA
      *    PROPRIA SENHA NO MOMENTO DA EXECUCAO. EM LOTE NAO HA QUEM
      *    DIGITE: VALE A AUTORIZACAO PREVIA EMITIDA PELO MENU
      *    (autorizalote), CONSUMIDA NA PRIMEIRA EXECUCAO E VALIDA
      *    PELAS HORAS DE AUTORIZA-VALIDADE-HORAS (CONFIG.DAT). A
      *    SENHA ERRADA DO SUPERVISOR CONTA PARA O BLOQUEIO DELE COMO
      *    NO LOGIN. RECUSAS VAO PARA O SEGURANCA.LOG; O DESFECHO DA
      *    EXECUCAO VAI PARA O SEGURANCA.LOG E PARA A AUDITORIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPERADORES ASSIGN TO DISK WID-ARQ-OPERADORES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-OPERADOR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-OPR.

       SELECT AUTLOTE ASSIGN TO DISK WID-ARQ-AUTLOTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUM-AUT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ALT.

       SELECT SEGULOG ASSIGN TO DISK WID-ARQ-SEGULOG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-SEG.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-CFG.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       01  REGISTRO-OPERADOR.
           02 CODIGO-OPERADOR            PIC  X(020).
           02 NOME-OPERADOR              PIC  X(040).
           02 STATUS-OPERADOR            PIC  X(001).
              88 OPERADOR-ATIVO                VALUE 'A'.
              88 OPERADOR-INATIVO              VALUE 'I'.
           02 PERM-OPCAO OCCURS 60 TIMES PIC  X(001).
           02 SENHA-OPERADOR             PIC  X(020).
           02 SENHA-CIFRADA-OPR REDEFINES SENHA-OPERADOR.
              03 SENHA-MARCA-OPR         PIC  X(001).
                 88 SENHA-COM-HASH              VALUE '$'.
              03 SENHA-SAL-OPR           PIC  X(005).
              03 SENHA-HASH-OPR          PIC  X(014).
           02 DATA-TROCA-SENHA           PIC  9(008).
           02 FLAG-TROCA-SENHA           PIC  X(001).
           02 QTD-SENHA-ERRADA           PIC  9(002).
           02 DATA-HORA-BLOQUEIO         PIC  X(014).
           02 PERM-GRUPO OCCURS 4 TIMES  PIC  X(001).
           02 PERM-EMPRESA OCCURS 9 TIMES PIC X(001).
           02 PERM-OPCAO-2 OCCURS 39 TIMES PIC X(001).
           02 PERFIL-OPERADOR            PIC  X(001).
              88 PERFIL-SUPERVISOR             VALUE 'S'.
      *----NIVEL DE ACESSO A DADOS PESSOAIS: '2' = INTEGRAL; OS
      *    DEMAIS NIVEIS VEEM CPF, CNPJ DE PESSOA FISICA, TELEFONE,
      *    E-MAIL E CONTATOS PARCIALMENTE MASCARADOS.
           02 NIVEL-DADOS-OPERADOR       PIC  X(001).
              88 NIVEL-DADOS-INTEGRAL          VALUE '2'.

      *----AUTORIZACOES DE LOTE: EMITIDAS PELO MENU COM O SOLICITANTE
      *    E O SUPERVISOR JA CONFERIDOS; 'P' AGUARDA A EXECUCAO, 'U'
      *    JA FOI USADA, 'C' CANCELADA NO MENU, 'V' VENCEU SEM USO.
       FD AUTLOTE.
       01  REGISTRO-AUTLOTE.
           02 NUM-AUT                   PIC  9(006).
           02 PROGRAMA-AUT              PIC  X(020).
           02 EMPRESA-AUT               PIC  X(002).
           02 PARAMETROS-AUT            PIC  X(060).
           02 SOLICITANTE-AUT           PIC  X(020).
           02 SUPERVISOR-AUT            PIC  X(020).
           02 DATA-HORA-EMIS-AUT        PIC  X(014).
           02 VALIDADE-AUT              PIC  X(014).
           02 STATUS-AUT                PIC  X(001).
              88 AUT-PENDENTE                 VALUE 'P'.
              88 AUT-USADA                    VALUE 'U'.
              88 AUT-CANCELADA                VALUE 'C'.
              88 AUT-VENCIDA                  VALUE 'V'.
           02 DATA-HORA-USO-AUT         PIC  X(014).
           02 DESFECHO-AUT              PIC  X(060).

       FD  SEGULOG.
       01  SEGULOG-REC.
           05  SEGULOG-DATA-01      PIC X(00120).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01       PIC X(00080).

       WORKING-STORAGE SECTION.
       01 FS-OPR.
           02 FS-OPR-1                PIC 9.
           02 FS-OPR-2                PIC 9.
           02 FS-OPR-R REDEFINES FS-OPR-2 PIC 99 COMP-X.
       01 FS-ALT.
           02 FS-ALT-1                PIC 9.
           02 FS-ALT-2                PIC 9.
           02 FS-ALT-R REDEFINES FS-ALT-2 PIC 99 COMP-X.
       01 FS-SEG.
           02 FS-SEG-1                PIC 9.
           02 FS-SEG-2                PIC 9.
           02 FS-SEG-R REDEFINES FS-SEG-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.

       01 WID-ARQ-OPERADORES      PIC X(50) VALUE SPACES.
       01 WID-ARQ-AUTLOTE         PIC X(50) VALUE 'AUTORIZA-LOTE.DAT'.
       01 WID-ARQ-SEGULOG         PIC X(50) VALUE 'SEGURANCA.LOG'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.

      *----PARAMETROS DE CONFIG.DAT (NOME=VALOR, VALOR COM 5
      *    DIGITOS): OS DE SENHA SAO OS MESMOS DO LOGIN.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       77 WSENHA-MAX-TENTATIVAS   PIC 9(005) VALUE 3.
       77 WSENHA-BLOQUEIO-MIN     PIC 9(005) VALUE 30.
       77 WVALIDADE-HORAS         PIC 9(005) VALUE 24.

      *----SEGUNDO OPERADOR DIGITADO NA TELA (TRES TENTATIVAS).
       01 WSUP-CODIGO             PIC X(020) VALUE SPACES.
       01 WSUP-SENHA              PIC X(020) VALUE SPACES.
       77 WQTD-TENTATIVAS         PIC 9 VALUE ZEROES.
       01 WSUP-DESISTIU           PIC X VALUE 'N'.
          88 SUP-DESISTIU              VALUE 'S'.

       01 WSEG-EVENTO             PIC X(020) VALUE SPACES.
       01 WSEG-DETALHE            PIC X(060) VALUE SPACES.

      *----CALCULO DE MINUTOS (BLOQUEIO E VALIDADE DA AUTORIZACAO).
       01 WTS-ENTRADA             PIC X(014) VALUE SPACES.
       01 WTS-AGORA               PIC X(014) VALUE SPACES.
       01 WTS-VALIDADE            PIC X(014) VALUE SPACES.
       77 WMIN-SAIDA              PIC 9(012) VALUE ZEROES.
       77 WMIN-AGORA              PIC 9(012) VALUE ZEROES.
       77 WMIN-BLOQUEIO           PIC 9(012) VALUE ZEROES.
       77 WMIN-RESTO              PIC 9(004) VALUE ZEROES.
       77 WDIA-INTEIRO            PIC 9(008) VALUE ZEROES.
       01 WDATA-VALIDADE          PIC 9(008) VALUE ZEROES.
       01 WHORA-VALIDADE          PIC 9(002) VALUE ZEROES.
       01 WMINUTO-VALIDADE        PIC 9(002) VALUE ZEROES.
       01 WOPR-BLOQUEADO          PIC X VALUE 'N'.
          88 OPR-BLOQUEADO             VALUE 'S'.

      *----AUTORIZACAO DE LOTE: NUMERO INFORMADO NA VARIAVEL DE
      *    AMBIENTE AUTORIZACAO-LOTE OU, SEM ELA, A MAIS ANTIGA
      *    PENDENTE PARA A ROTINA E A EMPRESA.
       01 WTOKEN-AMBIENTE         PIC X(010) VALUE SPACES.
       77 WNUM-TOKEN              PIC 9(006) VALUE ZEROES.
       77 WULT-NUM-AUT            PIC 9(006) VALUE ZEROES.
       01 WTOKEN-ACHOU            PIC X VALUE 'N'.
          88 TOKEN-ACHOU               VALUE 'S'.

       01 WDATA-HORA-AUD          PIC X(014) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'autorizadupla'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY SENHAHASH.CPY.

       COPY FUNCAO.CPY.

       LINKAGE SECTION.
       COPY AUTORIZA.CPY.

       SCREEN SECTION.
       01 TELA-AUTORIZA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - AUTORIZACAO DE SEGUN
      -"DO OPERADOR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ROTINA......:".
          02 LINE 6 COL 19 PIC X(020) FROM WAUT-PROGRAMA.
          02 LINE 7 COL 5 VALUE "PARAMETROS..:".
          02 LINE 7 COL 19 PIC X(060) FROM WAUT-PARAMETROS.
          02 LINE 8 COL 5 VALUE "SOLICITANTE.:".
          02 LINE 8 COL 19 PIC X(020) FROM WAUT-SOLICITANTE.
          02 LINE 11 COL 5 VALUE
             "ESTA ROTINA EXIGE A AUTORIZACAO DE OUTRO OPERADOR COM".
          02 LINE 12 COL 5 VALUE
             "PERFIL DE SUPERVISOR, COM A PROPRIA SENHA.".
          02 LINE 14 COL 5 VALUE "SUPERVISOR (LOGIN)....:".
          02 SCR-SUP-CODIGO LINE 14 COL 29 PIC X(020)
                 USING WSUP-CODIGO AUTO.
          02 LINE 15 COL 5 VALUE "SENHA DO SUPERVISOR...:".
          02 SCR-SUP-SENHA LINE 15 COL 29 PIC X(020)
                 USING WSUP-SENHA SECURE AUTO.
          02 LINE 17 COL 5 VALUE "TENTATIVA:".
          02 LINE 17 COL 16 PIC 9 FROM WQTD-TENTATIVAS.
          02 LINE 17 COL 18 VALUE "DE 3".
          02 LINE 19 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING WAUT-DADOS.
       ABERTURA.
           IF WAUT-ARQ-OPERADORES = SPACES
              MOVE 'OPERADORES.DAT' TO WID-ARQ-OPERADORES
           ELSE
              MOVE WAUT-ARQ-OPERADORES TO WID-ARQ-OPERADORES
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WTS-AGORA
           PERFORM S-LE-CONFIG THRU R-LE-CONFIG-1-EXIT
           EVALUATE TRUE
              WHEN AUT-AUTORIZAR
                 MOVE 'N' TO WAUT-AUTORIZADO
                 MOVE SPACES TO WAUT-MOTIVO
                 IF AUT-EM-LOTE
                    PERFORM S-CONSOME-TOKEN THRU R-CONSOME-TOKEN-1-EXIT
                 ELSE
                    PERFORM S-CONFERE-SUPERVISOR
                          THRU R-CONFERE-SUPERVISOR-1-EXIT
                 END-IF
              WHEN AUT-EMITIR
                 MOVE 'N' TO WAUT-AUTORIZADO
                 MOVE SPACES TO WAUT-MOTIVO WAUT-TOKEN
                 PERFORM S-CONFERE-SUPERVISOR
                       THRU R-CONFERE-SUPERVISOR-1-EXIT
                 IF AUT-CONCEDIDA
                    PERFORM S-EMITE-TOKEN THRU R-EMITE-TOKEN-1-EXIT
                 END-IF
              WHEN AUT-FINALIZAR
                 PERFORM S-FINALIZA THRU R-FINALIZA-1-EXIT
           END-EVALUATE.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-LE-CONFIG SECTION.
       R-LE-CONFIG-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-VALOR(1:5) IS NUMERIC
                       EVALUATE WCFG-NOME
                          WHEN 'SENHA-MAX-TENTATIVAS'
                             MOVE WCFG-VALOR(1:5)
                                  TO WSENHA-MAX-TENTATIVAS
                          WHEN 'SENHA-BLOQUEIO-MIN'
                             MOVE WCFG-VALOR(1:5)
                                  TO WSENHA-BLOQUEIO-MIN
                          WHEN 'AUTORIZA-VALIDADE-HORAS'
                             MOVE WCFG-VALOR(1:5) TO WVALIDADE-HORAS
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-1-EXIT.
           EXIT.

      *----SEGUNDO OPERADOR NA TELA: ATE TRES TENTATIVAS; ESC OU
      *    CODIGO EM BRANCO DESISTE. SEM CADASTRO DE OPERADORES NAO HA
      *    COMO CONFERIR O PERFIL E A ROTINA E RECUSADA.
       S-CONFERE-SUPERVISOR SECTION.
       R-CONFERE-SUPERVISOR-1.
           MOVE SPACES TO WAUT-SUPERVISOR
           MOVE 'N' TO WSUP-DESISTIU
           MOVE ZEROES TO WQTD-TENTATIVAS
           OPEN I-O OPERADORES.
           IF FS-OPR NOT = '00'
              MOVE FS-OPR TO WERR-STATUS
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              MOVE 'CADASTRO DE OPERADORES INDISPONIVEL' TO WERR-TEXTO
              PERFORM R-GRAVA-ERRO
              MOVE 'CADASTRO DE OPERADORES INDISPONIVEL' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONFERE-SUPERVISOR-1-EXIT
           END-IF
           PERFORM R-CONFERE-TENTATIVA THRU R-CONFERE-TENTATIVA-FIM
                   UNTIL AUT-CONCEDIDA OR SUP-DESISTIU OR
                         WQTD-TENTATIVAS NOT < 3
           CLOSE OPERADORES
           MOVE SPACES TO WSUP-SENHA.
       R-CONFERE-SUPERVISOR-1-EXIT.
           EXIT.

       R-CONFERE-TENTATIVA.
           ADD 1 TO WQTD-TENTATIVAS
           MOVE SPACES TO WSUP-CODIGO WSUP-SENHA
           DISPLAY TELA-AUTORIZA
           ACCEPT TELA-AUTORIZA
           IF ESC OR WSUP-CODIGO = SPACES
              MOVE 'S' TO WSUP-DESISTIU
              MOVE SPACES TO WSUP-SENHA
              MOVE 'AUTORIZACAO CANCELADA PELO OPERADOR' TO WAUT-MOTIVO
              MOVE 'AUTORIZ-CANCELADA' TO WSEG-EVENTO
              MOVE SPACES TO WSEG-DETALHE
              STRING FUNCTION TRIM(WAUT-PROGRAMA)
                     DELIMITED BY SIZE INTO WSEG-DETALHE
              PERFORM R-GRAVA-SEGURANCA
              GO TO R-CONFERE-TENTATIVA-FIM
           END-IF
           IF WSUP-CODIGO = WAUT-SOLICITANTE
              MOVE 'O SUPERVISOR DEVE SER OUTRO OPERADOR' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONFERE-TENTATIVA-FIM
           END-IF
           MOVE WSUP-CODIGO TO CODIGO-OPERADOR
           READ OPERADORES
           IF FS-OPR NOT = '00'
              MOVE 'SUPERVISOR NAO CADASTRADO' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONFERE-TENTATIVA-FIM
           END-IF
           IF OPERADOR-INATIVO
              MOVE 'SUPERVISOR INATIVO' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONFERE-TENTATIVA-FIM
           END-IF
           IF NOT PERFIL-SUPERVISOR
              MOVE 'OPERADOR SEM PERFIL DE SUPERVISOR' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONFERE-TENTATIVA-FIM
           END-IF
           PERFORM R-CHECA-BLOQUEIO
           IF OPR-BLOQUEADO
              MOVE 'SUPERVISOR BLOQUEADO POR TENTATIVAS' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONFERE-TENTATIVA-FIM
           END-IF
           IF NOT SENHA-COM-HASH OR SENHA-HASH-OPR = ALL '*'
              MOVE 'SENHA DO SUPERVISOR PENDENTE DE RESET'
                   TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONFERE-TENTATIVA-FIM
           END-IF
      *----SO OS HASHES SAO COMPARADOS, COMO NO LOGIN.
           MOVE 'C' TO WHSH-FUNCAO
           MOVE WSUP-SENHA TO WHSH-SENHA
           MOVE SENHA-SAL-OPR TO WHSH-SAL
           CALL 'hashsenha' USING WHSH-DADOS
           MOVE SPACES TO WSUP-SENHA
           IF WHSH-CIFRADA NOT = SENHA-OPERADOR
              ADD 1 TO QTD-SENHA-ERRADA
              IF QTD-SENHA-ERRADA NOT < WSENHA-MAX-TENTATIVAS
                 MOVE FUNCTION CURRENT-DATE(1:14)
                      TO DATA-HORA-BLOQUEIO
              END-IF
              REWRITE REGISTRO-OPERADOR
              MOVE 'SENHA DO SUPERVISOR INVALIDA' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONFERE-TENTATIVA-FIM
           END-IF
           MOVE ZEROES TO QTD-SENHA-ERRADA
           MOVE SPACES TO DATA-HORA-BLOQUEIO
           REWRITE REGISTRO-OPERADOR
           MOVE 'S' TO WAUT-AUTORIZADO
           MOVE WSUP-CODIGO TO WAUT-SUPERVISOR
           MOVE SPACES TO WAUT-MOTIVO
           MOVE 'AUTORIZ-CONCEDIDA' TO WSEG-EVENTO
           MOVE SPACES TO WSEG-DETALHE
           STRING FUNCTION TRIM(WAUT-PROGRAMA) ' SUPERVISOR='
                  FUNCTION TRIM(WAUT-SUPERVISOR)
                  DELIMITED BY SIZE INTO WSEG-DETALHE
           PERFORM R-GRAVA-SEGURANCA.
       R-CONFERE-TENTATIVA-FIM.
           EXIT.

      *----RECUSA: LINHA NO LOG DE SEGURANCA (SOLICITANTE, ROTINA,
      *    SUPERVISOR TENTADO E MOTIVO) E, NA TELA, A MENSAGEM.
       R-RECUSA.
           MOVE 'AUTORIZ-NEGADA' TO WSEG-EVENTO
           MOVE SPACES TO WSEG-DETALHE
           STRING FUNCTION TRIM(WAUT-PROGRAMA) ' SUP='
                  FUNCTION TRIM(WSUP-CODIGO) ' '
                  FUNCTION TRIM(WAUT-MOTIVO)
                  DELIMITED BY SIZE INTO WSEG-DETALHE
           PERFORM R-GRAVA-SEGURANCA
           IF NOT AUT-EM-LOTE
              MOVE WAUT-MOTIVO TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

      *----MESMA REGRA DO LOGIN: O BLOQUEIO DURA OS MINUTOS DE
      *    SENHA-BLOQUEIO-MIN A PARTIR DE DATA-HORA-BLOQUEIO.
       R-CHECA-BLOQUEIO.
           MOVE 'N' TO WOPR-BLOQUEADO
           IF DATA-HORA-BLOQUEIO NOT = SPACES AND
              DATA-HORA-BLOQUEIO(1:12) IS NUMERIC
              MOVE DATA-HORA-BLOQUEIO TO WTS-ENTRADA
              PERFORM R-CALCULA-MINUTOS
              MOVE WMIN-SAIDA TO WMIN-BLOQUEIO
              MOVE WTS-AGORA TO WTS-ENTRADA
              PERFORM R-CALCULA-MINUTOS
              MOVE WMIN-SAIDA TO WMIN-AGORA
              IF WMIN-AGORA - WMIN-BLOQUEIO < WSENHA-BLOQUEIO-MIN
                 MOVE 'S' TO WOPR-BLOQUEADO
              END-IF
           END-IF.

       R-CALCULA-MINUTOS.
           COMPUTE WMIN-SAIDA =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WTS-ENTRADA(1:8))) * 1440
               + FUNCTION NUMVAL(WTS-ENTRADA(9:2)) * 60
               + FUNCTION NUMVAL(WTS-ENTRADA(11:2)).

      *----LOTE: A AUTORIZACAO INFORMADA (OU A MAIS ANTIGA PENDENTE
      *    DA ROTINA NA EMPRESA) E MARCADA COMO USADA ANTES DA
      *    EXECUCAO - UMA SEGUNDA RODADA PRECISA DE OUTRA EMISSAO.
      *    PENDENTE VENCIDA ENCONTRADA NO CAMINHO E MARCADA 'V'.
       S-CONSOME-TOKEN SECTION.
       R-CONSOME-TOKEN-1.
           MOVE SPACES TO WSUP-CODIGO
           MOVE 'N' TO WTOKEN-ACHOU
           OPEN I-O AUTLOTE.
           IF FS-ALT NOT = '00'
              MOVE 'NENHUMA AUTORIZACAO DE LOTE EMITIDA' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONSOME-TOKEN-1-EXIT
           END-IF
           MOVE SPACES TO WTOKEN-AMBIENTE
           ACCEPT WTOKEN-AMBIENTE FROM ENVIRONMENT 'AUTORIZACAO-LOTE'
           IF WTOKEN-AMBIENTE NOT = SPACES
              MOVE FUNCTION NUMVAL(WTOKEN-AMBIENTE) TO WNUM-TOKEN
              MOVE WNUM-TOKEN TO NUM-AUT
              READ AUTLOTE
              IF FS-ALT = '00'
                 PERFORM R-AVALIA-TOKEN
              END-IF
           ELSE
              MOVE ZEROES TO NUM-AUT
              START AUTLOTE KEY IS NOT LESS THAN NUM-AUT
              PERFORM UNTIL FS-ALT NOT = '00' OR TOKEN-ACHOU
                 READ AUTLOTE NEXT
                 IF FS-ALT = '00'
                    PERFORM R-AVALIA-TOKEN
                 END-IF
              END-PERFORM
           END-IF
           IF NOT TOKEN-ACHOU
              CLOSE AUTLOTE
              MOVE 'NENHUMA AUTORIZACAO DE LOTE VALIDA' TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONSOME-TOKEN-1-EXIT
           END-IF
           MOVE 'U' TO STATUS-AUT
           MOVE WTS-AGORA TO DATA-HORA-USO-AUT
           REWRITE REGISTRO-AUTLOTE
           IF FS-ALT NOT = '00'
              MOVE FS-ALT TO WERR-STATUS
              MOVE WID-ARQ-AUTLOTE TO WERR-ARQUIVO
              MOVE NUM-AUT TO WERR-CHAVE
              MOVE 'FALHA AO BAIXAR A AUTORIZACAO DE LOTE' TO WERR-TEXTO
              PERFORM R-GRAVA-ERRO
              CLOSE AUTLOTE
              MOVE 'FALHA AO BAIXAR A AUTORIZACAO DE LOTE'
                   TO WAUT-MOTIVO
              PERFORM R-RECUSA
              GO TO R-CONSOME-TOKEN-1-EXIT
           END-IF
           CLOSE AUTLOTE
           MOVE 'S' TO WAUT-AUTORIZADO
           MOVE NUM-AUT TO WAUT-TOKEN
           MOVE SUPERVISOR-AUT TO WAUT-SUPERVISOR
           IF WAUT-SOLICITANTE = SPACES
              MOVE SOLICITANTE-AUT TO WAUT-SOLICITANTE
           END-IF
           IF WAUT-PARAMETROS = SPACES
              MOVE PARAMETROS-AUT TO WAUT-PARAMETROS
           END-IF
           MOVE 'AUTORIZ-LOTE-USADA' TO WSEG-EVENTO
           MOVE SPACES TO WSEG-DETALHE
           STRING FUNCTION TRIM(WAUT-PROGRAMA) ' AUTORIZACAO='
                  WAUT-TOKEN ' SUPERVISOR='
                  FUNCTION TRIM(WAUT-SUPERVISOR)
                  DELIMITED BY SIZE INTO WSEG-DETALHE
           PERFORM R-GRAVA-SEGURANCA.
       R-CONSOME-TOKEN-1-EXIT.
           EXIT.

       R-AVALIA-TOKEN.
           IF AUT-PENDENTE AND VALIDADE-AUT < WTS-AGORA
              MOVE 'V' TO STATUS-AUT
              REWRITE REGISTRO-AUTLOTE
           END-IF
      *----ROTINA SEM EMPRESA (recuperadis) ACEITA A AUTORIZACAO
      *    EMITIDA EM QUALQUER EMPRESA.
           IF AUT-PENDENTE AND
              PROGRAMA-AUT = WAUT-PROGRAMA AND
              (EMPRESA-AUT = WAUT-EMPRESA OR WAUT-EMPRESA = SPACES)
              MOVE 'S' TO WTOKEN-ACHOU
           END-IF.

      *----EMISSAO DA AUTORIZACAO DE LOTE (SOLICITANTE E SUPERVISOR
      *    JA CONFERIDOS): NUMERO SEGUINTE AO MAIOR DO ARQUIVO,
      *    VALIDADE DE AUTORIZA-VALIDADE-HORAS A PARTIR DE AGORA.
       S-EMITE-TOKEN SECTION.
       R-EMITE-TOKEN-1.
           OPEN I-O AUTLOTE.
           IF FS-ALT = '35'
              OPEN OUTPUT AUTLOTE
              CLOSE AUTLOTE
              OPEN I-O AUTLOTE
           END-IF
           IF FS-ALT NOT = '00'
              MOVE FS-ALT TO WERR-STATUS
              MOVE WID-ARQ-AUTLOTE TO WERR-ARQUIVO
              MOVE 'ERRO ABERT ARQ AUTORIZACOES DE LOTE' TO WERR-TEXTO
              PERFORM R-GRAVA-ERRO
              MOVE 'N' TO WAUT-AUTORIZADO
              MOVE 'ERRO ABERT ARQ AUTORIZACOES DE LOTE' TO WAUT-MOTIVO
              GO TO R-EMITE-TOKEN-1-EXIT
           END-IF
           MOVE ZEROES TO WULT-NUM-AUT
           MOVE ZEROES TO NUM-AUT
           START AUTLOTE KEY IS NOT LESS THAN NUM-AUT
           PERFORM UNTIL FS-ALT NOT = '00'
              READ AUTLOTE NEXT
              IF FS-ALT = '00'
                 MOVE NUM-AUT TO WULT-NUM-AUT
              END-IF
           END-PERFORM
           PERFORM R-CALCULA-VALIDADE
           INITIALIZE REGISTRO-AUTLOTE
           COMPUTE NUM-AUT = WULT-NUM-AUT + 1
           MOVE WAUT-PROGRAMA TO PROGRAMA-AUT
           MOVE WAUT-EMPRESA TO EMPRESA-AUT
           MOVE WAUT-PARAMETROS TO PARAMETROS-AUT
           MOVE WAUT-SOLICITANTE TO SOLICITANTE-AUT
           MOVE WAUT-SUPERVISOR TO SUPERVISOR-AUT
           MOVE WTS-AGORA TO DATA-HORA-EMIS-AUT
           MOVE WTS-VALIDADE TO VALIDADE-AUT
           MOVE 'P' TO STATUS-AUT
           MOVE SPACES TO DATA-HORA-USO-AUT DESFECHO-AUT
           WRITE REGISTRO-AUTLOTE
           IF FS-ALT NOT = '00'
              MOVE FS-ALT TO WERR-STATUS
              MOVE WID-ARQ-AUTLOTE TO WERR-ARQUIVO
              MOVE NUM-AUT TO WERR-CHAVE
              MOVE 'ERRO GRAVACAO AUTORIZACAO DE LOTE' TO WERR-TEXTO
              PERFORM R-GRAVA-ERRO
              CLOSE AUTLOTE
              MOVE 'N' TO WAUT-AUTORIZADO
              MOVE 'ERRO GRAVACAO AUTORIZACAO DE LOTE' TO WAUT-MOTIVO
              GO TO R-EMITE-TOKEN-1-EXIT
           END-IF
           CLOSE AUTLOTE
           MOVE NUM-AUT TO WAUT-TOKEN
           MOVE 'AUTORIZ-LOTE-EMITIDA' TO WSEG-EVENTO
           MOVE SPACES TO WSEG-DETALHE
           STRING FUNCTION TRIM(WAUT-PROGRAMA) ' AUTORIZACAO='
                  WAUT-TOKEN ' SUPERVISOR='
                  FUNCTION TRIM(WAUT-SUPERVISOR)
                  DELIMITED BY SIZE INTO WSEG-DETALHE
           PERFORM R-GRAVA-SEGURANCA
           MOVE SPACES TO WAUT-DESFECHO
           STRING 'AUTORIZACAO DE LOTE EMITIDA VALIDA ATE '
                  WTS-VALIDADE
                  DELIMITED BY SIZE INTO WAUT-DESFECHO
           MOVE 'I' TO WX
           PERFORM R-GRAVA-AUDITORIA.
       R-EMITE-TOKEN-1-EXIT.
           EXIT.

       R-CALCULA-VALIDADE.
           MOVE WTS-AGORA TO WTS-ENTRADA
           PERFORM R-CALCULA-MINUTOS
           COMPUTE WMIN-SAIDA = WMIN-SAIDA + WVALIDADE-HORAS * 60
           DIVIDE WMIN-SAIDA BY 1440 GIVING WDIA-INTEIRO
                  REMAINDER WMIN-RESTO
           MOVE FUNCTION DATE-OF-INTEGER(WDIA-INTEIRO)
                TO WDATA-VALIDADE
           DIVIDE WMIN-RESTO BY 60 GIVING WHORA-VALIDADE
                  REMAINDER WMINUTO-VALIDADE
           MOVE SPACES TO WTS-VALIDADE
           STRING WDATA-VALIDADE WHORA-VALIDADE WMINUTO-VALIDADE
                  WTS-AGORA(13:2)
                  DELIMITED BY SIZE INTO WTS-VALIDADE.

      *----DESFECHO DA EXECUCAO AUTORIZADA: OS DOIS OPERADORES, OS
      *    PARAMETROS E O RESULTADO NO LOG DE SEGURANCA E NA
      *    AUDITORIA; NA AUTORIZACAO DE LOTE, O DESFECHO FICA GRAVADO
      *    JUNTO DELA.
       S-FINALIZA SECTION.
       R-FINALIZA-1.
           MOVE 'EXEC-AUTORIZADA' TO WSEG-EVENTO
           MOVE SPACES TO WSEG-DETALHE
           STRING FUNCTION TRIM(WAUT-PROGRAMA) ' SUP='
                  FUNCTION TRIM(WAUT-SUPERVISOR) ' '
                  FUNCTION TRIM(WAUT-DESFECHO)
                  DELIMITED BY SIZE INTO WSEG-DETALHE
           PERFORM R-GRAVA-SEGURANCA
           MOVE 'E' TO WX
           PERFORM R-GRAVA-AUDITORIA
           IF WAUT-TOKEN = SPACES OR WAUT-TOKEN NOT NUMERIC
              GO TO R-FINALIZA-1-EXIT
           END-IF
           OPEN I-O AUTLOTE.
           IF FS-ALT NOT = '00'
              GO TO R-FINALIZA-1-EXIT
           END-IF
           MOVE WAUT-TOKEN TO NUM-AUT
           READ AUTLOTE
           IF FS-ALT = '00'
              MOVE WAUT-DESFECHO TO DESFECHO-AUT
              REWRITE REGISTRO-AUTLOTE
           END-IF
           CLOSE AUTLOTE.
       R-FINALIZA-1-EXIT.
           EXIT.

      *----LINHA DE AUDITORIA NO LAYOUT COMUM (DATA-HORA,USUARIO,
      *    ENTIDADE,OPERACAO,CHAVE,"ANTES","DEPOIS",EMPRESA): ENTIDADE
      *    AUTORIZACAO, CHAVE = ROTINA, OPERACAO EM WX ('I' EMISSAO
      *    DE LOTE, 'E' EXECUCAO). O SUPERVISOR E A AUTORIZACAO DE
      *    LOTE VAO NO CAMPO "DEPOIS" JUNTO DO DESFECHO.
       R-GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              MOVE FS-AUD TO WERR-STATUS
              MOVE WID-ARQ-AUDITORIA TO WERR-ARQUIVO
              MOVE 'FALHA NA AUDITORIA DA AUTORIZACAO' TO WERR-TEXTO
              PERFORM R-GRAVA-ERRO
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:14) TO WDATA-HORA-AUD
              MOVE SPACES TO AUDITORIA-DATA-01
              STRING WDATA-HORA-AUD ','
                  FUNCTION TRIM(WAUT-SOLICITANTE) ','
                  'AUTORIZACAO' ',' WX ','
                  FUNCTION TRIM(WAUT-PROGRAMA) ','
                  '"' FUNCTION TRIM(WAUT-PARAMETROS) '"' ','
                  '"SUPERVISOR=' FUNCTION TRIM(WAUT-SUPERVISOR)
                  ' AUTORIZACAO-LOTE=' WAUT-TOKEN ' '
                  FUNCTION TRIM(WAUT-DESFECHO) '"' ','
                  WAUT-EMPRESA
                  DELIMITED BY SIZE INTO AUDITORIA-DATA-01
              PERFORM S-ENCADEIA-AUDITORIA
                 THRU R-ENCADEIA-AUDITORIA-1-EXIT
              WRITE AUDITORIA-REC
              CLOSE AUDITORIA
           END-IF.

      *----LINHA NO LOG DE SEGURANCA (DATA-HORA, OPERADOR, EVENTO,
      *    DETALHE), NO MESMO FORMATO DO MENU. O OPERADOR E O
      *    SOLICITANTE; O SUPERVISOR VAI NO DETALHE.
       R-GRAVA-SEGURANCA.
           OPEN EXTEND SEGULOG.
           IF FS-SEG = '35'
              OPEN OUTPUT SEGULOG
           END-IF
           IF FS-SEG = '00'
              MOVE SPACES TO SEGULOG-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                  FUNCTION TRIM(WAUT-SOLICITANTE) ','
                  FUNCTION TRIM(WSEG-EVENTO) ','
                  FUNCTION TRIM(WSEG-DETALHE)
                  DELIMITED BY SIZE INTO SEGULOG-DATA-01
              WRITE SEGULOG-REC
              CLOSE SEGULOG
           END-IF.

       R-GRAVA-ERRO.
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           MOVE WAUT-EMPRESA TO WERR-EMPRESA
           MOVE WAUT-SOLICITANTE TO WERR-OPERADOR
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.

       COPY ENCADEIAAUD.CPY.
