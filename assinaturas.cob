       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assinaturas.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ASSINATURAS ASSIGN TO DISK WID-ARQ-ASSINATURAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ASS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ASS.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *----ASSINATURAS DE RELATORIO: QUEM RECEBE (OPERADOR OU
      *    E-MAIL), QUAL RELATORIO, COM QUE FILTRO (REGIAO/VENDEDOR,
      *    ZERO = TODOS) E COM QUE FREQUENCIA (D=DIARIA, S=SEMANAL NO
      *    DIA 1=SEG ... 7=DOM, M=MENSAL NO DIA DO MES; DIA ALEM DO
      *    FIM DO MES VALE O ULTIMO DIA). A RODADA NOTURNA GUARDA O
      *    RESULTADO DA ULTIMA EXECUCAO PARA O CONSOLE.
       FD ASSINATURAS.
       01  REGISTRO-ASSINATURA.
           02 CODIGO-ASS                PIC  9(004).
           02 EMPRESA-ASS               PIC  X(002).
           02 TIPO-DEST-ASS             PIC  X(001).
              88 ASS-DEST-OPERADOR            VALUE 'O'.
              88 ASS-DEST-EMAIL               VALUE 'E'.
           02 DESTINATARIO-ASS          PIC  X(050).
           02 RELATORIO-ASS             PIC  X(012).
              88 ASS-RELVEND                  VALUE 'RELVEND'.
              88 ASS-RELATRASO                VALUE 'RELATRASO'.
              88 ASS-RELDASH                  VALUE 'RELDASH'.
           02 FILTRO-REGIAO-ASS         PIC  9(003).
           02 FILTRO-VEN-ASS            PIC  9(003).
           02 FREQUENCIA-ASS            PIC  X(001).
              88 ASS-DIARIA                   VALUE 'D'.
              88 ASS-SEMANAL                  VALUE 'S'.
              88 ASS-MENSAL                   VALUE 'M'.
           02 DIA-ASS                   PIC  9(002).
           02 STATUS-ASS                PIC  X(001).
              88 ASS-ATIVA                    VALUE 'A'.
              88 ASS-SUSPENSA                 VALUE 'S'.
           02 ULTIMA-ENTREGA-ASS        PIC  9(008).
           02 ULTIMA-EXEC-ASS           PIC  X(014).
           02 RESULTADO-ASS             PIC  X(001).
              88 ASS-RESULTADO-OK             VALUE 'O'.
              88 ASS-RESULTADO-FALHA          VALUE 'F'.
           02 ULTIMO-ARQ-ASS            PIC  X(054).
           02 ULTIMO-ERRO-ASS           PIC  X(040).
           02 OPERADOR-ASS              PIC  X(020).

       FD  OUTBOX.
       01  REG-OUTBOX.
           02 OTB-DATA-HORA        PIC X(014).
           02 OTB-SEP1             PIC X(001).
           02 OTB-TIPO             PIC X(020).
           02 OTB-SEP2             PIC X(001).
           02 OTB-SEVERIDADE       PIC X(001).
           02 OTB-SEP3             PIC X(001).
           02 OTB-DESTINO          PIC X(015).
           02 OTB-SEP4             PIC X(001).
           02 OTB-ENTREGUE         PIC X(001).
              88 OTB-ENVIADA            VALUE 'S'.
           02 OTB-SEP5             PIC X(001).
           02 OTB-MENSAGEM         PIC X(080).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-ASS.
           02 FS-ASS-1                PIC 9.
           02 FS-ASS-2                PIC 9.
           02 FS-ASS-R REDEFINES FS-ASS-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-ASSINATURAS     PIC X(50) VALUE 'ASSINATURA-REL.DAT'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'ASSINATURAS.LOG'.

       01 WOTB-TIPO               PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE         PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO            PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM           PIC X(080) VALUE SPACES.

      *----CAMPOS DA TELA DE MANUTENCAO.
       01 WREGISTRO-ASSINATURA.
          02 WCODIGO-ASS             PIC 9(004) VALUE ZEROES.
          02 WTIPO-DEST-ASS          PIC X(001) VALUE SPACE.
          02 WDESTINATARIO-ASS       PIC X(050) VALUE SPACES.
          02 WRELATORIO-ASS          PIC X(012) VALUE SPACES.
          02 WFILTRO-REGIAO-ASS      PIC 9(003) VALUE ZEROES.
          02 WFILTRO-VEN-ASS         PIC 9(003) VALUE ZEROES.
          02 WFREQUENCIA-ASS         PIC X(001) VALUE SPACE.
          02 WDIA-ASS                PIC 9(002) VALUE ZEROES.
          02 WSTATUS-ASS             PIC X(001) VALUE SPACE.
          02 WULTIMA-EXEC-ASS        PIC X(014) VALUE SPACES.
          02 WRESULTADO-ASS          PIC X(001) VALUE SPACE.
          02 WULTIMO-ARQ-ASS         PIC X(054) VALUE SPACES.
          02 WULTIMO-ERRO-ASS        PIC X(040) VALUE SPACES.

      *----CONSULTA DE SITUACAO: UMA PAGINA A PARTIR DE UM CODIGO.
       01 WTAB-LISTA-ASS.
          02 WLIN-ASS OCCURS 12 TIMES PIC X(078).
       77 WQTD-LISTA-ASS          PIC 9(003) VALUE ZEROES.
       01 WCOD-LISTA-ASS          PIC 9(004) VALUE ZEROES.
       01 WCOD-LISTA-ANT          PIC 9(004) VALUE ZEROES.
       01 WCOD-LISTA-ULT          PIC 9(004) VALUE ZEROES.
       77 WQTD-ARROBA             PIC 9(003) VALUE ZEROES.

      *----RODADA NOTURNA.
       01 WASS-EMPRESA            PIC X(002) VALUE SPACES.
       01 WASS-DATA-HOJE          PIC 9(008) VALUE ZEROES.
       01 WASS-DATA-AMANHA        PIC 9(008) VALUE ZEROES.
       01 WASS-DATA-AMANHA-R REDEFINES WASS-DATA-AMANHA.
          02 WASS-AMANHA-AAAAMM   PIC 9(006).
          02 WASS-AMANHA-DD       PIC 9(002).
       77 WASS-DIA-MES            PIC 9(002) VALUE ZEROES.
       77 WASS-DIA-SEMANA         PIC 9(001) VALUE ZERO.
       01 WASS-ULTIMO-DIA         PIC X(001) VALUE 'N'.
          88 ASS-ULTIMO-DIA-MES        VALUE 'S'.
       01 WASS-VENCIDA            PIC X(001) VALUE 'N'.
          88 ASS-VENCIDA               VALUE 'S'.
       01 WASS-SEM-PROGRAMA       PIC X(001) VALUE 'N'.
          88 ASS-SEM-PROGRAMA          VALUE 'S'.
       01 WASS-RC                 PIC 9(003) VALUE ZEROES.
       01 WASS-ERRO               PIC X(040) VALUE SPACES.
       01 WASS-AGORA              PIC X(014) VALUE SPACES.
       01 WASS-LOG-TIPO           PIC X(005) VALUE SPACES.
       01 WASS-LOG-TEXTO          PIC X(150) VALUE SPACES.
       77 WCONT-LIDAS             PIC 9(005) VALUE ZEROES.
       77 WCONT-EXECUTADAS        PIC 9(005) VALUE ZEROES.
       77 WCONT-ENTREGUES         PIC 9(005) VALUE ZEROES.
       77 WCONT-FALHAS            PIC 9(005) VALUE ZEROES.

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'assinaturas'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-ASS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - ASSINATURAS DE RELAT
      -"ORIOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR ASSINATURA".
          02 LINE 8 COL 10 VALUE "[2] ALTERAR ASSINATURA".
          02 LINE 9 COL 10 VALUE "[3] EXCLUIR ASSINATURA".
          02 LINE 10 COL 10 VALUE "[4] CONSULTAR SITUACAO".
          02 LINE 11 COL 10 VALUE "[9] SAIR".
          02 LINE 13 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 13 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-ASS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - ASSINATURAS DE RELAT
      -"ORIOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 10 VALUE "CODIGO.............:".
          02 SCR-COD-ASS LINE 5 COL 31 PIC 9(004)
                 USING WCODIGO-ASS AUTO.
          02 LINE 6 COL 10 VALUE "DESTINO (O-OPERADOR/E-EMAIL):".
          02 SCR-TDE-ASS LINE 6 COL 40 PIC X(001)
                 USING WTIPO-DEST-ASS AUTO.
          02 LINE 7 COL 10 VALUE "DESTINATARIO.......:".
          02 SCR-DES-ASS LINE 7 COL 31 PIC X(050)
                 USING WDESTINATARIO-ASS AUTO.
          02 LINE 8 COL 10 VALUE "RELATORIO..........:".
          02 SCR-REL-ASS LINE 8 COL 31 PIC X(012)
                 USING WRELATORIO-ASS AUTO.
          02 LINE 8 COL 44 VALUE "(RELVEND/RELATRASO/RELDASH)".
          02 LINE 9 COL 10 VALUE "FILTRO REGIAO (0=TODAS):".
          02 SCR-REG-ASS LINE 9 COL 35 PIC 9(003)
                 USING WFILTRO-REGIAO-ASS AUTO.
          02 LINE 10 COL 10 VALUE "FILTRO VENDEDOR (0=TODOS):".
          02 SCR-VEN-ASS LINE 10 COL 37 PIC 9(003)
                 USING WFILTRO-VEN-ASS AUTO.
          02 LINE 11 COL 10 VALUE "FREQUENCIA (D/S/M)..:".
          02 SCR-FRE-ASS LINE 11 COL 32 PIC X(001)
                 USING WFREQUENCIA-ASS AUTO.
          02 LINE 12 COL 10 VALUE "DIA (S: 1=SEG..7=DOM / M: 1-31):".
          02 SCR-DIA-ASS LINE 12 COL 43 PIC 9(002)
                 USING WDIA-ASS AUTO.
          02 LINE 13 COL 10 VALUE "STATUS (A-ATIVA/S-SUSPENSA):".
          02 SCR-STA-ASS LINE 13 COL 39 PIC X(001)
                 USING WSTATUS-ASS AUTO.
          02 LINE 15 COL 10 VALUE "ULTIMA EXECUCAO....:".
          02 LINE 15 COL 31 PIC X(014) FROM WULTIMA-EXEC-ASS.
          02 LINE 15 COL 46 VALUE "RESULTADO (O/F):".
          02 LINE 15 COL 63 PIC X(001) FROM WRESULTADO-ASS.
          02 LINE 16 COL 10 VALUE "ULTIMO ARQUIVO.....:".
          02 LINE 16 COL 31 PIC X(050) FROM WULTIMO-ARQ-ASS.
          02 LINE 17 COL 10 VALUE "ULTIMO ERRO........:".
          02 LINE 17 COL 31 PIC X(040) FROM WULTIMO-ERRO-ASS.

       01 TELA-CODIGO-ASS.
          02 SCR-CODIGO-ASS LINE 5 COL 31 PIC 9(004)
                 USING WCODIGO-ASS AUTO.

       01 TELA-LISTA-ASS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - SITUACAO DAS ASSINAT
      -"URAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 1 VALUE
             "COD. RELATORIO REG VEN FDD S ULT.EXECUCAO  R DESTINO".
          02 LINE 5 COL 1 PIC X(078) FROM WLIN-ASS(1).
          02 LINE 6 COL 1 PIC X(078) FROM WLIN-ASS(2).
          02 LINE 7 COL 1 PIC X(078) FROM WLIN-ASS(3).
          02 LINE 8 COL 1 PIC X(078) FROM WLIN-ASS(4).
          02 LINE 9 COL 1 PIC X(078) FROM WLIN-ASS(5).
          02 LINE 10 COL 1 PIC X(078) FROM WLIN-ASS(6).
          02 LINE 11 COL 1 PIC X(078) FROM WLIN-ASS(7).
          02 LINE 12 COL 1 PIC X(078) FROM WLIN-ASS(8).
          02 LINE 13 COL 1 PIC X(078) FROM WLIN-ASS(9).
          02 LINE 14 COL 1 PIC X(078) FROM WLIN-ASS(10).
          02 LINE 15 COL 1 PIC X(078) FROM WLIN-ASS(11).
          02 LINE 16 COL 1 PIC X(078) FROM WLIN-ASS(12).
          02 LINE 18 COL 1 VALUE
             "R: O=ENTREGUE F=FALHOU NA ULTIMA RODADA".
          02 LINE 20 COL 1 VALUE "A PARTIR DO CODIGO (0=VOLTA):".
          02 SCR-COD-LISTA LINE 20 COL 31 PIC 9(004)
                 USING WCOD-LISTA-ASS AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----ASSINATURAS DE RELATORIO. NA TELA, MANUTENCAO DO CADASTRO;
      *    EM MODO BATCH (PASSO DA CADEIA NOTURNA), RODA CADA
      *    ASSINATURA VENCIDA DA EMPRESA CORRENTE CHAMANDO O RELATORIO
      *    COM O FILTRO NO LINK-DADOS. O RELATORIO REGISTRA A SAIDA NO
      *    CATALOGO E DEVOLVE O NOME DO ARQUIVO; O AVISO DE ENTREGA
      *    VAI PARA A CAIXA DE SAIDA COM DESTINO ASSINATURA-NNNN (O
      *    SCRIPT DE ENVIO RESOLVE O DESTINATARIO POR ESTE CADASTRO).
      *    FALHA FICA MARCADA NA ASSINATURA (VISTA NO CONSOLE) SEM
      *    PARAR AS DEMAIS NEM A CADEIA.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE WEMPRESA-LID TO WASS-EMPRESA
           IF WASS-EMPRESA = SPACES
              MOVE '01' TO WASS-EMPRESA
           END-IF
           IF MODO-BATCH
              PERFORM S-RODA-ASSINATURAS THRU R-RODA-ASSINATURAS-EXIT
              MOVE ZEROES TO RETURN-CODE
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM ABRE-ASSINATURAS THRU ABRE-ASSINATURAS-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM ACCEPTA-OPCAO
           CLOSE ASSINATURAS.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO = 9
                DISPLAY TELA-OPCAO-ASS
                ACCEPT TELA-OPCAO-ASS
                EVALUATE WOPCAO
                  WHEN 1
                    PERFORM S-INCLUIR-ASS THRU S-INCLUIR-ASS-EXIT
                  WHEN 2
                    PERFORM S-ALTERAR-ASS THRU S-ALTERAR-ASS-EXIT
                  WHEN 3
                    PERFORM S-EXCLUIR-ASS THRU S-EXCLUIR-ASS-EXIT
                  WHEN 4
                    PERFORM S-LISTA-ASS THRU S-LISTA-ASS-EXIT
                  WHEN 9
                    CONTINUE
                END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

       ABRE-ASSINATURAS SECTION.
       ABRE-ASSINATURAS-1.
           OPEN I-O ASSINATURAS.
           IF FS-ASS = '35'
              OPEN OUTPUT ASSINATURAS
              IF FS-ASS = '00'
                 CLOSE ASSINATURAS
                 OPEN I-O ASSINATURAS
              END-IF
           END-IF
           IF FS-ASS NOT = '00'
              MOVE FS-ASS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-ASSINATURAS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ASSINATURAS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-ASS TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              MOVE 1 TO WSAIDA
           END-IF.
       ABRE-ASSINATURAS-EXIT.
           EXIT.

       S-INCLUIR-ASS SECTION.
       INCLUIR-ASS-1.
           INITIALIZE WREGISTRO-ASSINATURA
           MOVE 'E' TO WTIPO-DEST-ASS
           MOVE 'D' TO WFREQUENCIA-ASS
           MOVE 'A' TO WSTATUS-ASS
           DISPLAY TELA-ASS
           ACCEPT TELA-ASS
           IF ESC OR WCODIGO-ASS = ZEROES
              GO TO S-INCLUIR-ASS-EXIT
           END-IF
           MOVE WCODIGO-ASS TO CODIGO-ASS
           READ ASSINATURAS
           IF FS-ASS = '00'
              MOVE 'ASSINATURA JA EXISTE ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              GO TO S-INCLUIR-ASS-EXIT
           END-IF
           PERFORM R-VALIDA-ASS
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-INCLUIR-ASS-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX = 'S' OR 's'
              INITIALIZE REGISTRO-ASSINATURA
              MOVE WASS-EMPRESA TO EMPRESA-ASS
              PERFORM R-MOVE-ASS
              WRITE REGISTRO-ASSINATURA
              IF FS-ASS NOT = '00'
                 MOVE 'ERRO DE GRAVACAO ST ' TO WTXT
                 MOVE FS-ASS TO WST
                 PERFORM R-MOSTRA-MSG
              END-IF
           END-IF.
       S-INCLUIR-ASS-EXIT.
           EXIT.

       S-ALTERAR-ASS SECTION.
       ALTERAR-ASS-1.
           PERFORM R-BUSCA-ASS
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-ALTERAR-ASS-EXIT
           END-IF
           PERFORM R-MOVE-ASS-2
           DISPLAY TELA-ASS
           ACCEPT TELA-ASS
           IF ESC
              GO TO S-ALTERAR-ASS-EXIT
           END-IF
           PERFORM R-VALIDA-ASS
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-ALTERAR-ASS-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX = 'S' OR 's'
              PERFORM R-MOVE-ASS
              REWRITE REGISTRO-ASSINATURA
              IF FS-ASS NOT = '00'
                 MOVE 'ERRO DE REGRAVACAO ST ' TO WTXT
                 MOVE FS-ASS TO WST
                 PERFORM R-MOSTRA-MSG
              END-IF
           END-IF.
       S-ALTERAR-ASS-EXIT.
           EXIT.

       S-EXCLUIR-ASS SECTION.
       EXCLUIR-ASS-1.
           PERFORM R-BUSCA-ASS
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-EXCLUIR-ASS-EXIT
           END-IF
           PERFORM R-MOVE-ASS-2
           DISPLAY TELA-ASS
           MOVE 'CONFIRMA EXCLUSAO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX = 'S' OR 's'
              DELETE ASSINATURAS
              IF FS-ASS NOT = '00'
                 MOVE 'ERRO DE EXCLUSAO ST ' TO WTXT
                 MOVE FS-ASS TO WST
                 PERFORM R-MOSTRA-MSG
              END-IF
           END-IF.
       S-EXCLUIR-ASS-EXIT.
           EXIT.

       R-BUSCA-ASS.
           INITIALIZE WREGISTRO-ASSINATURA
           DISPLAY TELA-ASS
           ACCEPT TELA-CODIGO-ASS
           IF ESC OR WCODIGO-ASS = ZEROES
              MOVE 1 TO WSAIDA
           ELSE
              MOVE WCODIGO-ASS TO CODIGO-ASS
              READ ASSINATURAS
              IF FS-ASS NOT = '00'
                 MOVE 'ASSINATURA NAO EXISTE ' TO WTXT
                 MOVE FS-ASS TO WST
                 PERFORM R-MOSTRA-MSG
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

       R-VALIDA-ASS.
           MOVE FUNCTION UPPER-CASE(WTIPO-DEST-ASS) TO WTIPO-DEST-ASS
           MOVE FUNCTION UPPER-CASE(WRELATORIO-ASS) TO WRELATORIO-ASS
           MOVE FUNCTION UPPER-CASE(WFREQUENCIA-ASS) TO WFREQUENCIA-ASS
           MOVE FUNCTION UPPER-CASE(WSTATUS-ASS) TO WSTATUS-ASS
           IF WTIPO-DEST-ASS NOT = 'O' AND WTIPO-DEST-ASS NOT = 'E'
              MOVE 'DESTINO INVALIDO (O OU E) ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
           IF WDESTINATARIO-ASS = SPACES
              MOVE 'INFORME O DESTINATARIO ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
           MOVE ZEROES TO WQTD-ARROBA
           INSPECT WDESTINATARIO-ASS TALLYING WQTD-ARROBA
               FOR ALL '@'
           IF WTIPO-DEST-ASS = 'E' AND WQTD-ARROBA NOT = 1
              MOVE 'E-MAIL DO DESTINATARIO INVALIDO ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
           IF WRELATORIO-ASS NOT = 'RELVEND' AND
              WRELATORIO-ASS NOT = 'RELATRASO' AND
              WRELATORIO-ASS NOT = 'RELDASH'
              MOVE 'RELATORIO INVALIDO ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
      *----O DASHBOARD SO SEGMENTA POR REGIAO.
           IF WRELATORIO-ASS = 'RELDASH' AND WFILTRO-VEN-ASS > ZEROES
              MOVE 'RELDASH SO ACEITA FILTRO DE REGIAO ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
           EVALUATE WFREQUENCIA-ASS
              WHEN 'D'
                 MOVE ZEROES TO WDIA-ASS
              WHEN 'S'
                 IF WDIA-ASS < 1 OR WDIA-ASS > 7
                    MOVE 'DIA DA SEMANA INVALIDO (1 A 7) ' TO WTXT
                    MOVE ZEROES TO WST
                    PERFORM R-MOSTRA-MSG
                    MOVE 1 TO WSAIDA
                 END-IF
              WHEN 'M'
                 IF WDIA-ASS < 1 OR WDIA-ASS > 31
                    MOVE 'DIA DO MES INVALIDO (1 A 31) ' TO WTXT
                    MOVE ZEROES TO WST
                    PERFORM R-MOSTRA-MSG
                    MOVE 1 TO WSAIDA
                 END-IF
              WHEN OTHER
                 MOVE 'FREQUENCIA INVALIDA (D, S OU M) ' TO WTXT
                 MOVE ZEROES TO WST
                 PERFORM R-MOSTRA-MSG
                 MOVE 1 TO WSAIDA
           END-EVALUATE
           IF WSTATUS-ASS NOT = 'A' AND WSTATUS-ASS NOT = 'S'
              MOVE 'STATUS INVALIDO (A OU S) ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF.

       R-MOVE-ASS.
           MOVE WCODIGO-ASS TO CODIGO-ASS
           MOVE WTIPO-DEST-ASS TO TIPO-DEST-ASS
           MOVE WDESTINATARIO-ASS TO DESTINATARIO-ASS
           MOVE WRELATORIO-ASS TO RELATORIO-ASS
           MOVE WFILTRO-REGIAO-ASS TO FILTRO-REGIAO-ASS
           MOVE WFILTRO-VEN-ASS TO FILTRO-VEN-ASS
           MOVE WFREQUENCIA-ASS TO FREQUENCIA-ASS
           MOVE WDIA-ASS TO DIA-ASS
           MOVE WSTATUS-ASS TO STATUS-ASS
           MOVE WOPERADOR-ID TO OPERADOR-ASS.

       R-MOVE-ASS-2.
           MOVE CODIGO-ASS TO WCODIGO-ASS
           MOVE TIPO-DEST-ASS TO WTIPO-DEST-ASS
           MOVE DESTINATARIO-ASS TO WDESTINATARIO-ASS
           MOVE RELATORIO-ASS TO WRELATORIO-ASS
           MOVE FILTRO-REGIAO-ASS TO WFILTRO-REGIAO-ASS
           MOVE FILTRO-VEN-ASS TO WFILTRO-VEN-ASS
           MOVE FREQUENCIA-ASS TO WFREQUENCIA-ASS
           MOVE DIA-ASS TO WDIA-ASS
           MOVE STATUS-ASS TO WSTATUS-ASS
           MOVE ULTIMA-EXEC-ASS TO WULTIMA-EXEC-ASS
           MOVE RESULTADO-ASS TO WRESULTADO-ASS
           MOVE ULTIMO-ARQ-ASS TO WULTIMO-ARQ-ASS
           MOVE ULTIMO-ERRO-ASS TO WULTIMO-ERRO-ASS.

       R-MOSTRA-MSG.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

      *----SITUACAO DAS ASSINATURAS, 12 POR TELA A PARTIR DO CODIGO
      *    DIGITADO; ENTER SEM MUDAR O CODIGO SEGUE PARA A PROXIMA
      *    PAGINA.
       S-LISTA-ASS SECTION.
       R-LISTA-ASS-1.
           MOVE 1 TO WCOD-LISTA-ASS
           PERFORM UNTIL WCOD-LISTA-ASS = ZEROES
              PERFORM R-MONTA-LISTA-ASS
              MOVE WCOD-LISTA-ASS TO WCOD-LISTA-ANT
              DISPLAY TELA-LISTA-ASS
              ACCEPT TELA-LISTA-ASS
              IF ESC
                 MOVE ZEROES TO WCOD-LISTA-ASS
              END-IF
              IF WCOD-LISTA-ASS = WCOD-LISTA-ANT AND
                 WCOD-LISTA-ASS > ZEROES
                 IF WQTD-LISTA-ASS < 12 OR WCOD-LISTA-ULT = 9999
                    MOVE 1 TO WCOD-LISTA-ASS
                 ELSE
                    COMPUTE WCOD-LISTA-ASS = WCOD-LISTA-ULT + 1
                 END-IF
              END-IF
           END-PERFORM.
       S-LISTA-ASS-EXIT.
           EXIT.

       R-MONTA-LISTA-ASS.
           INITIALIZE WTAB-LISTA-ASS
           MOVE ZEROES TO WQTD-LISTA-ASS
           MOVE WCOD-LISTA-ASS TO CODIGO-ASS
           START ASSINATURAS KEY IS NOT LESS THAN CODIGO-ASS
           PERFORM UNTIL FS-ASS NOT = '00' OR WQTD-LISTA-ASS = 12
              READ ASSINATURAS NEXT
              IF FS-ASS = '00'
                 ADD 1 TO WQTD-LISTA-ASS
                 MOVE CODIGO-ASS TO WCOD-LISTA-ULT
                 STRING CODIGO-ASS ' ' RELATORIO-ASS(1:9) ' '
                     FILTRO-REGIAO-ASS ' ' FILTRO-VEN-ASS ' '
                     FREQUENCIA-ASS DIA-ASS ' ' STATUS-ASS ' '
                     ULTIMA-EXEC-ASS ' ' RESULTADO-ASS ' '
                     DESTINATARIO-ASS(1:24)
                     DELIMITED BY SIZE INTO WLIN-ASS(WQTD-LISTA-ASS)
              END-IF
           END-PERFORM.

      *----RODADA NOTURNA DAS ASSINATURAS VENCIDAS HOJE. A ASSINATURA
      *    SO CONTA COMO ENTREGUE NO DIA QUANDO O RELATORIO SAI; UMA
      *    FALHA E TENTADA DE NOVO SE A CADEIA FOR RETOMADA NO MESMO
      *    DIA.
       S-RODA-ASSINATURAS SECTION.
       R-RODA-ASSINATURAS-1.
           MOVE ZEROES TO WCONT-LIDAS WCONT-EXECUTADAS
                          WCONT-ENTREGUES WCONT-FALHAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WASS-DATA-HOJE
           MOVE WASS-DATA-HOJE(7:2) TO WASS-DIA-MES
      *----1=SEG ... 7=DOM (O DIA 1601-01-01 DA BASE DO
      *    INTEGER-OF-DATE FOI UMA SEGUNDA-FEIRA).
           COMPUTE WASS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WASS-DATA-HOJE) - 1, 7) + 1
           COMPUTE WASS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WASS-DATA-HOJE) + 1)
           MOVE 'N' TO WASS-ULTIMO-DIA
           IF WASS-AMANHA-DD = 1
              MOVE 'S' TO WASS-ULTIMO-DIA
           END-IF
           OPEN I-O ASSINATURAS.
           IF FS-ASS NOT = '00'
              MOVE 'AVISO' TO WASS-LOG-TIPO
              MOVE SPACES TO WASS-LOG-TEXTO
              STRING 'CADASTRO DE ASSINATURAS INDISPONIVEL (STATUS '
                  FS-ASS ') - NADA A ENTREGAR'
                  DELIMITED BY SIZE INTO WASS-LOG-TEXTO
              PERFORM R-GRAVA-LOG
              GO TO R-RODA-ASSINATURAS-EXIT
           END-IF
           MOVE ZEROES TO CODIGO-ASS
           START ASSINATURAS KEY IS NOT LESS THAN CODIGO-ASS
           PERFORM UNTIL FS-ASS NOT = '00'
              READ ASSINATURAS NEXT
              IF FS-ASS = '00'
                 ADD 1 TO WCONT-LIDAS
                 PERFORM R-CHECA-VENCIDA THRU R-CHECA-VENCIDA-FIM
                 IF ASS-VENCIDA
                    PERFORM R-EXECUTA-ASSINATURA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ASSINATURAS
           MOVE 'OK' TO WASS-LOG-TIPO
           IF WCONT-FALHAS > ZEROES
              MOVE 'AVISO' TO WASS-LOG-TIPO
           END-IF
           MOVE SPACES TO WASS-LOG-TEXTO
           STRING 'EMPRESA=' WASS-EMPRESA
               ',LIDAS=' WCONT-LIDAS
               ',EXECUTADAS=' WCONT-EXECUTADAS
               ',ENTREGUES=' WCONT-ENTREGUES
               ',FALHAS=' WCONT-FALHAS
               DELIMITED BY SIZE INTO WASS-LOG-TEXTO
           PERFORM R-GRAVA-LOG.
       R-RODA-ASSINATURAS-EXIT.
           EXIT.

       R-CHECA-VENCIDA.
           MOVE 'N' TO WASS-VENCIDA
           IF NOT ASS-ATIVA
              GO TO R-CHECA-VENCIDA-FIM
           END-IF
           IF EMPRESA-ASS NOT = WASS-EMPRESA AND
              NOT (EMPRESA-ASS = SPACES AND WASS-EMPRESA = '01')
              GO TO R-CHECA-VENCIDA-FIM
           END-IF
           IF ULTIMA-ENTREGA-ASS = WASS-DATA-HOJE
              GO TO R-CHECA-VENCIDA-FIM
           END-IF
           EVALUATE TRUE
              WHEN ASS-DIARIA
                 MOVE 'S' TO WASS-VENCIDA
              WHEN ASS-SEMANAL
                 IF DIA-ASS = WASS-DIA-SEMANA
                    MOVE 'S' TO WASS-VENCIDA
                 END-IF
              WHEN ASS-MENSAL
                 IF DIA-ASS = WASS-DIA-MES OR
                    (ASS-ULTIMO-DIA-MES AND DIA-ASS > WASS-DIA-MES)
                    MOVE 'S' TO WASS-VENCIDA
                 END-IF
           END-EVALUATE.
       R-CHECA-VENCIDA-FIM.
           EXIT.

      *----O FILTRO VAI NO LINK-DADOS E VOLTA A ZERO DEPOIS DA CHAMADA
      *    PARA NAO VAZAR PARA OS PASSOS SEGUINTES DA CADEIA. O
      *    RELATORIO E CANCELADO A CADA CHAMADA PARA A PROXIMA
      *    ASSINATURA COMECAR COM O PROGRAMA LIMPO.
       R-EXECUTA-ASSINATURA.
           ADD 1 TO WCONT-EXECUTADAS
           MOVE FILTRO-REGIAO-ASS TO WFILTRO-REGIAO-LID
           MOVE FILTRO-VEN-ASS TO WFILTRO-VEN-LID
           MOVE SPACES TO WARQ-SAIDA-LID
           MOVE 'N' TO WASS-SEM-PROGRAMA
           MOVE ZEROES TO RETURN-CODE
           EVALUATE TRUE
              WHEN ASS-RELVEND
                 CALL "relvend" USING LINK-DADOS
                    ON EXCEPTION
                       MOVE 'S' TO WASS-SEM-PROGRAMA
                 END-CALL
                 CANCEL "relvend"
              WHEN ASS-RELATRASO
                 CALL "relatraso" USING LINK-DADOS
                    ON EXCEPTION
                       MOVE 'S' TO WASS-SEM-PROGRAMA
                 END-CALL
                 CANCEL "relatraso"
              WHEN ASS-RELDASH
                 CALL "reldash" USING LINK-DADOS
                    ON EXCEPTION
                       MOVE 'S' TO WASS-SEM-PROGRAMA
                 END-CALL
                 CANCEL "reldash"
              WHEN OTHER
                 MOVE 'S' TO WASS-SEM-PROGRAMA
           END-EVALUATE
           MOVE RETURN-CODE TO WASS-RC
           MOVE ZEROES TO RETURN-CODE
           MOVE ZEROES TO WFILTRO-REGIAO-LID WFILTRO-VEN-LID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WASS-AGORA
           MOVE SPACES TO WASS-ERRO
           EVALUATE TRUE
              WHEN ASS-SEM-PROGRAMA
                 STRING 'RELATORIO ' FUNCTION TRIM(RELATORIO-ASS)
                     ' NAO DISPONIVEL'
                     DELIMITED BY SIZE INTO WASS-ERRO
              WHEN WASS-RC NOT = ZEROES
                 STRING 'RELATORIO TERMINOU COM RETORNO ' WASS-RC
                     DELIMITED BY SIZE INTO WASS-ERRO
              WHEN WARQ-SAIDA-LID = SPACES
                 MOVE 'RELATORIO NAO GEROU ARQUIVO' TO WASS-ERRO
           END-EVALUATE
           MOVE WASS-AGORA TO ULTIMA-EXEC-ASS
           IF WASS-ERRO = SPACES
              PERFORM R-AVISA-ENTREGA
           ELSE
              ADD 1 TO WCONT-FALHAS
              MOVE 'F' TO RESULTADO-ASS
              MOVE WASS-ERRO TO ULTIMO-ERRO-ASS
              MOVE 'ERRO' TO WASS-LOG-TIPO
              MOVE SPACES TO WASS-LOG-TEXTO
              STRING 'ASSINATURA ' CODIGO-ASS ' '
                  FUNCTION TRIM(RELATORIO-ASS) ': ' WASS-ERRO
                  DELIMITED BY SIZE INTO WASS-LOG-TEXTO
              PERFORM R-GRAVA-LOG
           END-IF
           REWRITE REGISTRO-ASSINATURA
           MOVE SPACES TO WARQ-SAIDA-LID.

       R-AVISA-ENTREGA.
           ADD 1 TO WCONT-ENTREGUES
           MOVE 'O' TO RESULTADO-ASS
           MOVE WASS-DATA-HOJE TO ULTIMA-ENTREGA-ASS
           MOVE WARQ-SAIDA-LID TO ULTIMO-ARQ-ASS
           MOVE SPACES TO ULTIMO-ERRO-ASS
           MOVE 'ASSINATURA-REL' TO WOTB-TIPO
           MOVE 'B' TO WOTB-SEVERIDADE
           MOVE SPACES TO WOTB-DESTINO
           STRING 'ASSINATURA-' CODIGO-ASS
               DELIMITED BY SIZE INTO WOTB-DESTINO
           MOVE SPACES TO WOTB-MENSAGEM
           STRING FUNCTION TRIM(RELATORIO-ASS) ' DISPONIVEL: '
               FUNCTION TRIM(WARQ-SAIDA-LID)
               DELIMITED BY SIZE INTO WOTB-MENSAGEM
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           MOVE 'OK' TO WASS-LOG-TIPO
           MOVE SPACES TO WASS-LOG-TEXTO
           STRING 'ASSINATURA ' CODIGO-ASS ' '
               FUNCTION TRIM(RELATORIO-ASS) ' ENTREGUE: '
               FUNCTION TRIM(WARQ-SAIDA-LID)
               DELIMITED BY SIZE INTO WASS-LOG-TEXTO
           PERFORM R-GRAVA-LOG.

       R-GRAVA-LOG.
           OPEN EXTEND LOGRUN
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                  FUNCTION TRIM(WASS-LOG-TIPO) ','
                  WASS-LOG-TEXTO
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF
           IF WASS-LOG-TIPO = 'ERRO'
              MOVE WASS-LOG-TEXTO TO WERR-TEXTO
              PERFORM S-GRAVA-ERRO THRU S-GRAVA-ERRO-EXIT
           END-IF.

       COPY OUTBOX.CPY.

       COPY FS-TRADUZ.CPY.
