                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT CFGAGENDA  ASSIGN TO DISK WID-ARQ-AGENDA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AGD.

       SELECT CFGAGENDA-TMP ASSIGN TO DISK WID-ARQ-AGENDA-TMP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AGT.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD  CFGAGENDA.
       01  AGENDA-REC.
           05  AGENDA-DATA-01      PIC X(00200).

       FD  CFGAGENDA-TMP.
       01  AGENDA-TMP-REC.
           05  AGENDA-TMP-DATA-01  PIC X(00200).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-AGD.
           02 FS-AGD-1                PIC 9.
           02 FS-AGD-2                PIC 9.
           02 FS-AGD-R REDEFINES FS-AGD-2 PIC 99 COMP-X.
       01 FS-AGT.
           02 FS-AGT-1                PIC 9.
           02 FS-AGT-2                PIC 9.
           02 FS-AGT-R REDEFINES FS-AGT-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-CONFIG-TMP      PIC X(50) VALUE 'CONFIG.TMP'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-AGENDA          PIC X(50) VALUE 'CONFIG-AGENDA.DAT'.
       01 WID-ARQ-AGENDA-TMP      PIC X(50) VALUE 'CONFIG-AGENDA.TMP'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'PARAMETROS.LOG'.

      *----CATALOGO DOS PARAMETROS CONHECIDOS DE CONFIG.DAT: NOME,
      *    DESCRICAO, FAIXA VALIDA E PADRAO. PARAMETRO AUSENTE DO
          02 FILLER PIC X(30) VALUE 'BATCH-JANELA-MIN'.
          02 FILLER PIC X(31) VALUE 'MINUTOS DA JANELA DE BATCH'.
          02 FILLER PIC X(15) VALUE '000019999900240'.
          02 FILLER PIC X(30) VALUE 'HIST-DIS-DIAS'.
          02 FILLER PIC X(31) VALUE 'DIAS ATE VINCULO IR P/ HISTOR.'.
          02 FILLER PIC X(15) VALUE '000309999900180'.
          02 FILLER PIC X(30) VALUE 'ADIA-VISITA-MAX'.
          02 FILLER PIC X(31) VALUE 'ADIAMENTOS MAXIMOS POR VISITA'.
          02 FILLER PIC X(15) VALUE '000000009900003'.
          02 FILLER PIC X(30) VALUE 'VISITAS-DIA-MAX'.
          02 FILLER PIC X(31) VALUE 'VISITAS POR DIA DO VENDEDOR'.
          02 FILLER PIC X(15) VALUE '000010099900012'.
          02 FILLER PIC X(30) VALUE 'PLANO-AGRUPA-GEO'.
          02 FILLER PIC X(31) VALUE 'PLANO POR AGRUPAMENTO (1=SIM)'.
          02 FILLER PIC X(15) VALUE '000000000100000'.
          02 FILLER PIC X(30) VALUE 'ROTA-INICIO-HHMM'.
          02 FILLER PIC X(31) VALUE 'HORA DE SAIDA DA ROTA (HHMM)'.
          02 FILLER PIC X(15) VALUE '000000235900800'.
          02 FILLER PIC X(30) VALUE 'VISITA-TEMPO-MIN'.
          02 FILLER PIC X(31) VALUE 'MINUTOS MEDIOS POR VISITA'.
          02 FILLER PIC X(15) VALUE '000010048000030'.
          02 FILLER PIC X(30) VALUE 'ROTA-VELOC-KMH'.
          02 FILLER PIC X(31) VALUE 'VELOCIDADE MEDIA NA ROTA (KM/H)'.
          02 FILLER PIC X(15) VALUE '000010020000030'.
          02 FILLER PIC X(30) VALUE 'GPS-TOLERANCIA-M'.
          02 FILLER PIC X(31) VALUE 'TOLERANCIA GPS DA VISITA (M)'.
          02 FILLER PIC X(15) VALUE '000109999900500'.
          02 FILLER PIC X(30) VALUE 'PACOTE-ULT-VISITAS'.
          02 FILLER PIC X(31) VALUE 'VISITAS ANTERIORES NO PACOTE'.
          02 FILLER PIC X(15) VALUE '000000000900003'.
          02 FILLER PIC X(30) VALUE 'INADIMPL-DIAS'.
          02 FILLER PIC X(31) VALUE 'DIAS DE ATRASO P/ INADIMPLENTE'.
          02 FILLER PIC X(15) VALUE '000019999900030'.
          02 FILLER PIC X(30) VALUE 'ABC-MESES'.
          02 FILLER PIC X(31) VALUE 'MESES DE FATURAMENTO P/ ABC'.
          02 FILLER PIC X(15) VALUE '000010003600012'.
          02 FILLER PIC X(30) VALUE 'ABC-CORTE-A'.
          02 FILLER PIC X(31) VALUE '% RECEITA ACUMULADA CLASSE A'.
          02 FILLER PIC X(15) VALUE '000010009900080'.
          02 FILLER PIC X(30) VALUE 'ABC-CORTE-B'.
          02 FILLER PIC X(31) VALUE '% RECEITA ACUMULADA CLASSE B'.
          02 FILLER PIC X(15) VALUE '000010009900095'.
       01 WTAB-CATALOGO REDEFINES WTAB-CATALOGO-V.
          02 WCAT-LINHA OCCURS 19 TIMES.
             03 WCAT-NOME           PIC X(030).
             03 WCAT-DESC           PIC X(031).
             03 WCAT-MIN            PIC 9(005).
             03 WCAT-MAX            PIC 9(005).
             03 WCAT-PADRAO         PIC 9(005).
       01 WTAB-VALORES.
          02 WVAL-LINHA OCCURS 19 TIMES.
             03 WVAL-ATUAL          PIC 9(005).
             03 WVAL-PRESENTE       PIC X(001).
       77 WQTD-CAT                PIC 9(002) VALUE 19.
       77 WIDX-CAT                PIC 9(002) VALUE ZEROES.
       77 WESCOLHA-CAT            PIC 9(002) VALUE ZEROES.
       01 WVALOR-NOVO             PIC 9(005) VALUE ZEROES.
       01 WVALOR-ANTES            PIC 9(005) VALUE ZEROES.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WTAB-TELA-CFG.
          02 WLIN-CFG OCCURS 19 TIMES PIC X(078).
       01 WMARCA-PRES             PIC X(008) VALUE SPACES.
       01 WGRAVOU-LINHA           PIC X(001) VALUE 'N'.
       01 WTAB-JA-GRAVADO.
          02 WJA-GRAVADO OCCURS 19 TIMES PIC X(001).

      *----MUDANCAS AGENDADAS (CONFIG-AGENDA.DAT), UMA LINHA POR
      *    AGENDAMENTO: VIGENCIA,PARAMETRO,VALOR,SITUACAO,OPERADOR,
      *    REGISTRADO-EM,APLICADO-EM,VALOR-ANTERIOR,MOTIVO. SITUACAO
      *    P=PENDENTE, A=APLICADA PELA CADEIA NOTURNA (GUARDANDO O
      *    VALOR ANTERIOR), C=CANCELADA. O ARQUIVO SO CRESCE E SERVE
      *    DE HISTORICO DOS AGENDAMENTOS.
       01 WAGD-LINHA.
          02 WAGD-VIGENCIA        PIC 9(008).
          02 WAGD-PARAM           PIC X(030).
          02 WAGD-VALOR           PIC 9(005).
          02 WAGD-SITUACAO        PIC X(001).
             88 AGD-PENDENTE          VALUE 'P'.
             88 AGD-APLICADA          VALUE 'A'.
             88 AGD-CANCELADA         VALUE 'C'.
          02 WAGD-OPERADOR        PIC X(020).
          02 WAGD-REGISTRO        PIC X(014).
          02 WAGD-APLICACAO       PIC X(014).
          02 WAGD-ANTERIOR        PIC 9(005).
          02 WAGD-MOTIVO          PIC X(040).
       01 WAGD-TEXTO              PIC X(200) VALUE SPACES.
       01 WAGD-AGORA              PIC X(014) VALUE SPACES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WDATA-CHECA             PIC 9(008) VALUE ZEROES.
       01 WDATA-VALIDA            PIC X(001) VALUE 'S'.
       01 WDATA-ED                PIC X(010) VALUE SPACES.
       77 WIDX-ACHADO             PIC 9(002) VALUE ZEROES.
       77 WQTD-APLICADAS          PIC 9(003) VALUE ZEROES.
       77 WQTD-RECUSADAS          PIC 9(003) VALUE ZEROES.
       77 WQTD-CANCELADAS         PIC 9(003) VALUE ZEROES.
       01 WAGD-DUPLICADO          PIC X(001) VALUE 'N'.
          88 AGD-DUPLICADO            VALUE 'S'.

      *----MUDANCA PENDENTE MAIS PROXIMA DE CADA PARAMETRO (MOSTRADA
      *    NA LISTA) E QUANTAS HA.
       01 WTAB-PENDENTES.
          02 WPEND-LINHA OCCURS 19 TIMES.
             03 WPEND-VIGENCIA      PIC 9(008).
             03 WPEND-VALOR         PIC 9(005).
             03 WPEND-QTD           PIC 9(003).
       01 WMARCA-PEND             PIC X(030) VALUE SPACES.

      *----CAMPOS DA TELA DE AGENDAMENTO.
       77 WACAO-CFG               PIC 9(001) VALUE ZEROES.
       01 WPRG-NOME               PIC X(030) VALUE SPACES.
       01 WPRG-DESC               PIC X(031) VALUE SPACES.
       01 WPRG-MIN                PIC 9(005) VALUE ZEROES.
       01 WPRG-MAX                PIC 9(005) VALUE ZEROES.
       01 WPRG-ATUAL              PIC 9(005) VALUE ZEROES.
       01 WPRG-VALOR              PIC 9(005) VALUE ZEROES.
       01 WPRG-VIGENCIA           PIC 9(008) VALUE ZEROES.
       01 WPRG-MOTIVO             PIC X(040) VALUE SPACES.
       01 WBRANCO-CFG             PIC X(078) VALUE SPACES.

      *----HISTORICO DE VALORES DE UM PARAMETRO: PENDENTES DA AGENDA
      *    E, DEPOIS, AS ALTERACOES DA AUDITORIA DA MAIS NOVA PARA A
      *    MAIS ANTIGA (AS 16 ULTIMAS FICAM NUMA TABELA CIRCULAR).
       01 WTAB-HIST.
          02 WLIN-HIST OCCURS 16 TIMES PIC X(078).
       01 WTAB-HIST-CIRC.
          02 WHC-LIN OCCURS 16 TIMES PIC X(078).
       77 WQTD-HIST               PIC 9(005) VALUE ZEROES.
       77 WPOS-HIST               PIC 9(002) VALUE ZEROES.
       77 WIDX-HIST               PIC 9(002) VALUE ZEROES.
       77 WLIN-USADAS             PIC 9(002) VALUE ZEROES.
       01 WHA-TS                  PIC X(014) VALUE SPACES.
       01 WHA-USER                PIC X(020) VALUE SPACES.
       01 WHA-ENT                 PIC X(020) VALUE SPACES.
       01 WHA-OP                  PIC X(001) VALUE SPACES.
       01 WHA-COD                 PIC X(030) VALUE SPACES.
       01 WHA-ANTES               PIC X(020) VALUE SPACES.
       01 WHA-DEPOIS              PIC X(020) VALUE SPACES.
       01 WHL-LINHA.
          02 WHL-DATA             PIC X(010).
          02 FILLER               PIC X(001).
          02 WHL-HORA             PIC X(005).
          02 FILLER               PIC X(001).
          02 WHL-USER             PIC X(020).
          02 FILLER               PIC X(001).
          02 WHL-ANTES            PIC X(008).
          02 FILLER               PIC X(001).
          02 WHL-DEPOIS           PIC X(008).
          02 FILLER               PIC X(001).
          02 WHL-OBS              PIC X(022).

       01 WAUD-DATA-HORA           PIC X(014).
       01 WAUD-USUARIO             PIC X(020) VALUE SPACES.
       01 WAUD-ENTIDADE            PIC X(015) VALUE SPACES.
       01 WAUD-OP                  PIC X(001) VALUE SPACES.
       01 WAUD-CODIGO              PIC X(030) VALUE SPACES.
       01 WAUD-ANTES               PIC X(020) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(020) VALUE SPACES.

       01 WLOG-TIPO                PIC X(005) VALUE SPACES.
       01 WLOG-TEXTO               PIC X(150) VALUE SPACES.
       01 WPROGRAMA-ERRO           PIC X(20) VALUE 'parametros'.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.
      -"A (CONFIG.DAT)".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 1 PIC X(078) FROM WLIN-CFG(1).
          02 LINE 5 COL 1 PIC X(078) FROM WLIN-CFG(2).
          02 LINE 6 COL 1 PIC X(078) FROM WLIN-CFG(3).
          02 LINE 7 COL 1 PIC X(078) FROM WLIN-CFG(4).
          02 LINE 8 COL 1 PIC X(078) FROM WLIN-CFG(5).
          02 LINE 9 COL 1 PIC X(078) FROM WLIN-CFG(6).
          02 LINE 10 COL 1 PIC X(078) FROM WLIN-CFG(7).
          02 LINE 11 COL 1 PIC X(078) FROM WLIN-CFG(8).
          02 LINE 12 COL 1 PIC X(078) FROM WLIN-CFG(9).
          02 LINE 13 COL 1 PIC X(078) FROM WLIN-CFG(10).
          02 LINE 14 COL 1 PIC X(078) FROM WLIN-CFG(11).
          02 LINE 15 COL 1 PIC X(078) FROM WLIN-CFG(12).
          02 LINE 16 COL 1 PIC X(078) FROM WLIN-CFG(13).
          02 LINE 17 COL 1 PIC X(078) FROM WLIN-CFG(14).
          02 LINE 18 COL 1 PIC X(078) FROM WLIN-CFG(15).
          02 LINE 19 COL 1 PIC X(078) FROM WLIN-CFG(16).
          02 LINE 20 COL 1 PIC X(078) FROM WLIN-CFG(17).
          02 LINE 21 COL 1 PIC X(078) FROM WLIN-CFG(18).
          02 LINE 22 COL 1 PIC X(078) FROM WLIN-CFG(19).
          02 LINE 23 COL 1 VALUE
             "NUMERO DO PARAMETRO A ALTERAR (0 SAI):".
          02 SCR-ESC-CFG LINE 23 COL 40 PIC 9(002)
                 USING WESCOLHA-CAT AUTO.

       01 TELA-VALOR-CFG.
          02 LINE 24 COL 1 VALUE "NOVO VALOR:".
          02 SCR-VAL-CFG LINE 24 COL 13 PIC 9(005)
                 USING WVALOR-NOVO AUTO.

       01 TELA-ACAO-CFG.
          02 LINE 24 COL 1 VALUE
             "1=ALTERAR AGORA 2=AGENDAR 3=CANCELAR AGENDA 4=HISTORICO:".
          02 SCR-ACAO-CFG LINE 24 COL 58 PIC 9(001)
                 USING WACAO-CFG AUTO.

       01 TELA-LIMPA-CFG.
          02 LINE 24 COL 1 PIC X(078) FROM WBRANCO-CFG.

       01 TELA-AGENDA-CFG.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - AGENDAR MUDANCA DE P
      -"ARAMETRO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "PARAMETRO.............:".
          02 LINE 5 COL 29 PIC X(030) FROM WPRG-NOME.
          02 LINE 6 COL 5 VALUE "DESCRICAO.............:".
          02 LINE 6 COL 29 PIC X(031) FROM WPRG-DESC.
          02 LINE 7 COL 5 VALUE "FAIXA VALIDA..........:".
          02 LINE 7 COL 29 PIC 9(005) FROM WPRG-MIN.
          02 LINE 7 COL 35 VALUE "A".
          02 LINE 7 COL 37 PIC 9(005) FROM WPRG-MAX.
          02 LINE 8 COL 5 VALUE "VALOR ATUAL...........:".
          02 LINE 8 COL 29 PIC 9(005) FROM WPRG-ATUAL.
          02 LINE 10 COL 5 VALUE "NOVO VALOR............:".
          02 SCR-VAL-AGE LINE 10 COL 29 PIC 9(005)
                 USING WPRG-VALOR AUTO.
          02 LINE 11 COL 5 VALUE "VIGENTE DESDE AAAAMMDD:".
          02 SCR-VIG-AGE LINE 11 COL 29 PIC 9(008)
                 USING WPRG-VIGENCIA AUTO.
          02 LINE 12 COL 5 VALUE "MOTIVO................:".
          02 SCR-MOT-AGE LINE 12 COL 29 PIC X(040)
                 USING WPRG-MOTIVO.
          02 LINE 14 COL 5 VALUE
             "A CADEIA NOTURNA APLICA A MUDANCA NA DATA DE VIGENCIA".
          02 LINE 15 COL 5 VALUE "[ESC] VOLTA".

       01 TELA-HIST-CFG.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - HISTORICO DO PARAMET
      -"RO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 1 PIC X(030) FROM WPRG-NOME.
          02 LINE 4 COL 33 VALUE "ATUAL:".
          02 LINE 4 COL 40 PIC 9(005) FROM WPRG-ATUAL.
          02 LINE 5 COL 1 VALUE "DATA       HORA  OPERADOR".
          02 LINE 5 COL 39 VALUE "ANTES    DEPOIS   MOTIVO".
          02 LINE 6 COL 1 PIC X(078) FROM WLIN-HIST(1).
          02 LINE 7 COL 1 PIC X(078) FROM WLIN-HIST(2).
          02 LINE 8 COL 1 PIC X(078) FROM WLIN-HIST(3).
          02 LINE 9 COL 1 PIC X(078) FROM WLIN-HIST(4).
          02 LINE 10 COL 1 PIC X(078) FROM WLIN-HIST(5).
          02 LINE 11 COL 1 PIC X(078) FROM WLIN-HIST(6).
          02 LINE 12 COL 1 PIC X(078) FROM WLIN-HIST(7).
          02 LINE 13 COL 1 PIC X(078) FROM WLIN-HIST(8).
          02 LINE 14 COL 1 PIC X(078) FROM WLIN-HIST(9).
          02 LINE 15 COL 1 PIC X(078) FROM WLIN-HIST(10).
          02 LINE 16 COL 1 PIC X(078) FROM WLIN-HIST(11).
          02 LINE 17 COL 1 PIC X(078) FROM WLIN-HIST(12).
          02 LINE 18 COL 1 PIC X(078) FROM WLIN-HIST(13).
          02 LINE 19 COL 1 PIC X(078) FROM WLIN-HIST(14).
          02 LINE 20 COL 1 PIC X(078) FROM WLIN-HIST(15).
          02 LINE 21 COL 1 PIC X(078) FROM WLIN-HIST(16).
          02 LINE 23 COL 1 VALUE "[ENTER] VOLTA".
          02 SCR-VOLTA-HIST LINE 23 COL 15 PIC X(001) USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.
       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
      *----NA CADEIA NOTURNA (MODO BATCH) SO APLICA AS MUDANCAS
      *    AGENDADAS QUE JA ENTRARAM EM VIGENCIA.
           IF MODO-BATCH
              PERFORM S-APLICA-AGENDA THRU R-APLICA-AGENDA-1-EXIT
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM UNTIL WSAIDA = 1
              PERFORM S-CARREGA-VALORES
                    THRU R-CARREGA-VALORES-1-EXIT
              MOVE SPACES TO WPRG-NOME
              MOVE ZEROES TO WPRG-VIGENCIA
              PERFORM S-CARREGA-PENDENTES
                    THRU R-CARREGA-PENDENTES-1-EXIT
              PERFORM R-MONTA-TELA-CFG
              MOVE ZEROES TO WESCOLHA-CAT
              DISPLAY TELA-PARAMETROS
              IF ESC OR WESCOLHA-CAT = ZEROES
                 MOVE 1 TO WSAIDA
              ELSE
                 IF WESCOLHA-CAT NOT > WQTD-CAT
                    PERFORM S-ESCOLHE-ACAO
                          THRU R-ESCOLHE-ACAO-1-EXIT
                 END-IF
              END-IF
           END-PERFORM.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----ACAO SOBRE O PARAMETRO ESCOLHIDO: ALTERAR JA, AGENDAR A
      *    MUDANCA PARA UMA DATA, CANCELAR O QUE ESTIVER AGENDADO OU
      *    VER O HISTORICO DE VALORES.
       S-ESCOLHE-ACAO SECTION.
       R-ESCOLHE-ACAO-1.
           MOVE ZEROES TO WACAO-CFG
           DISPLAY TELA-ACAO-CFG
           ACCEPT TELA-ACAO-CFG
           DISPLAY TELA-LIMPA-CFG
           IF ESC
              GO TO R-ESCOLHE-ACAO-1-EXIT
           END-IF
           EVALUATE WACAO-CFG
              WHEN 1
                 PERFORM S-ALTERA-PARAMETRO
                       THRU R-ALTERA-PARAMETRO-1-EXIT
              WHEN 2
                 PERFORM S-AGENDA-PARAMETRO
                       THRU R-AGENDA-PARAMETRO-1-EXIT
              WHEN 3
                 PERFORM S-CANCELA-AGENDA
                       THRU R-CANCELA-AGENDA-1-EXIT
              WHEN 4
                 PERFORM S-HISTORICO-PARAM
                       THRU R-HISTORICO-PARAM-1-EXIT
           END-EVALUATE.
       R-ESCOLHE-ACAO-1-EXIT.
           EXIT.

       S-CARREGA-VALORES SECTION.
       R-CARREGA-VALORES-1.
           PERFORM VARYING WIDX-CAT FROM 1 BY 1
                   UNTIL WIDX-CAT > WQTD-CAT
              MOVE WCAT-PADRAO(WIDX-CAT) TO WVAL-ATUAL(WIDX-CAT)
              MOVE 'N' TO WVAL-PRESENTE(WIDX-CAT)
           END-PERFORM
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    PERFORM VARYING WIDX-CAT FROM 1 BY 1
                            UNTIL WIDX-CAT > WQTD-CAT
                       IF WCFG-NOME = WCAT-NOME(WIDX-CAT) AND
                          WCFG-VALOR(1:5) IS NUMERIC
                          MOVE WCFG-VALOR(1:5)
           EXIT.

       R-MONTA-TELA-CFG.
           PERFORM VARYING WIDX-CAT FROM 1 BY 1
                   UNTIL WIDX-CAT > WQTD-CAT
              IF WVAL-PRESENTE(WIDX-CAT) = 'S'
                 MOVE SPACES TO WMARCA-PRES
              ELSE
                 MOVE 'AUSENTE' TO WMARCA-PRES
              END-IF
              MOVE SPACES TO WMARCA-PEND
              IF WPEND-QTD(WIDX-CAT) > ZEROES
                 MOVE WPEND-VIGENCIA(WIDX-CAT) TO WDATA-CHECA
                 PERFORM R-EDITA-DATA
                 STRING 'AGENDA ' WPEND-VALOR(WIDX-CAT) ' EM '
                     WDATA-ED DELIMITED BY SIZE INTO WMARCA-PEND
                 IF WPEND-QTD(WIDX-CAT) > 1
                    MOVE '+' TO WMARCA-PEND(28:1)
                 END-IF
              END-IF
              MOVE SPACES TO WLIN-CFG(WIDX-CAT)
              STRING WIDX-CAT ' ' WCAT-NOME(WIDX-CAT)
                  WVAL-ATUAL(WIDX-CAT) ' ' WMARCA-PRES ' ' WMARCA-PEND
                  DELIMITED BY SIZE INTO WLIN-CFG(WIDX-CAT)
           END-PERFORM.

           MOVE WVALOR-NOVO TO WVAL-ATUAL(WESCOLHA-CAT)
           MOVE 'S' TO WVAL-PRESENTE(WESCOLHA-CAT)
           PERFORM S-REGRAVA-CONFIG THRU R-REGRAVA-CONFIG-1-EXIT
           MOVE 'CONFIG' TO WAUD-ENTIDADE
           MOVE 'A' TO WAUD-OP
           MOVE WCAT-NOME(WESCOLHA-CAT) TO WAUD-CODIGO
           MOVE WVALOR-ANTES TO WAUD-ANTES
           MOVE WVALOR-NOVO TO WAUD-DEPOIS
           PERFORM R-AUDITA-PARAMETRO THRU R-AUDITA-PARAMETRO-FIM.
       R-ALTERA-PARAMETRO-1-EXIT.
           EXIT.
              END-PERFORM
              CLOSE CONFIG
           END-IF
           PERFORM VARYING WIDX-CAT FROM 1 BY 1
                   UNTIL WIDX-CAT > WQTD-CAT
              IF WVAL-PRESENTE(WIDX-CAT) = 'S' AND
                 WJA-GRAVADO(WIDX-CAT) NOT = 'S'
                 PERFORM R-GRAVA-LINHA-PARAM
           UNSTRING CONFIG-DATA-01 DELIMITED BY '='
               INTO WCFG-NOME WCFG-VALOR
           MOVE 'N' TO WGRAVOU-LINHA
           PERFORM VARYING WIDX-CAT FROM 1 BY 1
                   UNTIL WIDX-CAT > WQTD-CAT
              IF WCFG-NOME = WCAT-NOME(WIDX-CAT)
                 PERFORM R-GRAVA-LINHA-PARAM
                 MOVE 'S' TO WJA-GRAVADO(WIDX-CAT)
               DELIMITED BY SIZE INTO CONFIG-TMP-DATA-01
           WRITE CONFIG-TMP-REC.

      *----LINHA DE AUDITORIA COM ENTIDADE, OPERACAO, CODIGO E VALORES
      *    MONTADOS PELO CHAMADOR. O USUARIO E O OPERADOR DA SESSAO,
      *    SALVO SE O CHAMADOR JA O TIVER INFORMADO (MUDANCA AGENDADA
      *    APLICADA PELA CADEIA: QUEM AGENDOU).
       R-AUDITA-PARAMETRO.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              MOVE SPACES TO WAUD-USUARIO
              GO TO R-AUDITA-PARAMETRO-FIM
           END-IF
           IF WAUD-USUARIO = SPACES
              IF WOPERADOR-ID NOT = SPACES
                 MOVE WOPERADOR-ID TO WAUD-USUARIO
              ELSE
                 ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               FUNCTION TRIM(WAUD-ENTIDADE) ',' WAUD-OP ','
               FUNCTION TRIM(WAUD-CODIGO) ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA
           MOVE SPACES TO WAUD-USUARIO.
       R-AUDITA-PARAMETRO-FIM.
           EXIT.

      *----MUDANCA PENDENTE MAIS PROXIMA DE CADA PARAMETRO, PARA A
      *    LISTA. MARCA TAMBEM SE JA HA PENDENTE DO PARAMETRO EM
      *    WPRG-NOME NA DATA WPRG-VIGENCIA (AGENDAMENTO DUPLICADO).
       S-CARREGA-PENDENTES SECTION.
       R-CARREGA-PENDENTES-1.
           INITIALIZE WTAB-PENDENTES
           MOVE 'N' TO WAGD-DUPLICADO
           OPEN INPUT CFGAGENDA
           IF FS-AGD NOT = '00'
              GO TO R-CARREGA-PENDENTES-1-EXIT
           END-IF
           PERFORM UNTIL FS-AGD NOT = '00'
              READ CFGAGENDA
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-CONTA-PENDENTE
              END-READ
           END-PERFORM
           CLOSE CFGAGENDA.
       R-CARREGA-PENDENTES-1-EXIT.
           EXIT.

       R-CONTA-PENDENTE.
           PERFORM R-DESMONTA-AGENDA
           IF AGD-PENDENTE
              PERFORM R-ACHA-PARAMETRO
              IF WIDX-ACHADO > ZEROES
                 ADD 1 TO WPEND-QTD(WIDX-ACHADO)
                 IF WPEND-QTD(WIDX-ACHADO) = 1 OR
                    WAGD-VIGENCIA < WPEND-VIGENCIA(WIDX-ACHADO)
                    MOVE WAGD-VIGENCIA TO WPEND-VIGENCIA(WIDX-ACHADO)
                    MOVE WAGD-VALOR TO WPEND-VALOR(WIDX-ACHADO)
                 END-IF
              END-IF
              IF WAGD-PARAM = WPRG-NOME AND
                 WAGD-VIGENCIA = WPRG-VIGENCIA
                 MOVE 'S' TO WAGD-DUPLICADO
              END-IF
           END-IF.

       R-ACHA-PARAMETRO.
           MOVE ZEROES TO WIDX-ACHADO
           PERFORM VARYING WIDX-CAT FROM 1 BY 1
                   UNTIL WIDX-CAT > WQTD-CAT
              IF WAGD-PARAM = WCAT-NOME(WIDX-CAT)
                 MOVE WIDX-CAT TO WIDX-ACHADO
              END-IF
           END-PERFORM.

       R-DESMONTA-AGENDA.
           INITIALIZE WAGD-LINHA
           UNSTRING AGENDA-DATA-01 DELIMITED BY ','
               INTO WAGD-VIGENCIA WAGD-PARAM WAGD-VALOR WAGD-SITUACAO
                    WAGD-OPERADOR WAGD-REGISTRO WAGD-APLICACAO
                    WAGD-ANTERIOR WAGD-MOTIVO.

       R-MONTA-AGENDA.
           MOVE SPACES TO WAGD-TEXTO
           STRING WAGD-VIGENCIA ',' FUNCTION TRIM(WAGD-PARAM) ','
               WAGD-VALOR ',' WAGD-SITUACAO ','
               FUNCTION TRIM(WAGD-OPERADOR) ',' WAGD-REGISTRO ','
               WAGD-APLICACAO ',' WAGD-ANTERIOR ','
               FUNCTION TRIM(WAGD-MOTIVO)
               DELIMITED BY SIZE INTO WAGD-TEXTO.

       R-PREPARA-PRG.
           MOVE WCAT-NOME(WESCOLHA-CAT)  TO WPRG-NOME
           MOVE WCAT-DESC(WESCOLHA-CAT)  TO WPRG-DESC
           MOVE WCAT-MIN(WESCOLHA-CAT)   TO WPRG-MIN
           MOVE WCAT-MAX(WESCOLHA-CAT)   TO WPRG-MAX
           MOVE WVAL-ATUAL(WESCOLHA-CAT) TO WPRG-ATUAL.

      *----AGENDA UMA MUDANCA: VALOR NA FAIXA, VIGENCIA FUTURA (PARA
      *    HOJE USA-SE A ALTERACAO IMEDIATA), MOTIVO OBRIGATORIO E UMA
      *    SO MUDANCA PENDENTE POR PARAMETRO E DATA.
       S-AGENDA-PARAMETRO SECTION.
       R-AGENDA-PARAMETRO-1.
           PERFORM R-PREPARA-PRG
           MOVE WPRG-ATUAL TO WPRG-VALOR
           MOVE ZEROES TO WPRG-VIGENCIA
           MOVE SPACES TO WPRG-MOTIVO
           DISPLAY TELA-AGENDA-CFG
           ACCEPT TELA-AGENDA-CFG
           IF ESC
              GO TO R-AGENDA-PARAMETRO-1-EXIT
           END-IF
           IF WPRG-VALOR < WPRG-MIN OR WPRG-VALOR > WPRG-MAX
              MOVE 'VALOR FORA DA FAIXA VALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-AGENDA-PARAMETRO-1-EXIT
           END-IF
           MOVE WPRG-VIGENCIA TO WDATA-CHECA
           PERFORM R-VALIDA-DATA
           IF WDATA-VALIDA = 'N'
              MOVE 'DATA DE VIGENCIA INVALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-AGENDA-PARAMETRO-1-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           IF WPRG-VIGENCIA NOT > WDATA-HOJE
              MOVE 'VIGENCIA DEVE SER FUTURA - PARA JA USE ALTERAR '
                   TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-AGENDA-PARAMETRO-1-EXIT
           END-IF
           IF WPRG-MOTIVO = SPACES
              MOVE 'INFORME O MOTIVO DA MUDANCA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-AGENDA-PARAMETRO-1-EXIT
           END-IF
           INSPECT WPRG-MOTIVO REPLACING ALL ',' BY ';'
           PERFORM S-CARREGA-PENDENTES THRU R-CARREGA-PENDENTES-1-EXIT
           IF AGD-DUPLICADO
              MOVE 'JA HA MUDANCA PENDENTE NESSA DATA - CANCELE ANTES'
                   TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-AGENDA-PARAMETRO-1-EXIT
           END-IF
           INITIALIZE WAGD-LINHA
           MOVE WPRG-VIGENCIA TO WAGD-VIGENCIA
           MOVE WPRG-NOME     TO WAGD-PARAM
           MOVE WPRG-VALOR    TO WAGD-VALOR
           MOVE 'P'           TO WAGD-SITUACAO
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAGD-OPERADOR
           ELSE
              ACCEPT WAGD-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAGD-REGISTRO
           MOVE WPRG-MOTIVO   TO WAGD-MOTIVO
           PERFORM R-MONTA-AGENDA
           OPEN EXTEND CFGAGENDA
           IF FS-AGD = '35'
              OPEN OUTPUT CFGAGENDA
           END-IF
           IF FS-AGD NOT = '00'
              MOVE 'ERRO NA GRAVACAO DE CONFIG-AGENDA.DAT ' TO WTXT
              MOVE FS-AGD TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-AGENDA-PARAMETRO-1-EXIT
           END-IF
           MOVE WAGD-TEXTO TO AGENDA-DATA-01
           WRITE AGENDA-REC
           CLOSE CFGAGENDA
           MOVE 'CONFIG-AGENDA' TO WAUD-ENTIDADE
           MOVE 'I' TO WAUD-OP
           MOVE WPRG-NOME TO WAUD-CODIGO
           MOVE WPRG-ATUAL TO WAUD-ANTES
           MOVE SPACES TO WAUD-DEPOIS
           STRING WPRG-VALOR ' EM ' WPRG-VIGENCIA
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA-PARAMETRO THRU R-AUDITA-PARAMETRO-FIM
           MOVE WPRG-VIGENCIA TO WDATA-CHECA
           PERFORM R-EDITA-DATA
           MOVE SPACES TO WTXT
           STRING 'MUDANCA AGENDADA PARA ' WDATA-ED
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-AGENDA-PARAMETRO-1-EXIT.
           EXIT.

      *----CANCELA TODAS AS MUDANCAS PENDENTES DO PARAMETRO (SITUACAO
      *    'C' COM A HORA DO CANCELAMENTO), REESCREVENDO A AGENDA PELO
      *    TEMPORARIO.
       S-CANCELA-AGENDA SECTION.
       R-CANCELA-AGENDA-1.
           PERFORM R-PREPARA-PRG
           IF WPEND-QTD(WESCOLHA-CAT) = ZEROES
              MOVE 'NENHUMA MUDANCA PENDENTE PARA O PARAMETRO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-CANCELA-AGENDA-1-EXIT
           END-IF
           MOVE SPACES TO WTXT
           STRING 'CANCELA ' WPEND-QTD(WESCOLHA-CAT)
               ' MUDANCA(S) PENDENTE(S)? (S/N)'
               DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-CANCELA-AGENDA-1-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAGD-AGORA
           MOVE ZEROES TO WQTD-CANCELADAS
           OPEN INPUT CFGAGENDA
           OPEN OUTPUT CFGAGENDA-TMP
           IF FS-AGD NOT = '00' OR FS-AGT NOT = '00'
              IF FS-AGD = '00'
                 CLOSE CFGAGENDA
              END-IF
              IF FS-AGT = '00'
                 CLOSE CFGAGENDA-TMP
              END-IF
              MOVE 'ERRO NA ABERTURA DA AGENDA DE PARAMETROS ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-CANCELA-AGENDA-1-EXIT
           END-IF
           PERFORM UNTIL FS-AGD NOT = '00'
              READ CFGAGENDA
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-CANCELA-LINHA
              END-READ
           END-PERFORM
           CLOSE CFGAGENDA
           CLOSE CFGAGENDA-TMP
           PERFORM R-DEVOLVE-AGENDA
           MOVE SPACES TO WTXT
           STRING WQTD-CANCELADAS ' MUDANCA(S) CANCELADA(S) '
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-CANCELA-AGENDA-1-EXIT.
           EXIT.

       R-CANCELA-LINHA.
           MOVE AGENDA-DATA-01 TO AGENDA-TMP-DATA-01
           PERFORM R-DESMONTA-AGENDA
           IF AGD-PENDENTE AND WAGD-PARAM = WPRG-NOME
              MOVE 'C' TO WAGD-SITUACAO
              MOVE WAGD-AGORA TO WAGD-APLICACAO
              PERFORM R-MONTA-AGENDA
              MOVE WAGD-TEXTO TO AGENDA-TMP-DATA-01
              ADD 1 TO WQTD-CANCELADAS
              MOVE 'CONFIG-AGENDA' TO WAUD-ENTIDADE
              MOVE 'E' TO WAUD-OP
              MOVE WPRG-NOME TO WAUD-CODIGO
              MOVE SPACES TO WAUD-ANTES
              STRING WAGD-VALOR ' EM ' WAGD-VIGENCIA
                  DELIMITED BY SIZE INTO WAUD-ANTES
              MOVE 'CANCELADA' TO WAUD-DEPOIS
              PERFORM R-AUDITA-PARAMETRO THRU R-AUDITA-PARAMETRO-FIM
           END-IF
           WRITE AGENDA-TMP-REC.

       R-DEVOLVE-AGENDA.
           OPEN INPUT CFGAGENDA-TMP
           OPEN OUTPUT CFGAGENDA
           IF FS-AGD = '00' AND FS-AGT = '00'
              PERFORM UNTIL FS-AGT NOT = '00'
                 READ CFGAGENDA-TMP
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE AGENDA-TMP-DATA-01 TO AGENDA-DATA-01
                       WRITE AGENDA-REC
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CFGAGENDA
           CLOSE CFGAGENDA-TMP.

      *----HISTORICO DE UM PARAMETRO: PRIMEIRO AS MUDANCAS AINDA
      *    PENDENTES NA AGENDA (HORA 'PEND.', DATA = VIGENCIA), DEPOIS
      *    AS ALTERACOES GRAVADAS NA AUDITORIA (MANUAIS E AGENDADAS
      *    JA APLICADAS), DA MAIS RECENTE PARA A MAIS ANTIGA.
       S-HISTORICO-PARAM SECTION.
       R-HISTORICO-PARAM-1.
           PERFORM R-PREPARA-PRG
           MOVE SPACES TO WTAB-HIST WTAB-HIST-CIRC
           MOVE ZEROES TO WLIN-USADAS WQTD-HIST WPOS-HIST
           OPEN INPUT CFGAGENDA
           IF FS-AGD = '00'
              PERFORM UNTIL FS-AGD NOT = '00'
                 READ CFGAGENDA
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM R-HIST-PENDENTE
                 END-READ
              END-PERFORM
              CLOSE CFGAGENDA
           END-IF
           OPEN INPUT AUDITORIA
           IF FS-AUD = '00'
              PERFORM UNTIL FS-AUD NOT = '00'
                 READ AUDITORIA
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM R-HIST-AUDITORIA
                 END-READ
              END-PERFORM
              CLOSE AUDITORIA
           END-IF
           PERFORM R-HIST-DESCARREGA
           IF WLIN-USADAS = ZEROES
              MOVE 'NENHUMA ALTERACAO REGISTRADA' TO WLIN-HIST(1)
           END-IF
           MOVE SPACE TO WX
           DISPLAY TELA-HIST-CFG
           ACCEPT TELA-HIST-CFG.
       R-HISTORICO-PARAM-1-EXIT.
           EXIT.

       R-HIST-PENDENTE.
           PERFORM R-DESMONTA-AGENDA
           IF AGD-PENDENTE AND WAGD-PARAM = WPRG-NOME AND
              WLIN-USADAS < 6
              ADD 1 TO WLIN-USADAS
              MOVE SPACES TO WHL-LINHA
              MOVE WAGD-VIGENCIA TO WDATA-CHECA
              PERFORM R-EDITA-DATA
              MOVE WDATA-ED      TO WHL-DATA
              MOVE 'PEND.'       TO WHL-HORA
              MOVE WAGD-OPERADOR TO WHL-USER
              MOVE WAGD-VALOR    TO WHL-DEPOIS
              MOVE WAGD-MOTIVO   TO WHL-OBS
              MOVE WHL-LINHA TO WLIN-HIST(WLIN-USADAS)
           END-IF.

       R-HIST-AUDITORIA.
           MOVE SPACES TO WHA-TS WHA-USER WHA-ENT WHA-OP WHA-COD
                          WHA-ANTES WHA-DEPOIS
           UNSTRING AUDITORIA-DATA-01 DELIMITED BY ','
               INTO WHA-TS WHA-USER WHA-ENT WHA-OP WHA-COD
                    WHA-ANTES WHA-DEPOIS
           IF WHA-ENT = 'CONFIG' AND WHA-COD = WPRG-NOME
              INSPECT WHA-ANTES REPLACING ALL '"' BY SPACE
              INSPECT WHA-DEPOIS REPLACING ALL '"' BY SPACE
              MOVE SPACES TO WHL-LINHA
              MOVE SPACES TO WDATA-ED
              STRING WHA-TS(7:2) '/' WHA-TS(5:2) '/' WHA-TS(1:4)
                  DELIMITED BY SIZE INTO WDATA-ED
              MOVE WDATA-ED TO WHL-DATA
              STRING WHA-TS(9:2) ':' WHA-TS(11:2)
                  DELIMITED BY SIZE INTO WHL-HORA
              MOVE WHA-USER TO WHL-USER
              MOVE FUNCTION TRIM(WHA-ANTES) TO WHL-ANTES
              MOVE FUNCTION TRIM(WHA-DEPOIS) TO WHL-DEPOIS
              ADD 1 TO WQTD-HIST
              ADD 1 TO WPOS-HIST
              IF WPOS-HIST > 16
                 MOVE 1 TO WPOS-HIST
              END-IF
              MOVE WHL-LINHA TO WHC-LIN(WPOS-HIST)
           END-IF.

       R-HIST-DESCARREGA.
           IF WQTD-HIST > 16
              MOVE 16 TO WQTD-HIST
           END-IF
           PERFORM UNTIL WQTD-HIST = ZEROES OR WLIN-USADAS = 16
              ADD 1 TO WLIN-USADAS
              MOVE WHC-LIN(WPOS-HIST) TO WLIN-HIST(WLIN-USADAS)
              SUBTRACT 1 FROM WQTD-HIST
              IF WPOS-HIST = 1
                 MOVE 16 TO WPOS-HIST
              ELSE
                 SUBTRACT 1 FROM WPOS-HIST
              END-IF
           END-PERFORM.

      *----PASSO DA CADEIA NOTURNA: APLICA AO CONFIG.DAT AS MUDANCAS
      *    PENDENTES COM VIGENCIA ATE HOJE, NA ORDEM DA AGENDA. A
      *    AGENDA E REESCRITA PELO TEMPORARIO COM A SITUACAO 'A', A
      *    HORA DA APLICACAO E O VALOR ANTERIOR, MAS SO DEPOIS DE O
      *    CONFIG.DAT TER SIDO REGRAVADO; CADA MUDANCA APLICADA VAI
      *    PARA A AUDITORIA EM NOME DE QUEM A AGENDOU. PARAMETRO
      *    DESCONHECIDO OU VALOR FORA DA FAIXA ATUAL E CANCELADO COM
      *    ERRO NO LOG E RETORNO 4 (A CADEIA SEGUE).
       S-APLICA-AGENDA SECTION.
       R-APLICA-AGENDA-1.
           MOVE ZEROES TO RETURN-CODE WQTD-APLICADAS WQTD-RECUSADAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAGD-AGORA
           OPEN INPUT CFGAGENDA
           IF FS-AGD = '35'
              MOVE 'OK' TO WLOG-TIPO
              MOVE 'NENHUMA MUDANCA AGENDADA (SEM CONFIG-AGENDA.DAT)'
                   TO WLOG-TEXTO
              PERFORM R-GRAVA-LOG
              GO TO R-APLICA-AGENDA-1-EXIT
           END-IF
           IF FS-AGD NOT = '00'
              MOVE 'ERRO' TO WLOG-TIPO
              MOVE SPACES TO WLOG-TEXTO
              STRING 'ABERTURA DE CONFIG-AGENDA.DAT FALHOU - STATUS '
                     FS-AGD DELIMITED BY SIZE INTO WLOG-TEXTO
              MOVE FS-AGD TO WERR-STATUS
              MOVE WID-ARQ-AGENDA TO WERR-ARQUIVO
              PERFORM R-GRAVA-LOG
              MOVE 8 TO RETURN-CODE
              GO TO R-APLICA-AGENDA-1-EXIT
           END-IF
           OPEN OUTPUT CFGAGENDA-TMP
           IF FS-AGT NOT = '00'
              CLOSE CFGAGENDA
              MOVE 'ERRO' TO WLOG-TIPO
              MOVE SPACES TO WLOG-TEXTO
              STRING 'ABERTURA DE CONFIG-AGENDA.TMP FALHOU - STATUS '
                     FS-AGT DELIMITED BY SIZE INTO WLOG-TEXTO
              MOVE FS-AGT TO WERR-STATUS
              MOVE WID-ARQ-AGENDA-TMP TO WERR-ARQUIVO
              PERFORM R-GRAVA-LOG
              MOVE 8 TO RETURN-CODE
              GO TO R-APLICA-AGENDA-1-EXIT
           END-IF
           PERFORM S-CARREGA-VALORES THRU R-CARREGA-VALORES-1-EXIT
           PERFORM UNTIL FS-AGD NOT = '00'
              READ CFGAGENDA
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-APLICA-LINHA THRU R-APLICA-LINHA-FIM
              END-READ
           END-PERFORM
           CLOSE CFGAGENDA
           CLOSE CFGAGENDA-TMP
           IF WQTD-APLICADAS = ZEROES AND WQTD-RECUSADAS = ZEROES
              MOVE 'OK' TO WLOG-TIPO
              MOVE 'NENHUMA MUDANCA AGENDADA EM VIGENCIA' TO WLOG-TEXTO
              PERFORM R-GRAVA-LOG
              GO TO R-APLICA-AGENDA-1-EXIT
           END-IF
           IF WQTD-APLICADAS > ZEROES
              PERFORM S-REGRAVA-CONFIG THRU R-REGRAVA-CONFIG-1-EXIT
              IF FS-CFG NOT = '00' OR FS-CFT NOT = '00'
                 MOVE 'ERRO' TO WLOG-TIPO
                 MOVE 'REGRAVACAO DO CONFIG.DAT FALHOU - AGENDA MANTIDA'
                      TO WLOG-TEXTO
                 MOVE WID-ARQ-CONFIG TO WERR-ARQUIVO
                 PERFORM R-GRAVA-LOG
                 MOVE 8 TO RETURN-CODE
                 GO TO R-APLICA-AGENDA-1-EXIT
              END-IF
           END-IF
           PERFORM R-DEVOLVE-AGENDA
           PERFORM R-AUDITA-APLICADAS THRU R-AUDITA-APLICADAS-FIM
           MOVE 'OK' TO WLOG-TIPO
           MOVE SPACES TO WLOG-TEXTO
           STRING 'MUDANCAS AGENDADAS APLICADAS: ' WQTD-APLICADAS
                  ' RECUSADAS: ' WQTD-RECUSADAS
                  DELIMITED BY SIZE INTO WLOG-TEXTO
           PERFORM R-GRAVA-LOG
           IF WQTD-RECUSADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
       R-APLICA-AGENDA-1-EXIT.
           EXIT.

       R-APLICA-LINHA.
           MOVE AGENDA-DATA-01 TO AGENDA-TMP-DATA-01
           PERFORM R-DESMONTA-AGENDA
           IF NOT AGD-PENDENTE OR WAGD-VIGENCIA > WDATA-HOJE
              GO TO R-APLICA-LINHA-GRAVA
           END-IF
           PERFORM R-ACHA-PARAMETRO
           IF WIDX-ACHADO = ZEROES
              MOVE SPACES TO WLOG-TEXTO
              STRING 'MUDANCA AGENDADA CANCELADA - PARAMETRO '
                     FUNCTION TRIM(WAGD-PARAM) ' DESCONHECIDO'
                     DELIMITED BY SIZE INTO WLOG-TEXTO
              GO TO R-APLICA-LINHA-RECUSA
           END-IF
           IF WAGD-VALOR < WCAT-MIN(WIDX-ACHADO) OR
              WAGD-VALOR > WCAT-MAX(WIDX-ACHADO)
              MOVE SPACES TO WLOG-TEXTO
              STRING 'MUDANCA AGENDADA CANCELADA - VALOR ' WAGD-VALOR
                     ' FORA DA FAIXA DE ' FUNCTION TRIM(WAGD-PARAM)
                     DELIMITED BY SIZE INTO WLOG-TEXTO
              GO TO R-APLICA-LINHA-RECUSA
           END-IF
           MOVE WVAL-ATUAL(WIDX-ACHADO) TO WAGD-ANTERIOR
           MOVE WAGD-VALOR TO WVAL-ATUAL(WIDX-ACHADO)
           MOVE 'S' TO WVAL-PRESENTE(WIDX-ACHADO)
           MOVE 'A' TO WAGD-SITUACAO
           MOVE WAGD-AGORA TO WAGD-APLICACAO
           ADD 1 TO WQTD-APLICADAS
           PERFORM R-MONTA-AGENDA
           MOVE WAGD-TEXTO TO AGENDA-TMP-DATA-01
           GO TO R-APLICA-LINHA-GRAVA.
       R-APLICA-LINHA-RECUSA.
           MOVE 'ERRO' TO WLOG-TIPO
           MOVE WID-ARQ-AGENDA TO WERR-ARQUIVO
           MOVE WAGD-PARAM TO WERR-CHAVE
           PERFORM R-GRAVA-LOG
           MOVE 'C' TO WAGD-SITUACAO
           MOVE WAGD-AGORA TO WAGD-APLICACAO
           ADD 1 TO WQTD-RECUSADAS
           PERFORM R-MONTA-AGENDA
           MOVE WAGD-TEXTO TO AGENDA-TMP-DATA-01.
       R-APLICA-LINHA-GRAVA.
           WRITE AGENDA-TMP-REC.
       R-APLICA-LINHA-FIM.
           EXIT.

      *----AUDITA AS MUDANCAS APLICADAS NESTA RODADA (APLICADO-EM
      *    IGUAL A HORA DA RODADA) EM NOME DE QUEM AS AGENDOU.
       R-AUDITA-APLICADAS.
           OPEN INPUT CFGAGENDA
           IF FS-AGD NOT = '00'
              GO TO R-AUDITA-APLICADAS-FIM
           END-IF
           PERFORM UNTIL FS-AGD NOT = '00'
              READ CFGAGENDA
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-AUDITA-APLICADA
              END-READ
           END-PERFORM
           CLOSE CFGAGENDA.
       R-AUDITA-APLICADAS-FIM.
           EXIT.

       R-AUDITA-APLICADA.
           PERFORM R-DESMONTA-AGENDA
           IF AGD-APLICADA AND WAGD-APLICACAO = WAGD-AGORA
              MOVE 'CONFIG' TO WAUD-ENTIDADE
              MOVE 'A' TO WAUD-OP
              MOVE WAGD-PARAM TO WAUD-CODIGO
              MOVE WAGD-ANTERIOR TO WAUD-ANTES
              MOVE WAGD-VALOR TO WAUD-DEPOIS
              MOVE WAGD-OPERADOR TO WAUD-USUARIO
              PERFORM R-AUDITA-PARAMETRO THRU R-AUDITA-PARAMETRO-FIM
              MOVE 'OK' TO WLOG-TIPO
              MOVE SPACES TO WLOG-TEXTO
              STRING FUNCTION TRIM(WAGD-PARAM) ' DE ' WAGD-ANTERIOR
                     ' PARA ' WAGD-VALOR ' (VIGENCIA ' WAGD-VIGENCIA
                     ', AGENDADO POR ' FUNCTION TRIM(WAGD-OPERADOR)
                     ')' DELIMITED BY SIZE INTO WLOG-TEXTO
              PERFORM R-GRAVA-LOG
           END-IF.

       R-GRAVA-LOG.
           OPEN EXTEND LOGRUN
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                  FUNCTION TRIM(WLOG-TIPO) ',' WLOG-TEXTO
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF
           IF WLOG-TIPO = 'ERRO'
              MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
              MOVE WEMPRESA-LID TO WERR-EMPRESA
              MOVE WLOG-TEXTO TO WERR-TEXTO
              CALL 'gravaerro' USING WERR-DADOS
              MOVE SPACES TO WERR-DADOS
           END-IF.

      *----DATA VALIDA: AAAAMMDD QUE VOLTA IGUAL DEPOIS DE CONVERTIDA
      *    PARA DIAS E DE VOLTA PARA DATA.
       R-VALIDA-DATA.
           MOVE 'S' TO WDATA-VALIDA
           IF WDATA-CHECA < 16010101
              MOVE 'N' TO WDATA-VALIDA
           ELSE
              IF FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WDATA-CHECA))
                 NOT = WDATA-CHECA
                 MOVE 'N' TO WDATA-VALIDA
              END-IF
           END-IF.

       R-EDITA-DATA.
           MOVE SPACES TO WDATA-ED
           STRING WDATA-CHECA(7:2) '/' WDATA-CHECA(5:2) '/'
                  WDATA-CHECA(1:4)
                  DELIMITED BY SIZE INTO WDATA-ED.

       R-MOSTRA-MENSAGEM.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       COPY ENCADEIAAUD.CPY.
