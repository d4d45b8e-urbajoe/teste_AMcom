       IDENTIFICATION DIVISION.
       PROGRAM-ID.  interfaces.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INTERFACES ASSIGN TO DISK WID-ARQ-INTERFACES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-INT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-INT.

       SELECT ARQINT  ASSIGN TO DISK WID-ARQ-INT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ARQ.

       SELECT ALERTA  ASSIGN TO DISK WID-ARQ-ALERTA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ALE.

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
      *----REGISTRO DAS INTERFACES DE ARQUIVO: NOME (PADRAO COM
      *    AAAAMMDD PARA AS DATADAS), SENTIDO (E=ENTRADA, S=SAIDA),
      *    FREQUENCIA (D=DIARIA, S=SEMANAL NO DIA 1=SEG ... 7=DOM,
      *    M=MENSAL NO DIA DO MES; DIA ALEM DO FIM DO MES VALE O ULTIMO
      *    DIA) E HORA LIMITE DE CHEGADA. O CODIGO E O TIPO DO HEADER
      *    DO ENVELOPE PADRAO (ENVELOPE.CPY) QUANDO A INTERFACE O USA.
      *    A VERIFICACAO NOTURNA GUARDA A ULTIMA SEQUENCIA VISTA, A
      *    CONTAGEM/SOMA DE CONTROLE DO ULTIMO ARQUIVO (PARA PERCEBER
      *    ARQUIVO NOVO COM O MESMO NOME) E A SITUACAO PARA O CONSOLE.
       FD INTERFACES.
       01  REGISTRO-INTERFACE.
           02 CODIGO-INT                PIC  X(008).
           02 DESCRICAO-INT             PIC  X(030).
           02 PADRAO-ARQ-INT            PIC  X(040).
           02 DIRECAO-INT               PIC  X(001).
              88 INT-ENTRADA                  VALUE 'E'.
              88 INT-SAIDA                    VALUE 'S'.
           02 FREQUENCIA-INT            PIC  X(001).
              88 INT-DIARIA                   VALUE 'D'.
              88 INT-SEMANAL                  VALUE 'S'.
              88 INT-MENSAL                   VALUE 'M'.
           02 DIA-INT                   PIC  9(002).
           02 HORA-LIMITE-INT           PIC  9(004).
           02 ENVELOPE-INT              PIC  X(001).
              88 INT-COM-ENVELOPE             VALUE 'S'.
           02 STATUS-INT                PIC  X(001).
              88 INT-ATIVA                    VALUE 'A'.
              88 INT-SUSPENSA                 VALUE 'S'.
           02 ULT-SEQ-INT               PIC  9(006).
           02 ULT-QTD-LIN-INT           PIC  9(007).
           02 ULT-HASH-INT              PIC  9(015).
           02 ULT-CHEGADA-INT           PIC  X(014).
           02 ULT-VERIF-INT             PIC  X(014).
           02 ULT-ALARME-INT            PIC  9(008).
           02 QTD-ATRASOS-INT           PIC  9(003).
           02 SITUACAO-INT              PIC  X(001).
              88 INT-EM-DIA                   VALUE 'O'.
              88 INT-ATRASADA                 VALUE 'A'.
              88 INT-FALTANDO                 VALUE 'F'.
              88 INT-SALTO-SEQ                VALUE 'Q'.
              88 INT-ENVELOPE-INVALIDO        VALUE 'E'.
              88 INT-COM-PROBLEMA             VALUE 'A' 'F' 'Q' 'E'.
           02 MOTIVO-INT                PIC  X(040).
           02 OPERADOR-INT              PIC  X(020).

       FD  ARQINT.
       01  ARQINT-REC                   PIC  X(400).

       FD  ALERTA.
       01  ALERTA-REC.
           05  ALERTA-DATA-01      PIC X(00100).

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
       01 FS-INT.
           02 FS-INT-1                PIC 9.
           02 FS-INT-2                PIC 9.
           02 FS-INT-R REDEFINES FS-INT-2 PIC 99 COMP-X.
       01 FS-ARQ.
           02 FS-ARQ-1                PIC 9.
           02 FS-ARQ-2                PIC 9.
           02 FS-ARQ-R REDEFINES FS-ARQ-2 PIC 99 COMP-X.
       01 FS-ALE.
           02 FS-ALE-1                PIC 9.
           02 FS-ALE-2                PIC 9.
           02 FS-ALE-R REDEFINES FS-ALE-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-INTERFACES      PIC X(50) VALUE 'INTERFACES.DAT'.
       01 WID-ARQ-INT             PIC X(54) VALUE SPACES.
       01 WID-ARQ-ALERTA          PIC X(50) VALUE 'ALERTA-DISTRIB.DAT'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'INTERFACES.LOG'.

       01 WOTB-TIPO               PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE         PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO            PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM           PIC X(080) VALUE SPACES.

      *----INTERFACES CONHECIDAS, GRAVADAS QUANDO O REGISTRO E CRIADO.
      *    SENTIDO/FREQUENCIA/DIA/HORA LIMITE/ENVELOPE EM UM CAMPO SO.
       01 WTAB-CARGA-INT-V.
          02 FILLER PIC X(08) VALUE 'VISITAS'.
          02 FILLER PIC X(30) VALUE 'VISITAS DE CAMPO'.
          02 FILLER PIC X(40) VALUE 'VISITAS-CAMPO.TXT'.
          02 FILLER PIC X(09) VALUE 'ED000800S'.
          02 FILLER PIC X(08) VALUE 'PEDIDOS'.
          02 FILLER PIC X(30) VALUE 'PEDIDOS DE CAMPO'.
          02 FILLER PIC X(40) VALUE 'PEDIDOS-CAMPO.TXT'.
          02 FILLER PIC X(09) VALUE 'ED000800S'.
          02 FILLER PIC X(08) VALUE 'FATRET'.
          02 FILLER PIC X(30) VALUE 'RETORNO DO FATURAMENTO'.
          02 FILLER PIC X(40) VALUE 'FAT-RETORNO.TXT'.
          02 FILLER PIC X(09) VALUE 'ED000700N'.
          02 FILLER PIC X(08) VALUE 'FATACK'.
          02 FILLER PIC X(30) VALUE 'ACUSE DO FATURAMENTO'.
          02 FILLER PIC X(40) VALUE 'FAT-ACK.TXT'.
          02 FILLER PIC X(09) VALUE 'ED000900N'.
          02 FILLER PIC X(08) VALUE 'FATCLI'.
          02 FILLER PIC X(30) VALUE 'CADASTRO DO FATURAMENTO'.
          02 FILLER PIC X(40) VALUE 'FAT-CLIENTES.TXT'.
          02 FILLER PIC X(09) VALUE 'ES010800N'.
          02 FILLER PIC X(08) VALUE 'FATREC'.
          02 FILLER PIC X(30) VALUE 'POSICAO DE CONTAS A RECEBER'.
          02 FILLER PIC X(40) VALUE 'FAT-RECEBER.TXT'.
          02 FILLER PIC X(09) VALUE 'ED000700N'.
          02 FILLER PIC X(08) VALUE 'FOLHAACK'.
          02 FILLER PIC X(30) VALUE 'ACUSE DA FOLHA DE COMISSOES'.
          02 FILLER PIC X(40) VALUE 'FOLHA-ACK.TXT'.
          02 FILLER PIC X(09) VALUE 'EM051200N'.
          02 FILLER PIC X(08) VALUE 'RH-VEND'.
          02 FILLER PIC X(30) VALUE 'MOVIMENTO DO RH'.
          02 FILLER PIC X(40) VALUE 'RH-VENDEDORES.TXT'.
          02 FILLER PIC X(09) VALUE 'ED000800S'.
          02 FILLER PIC X(08) VALUE 'CNPJ'.
          02 FILLER PIC X(30) VALUE 'EXTRATO DO CNPJ'.
          02 FILLER PIC X(40) VALUE 'CNPJ-EXTRATO.TXT'.
          02 FILLER PIC X(09) VALUE 'EM011200N'.
          02 FILLER PIC X(08) VALUE 'METAS'.
          02 FILLER PIC X(30) VALUE 'METAS DE VENDAS'.
          02 FILLER PIC X(40) VALUE 'METAS-VENDAS.TXT'.
          02 FILLER PIC X(09) VALUE 'EM011200N'.
          02 FILLER PIC X(08) VALUE 'OTBRET'.
          02 FILLER PIC X(30) VALUE 'RETORNO DO ENVIO DE ALERTAS'.
          02 FILLER PIC X(40) VALUE 'OUTBOX-RETORNO.DAT'.
          02 FILLER PIC X(09) VALUE 'ED000700N'.
          02 FILLER PIC X(08) VALUE 'FAT'.
          02 FILLER PIC X(30) VALUE 'INTERFACE DE FATURAMENTO'.
          02 FILLER PIC X(40) VALUE 'INTERFACE-FAT-AAAAMMDD.DAT'.
          02 FILLER PIC X(09) VALUE 'SD000600N'.
          02 FILLER PIC X(08) VALUE 'BI'.
          02 FILLER PIC X(30) VALUE 'EXPORTACAO DELTA PARA O BI'.
          02 FILLER PIC X(40) VALUE 'EXPORT-BI-DELTA-AAAAMMDD.CSV'.
          02 FILLER PIC X(09) VALUE 'SD000600N'.
       01 WTAB-CARGA-INT REDEFINES WTAB-CARGA-INT-V.
          02 WCARGA-INT OCCURS 13 TIMES.
             03 WCARGA-COD           PIC X(008).
             03 WCARGA-DESC          PIC X(030).
             03 WCARGA-PADRAO        PIC X(040).
             03 WCARGA-DIRECAO       PIC X(001).
             03 WCARGA-FREQ          PIC X(001).
             03 WCARGA-DIA           PIC 9(002).
             03 WCARGA-HORA          PIC 9(004).
             03 WCARGA-ENVELOPE      PIC X(001).
       77 WQTD-CARGA-INT          PIC 9(003) VALUE 13.
       77 WIDX-CARGA              PIC 9(003) VALUE ZEROES.

      *----CAMPOS DA TELA DE MANUTENCAO.
       01 WREGISTRO-INTERFACE.
          02 WCODIGO-INT             PIC X(008) VALUE SPACES.
          02 WDESCRICAO-INT          PIC X(030) VALUE SPACES.
          02 WPADRAO-ARQ-INT         PIC X(040) VALUE SPACES.
          02 WDIRECAO-INT            PIC X(001) VALUE SPACE.
          02 WFREQUENCIA-INT         PIC X(001) VALUE SPACE.
          02 WDIA-INT                PIC 9(002) VALUE ZEROES.
          02 WHORA-LIMITE-INT        PIC 9(004) VALUE ZEROES.
          02 WENVELOPE-INT           PIC X(001) VALUE SPACE.
          02 WSTATUS-INT             PIC X(001) VALUE SPACE.
          02 WULT-SEQ-INT            PIC 9(006) VALUE ZEROES.
          02 WULT-CHEGADA-INT        PIC X(014) VALUE SPACES.
          02 WULT-VERIF-INT          PIC X(014) VALUE SPACES.
          02 WSITUACAO-INT           PIC X(001) VALUE SPACE.
          02 WMOTIVO-INT             PIC X(040) VALUE SPACES.
          02 WQTD-ATRASOS-INT        PIC 9(003) VALUE ZEROES.

      *----PAINEL DE SITUACAO: UMA PAGINA A PARTIR DE UM CODIGO.
       01 WTAB-LISTA-INT.
          02 WLIN-INT OCCURS 14 TIMES PIC X(078).
       77 WQTD-LISTA-INT          PIC 9(003) VALUE ZEROES.
       01 WCOD-LISTA-INT          PIC X(008) VALUE SPACES.
       01 WCOD-LISTA-ULT          PIC X(008) VALUE SPACES.
       01 WFIM-LISTA-INT          PIC X(001) VALUE 'N'.
          88 FIM-LISTA-INT             VALUE 'S'.

      *----VERIFICACAO DE CHEGADA.
       01 WINT-AGORA              PIC X(014) VALUE SPACES.
       01 WINT-AGORA-R REDEFINES WINT-AGORA.
          02 WINT-HOJE            PIC 9(008).
          02 WINT-HHMM            PIC 9(004).
          02 FILLER               PIC X(002).
       01 WINT-DIA                PIC 9(008) VALUE ZEROES.
       01 WINT-DIA-R REDEFINES WINT-DIA.
          02 FILLER               PIC 9(006).
          02 WINT-DIA-DD          PIC 9(002).
       01 WINT-DIA-SEGUINTE       PIC 9(008) VALUE ZEROES.
       01 WINT-DIA-SEGUINTE-R REDEFINES WINT-DIA-SEGUINTE.
          02 FILLER               PIC 9(006).
          02 WINT-SEGUINTE-DD     PIC 9(002).
       77 WINT-NUM-DIA            PIC 9(007) VALUE ZEROES.
       77 WINT-DIA-SEMANA         PIC 9(001) VALUE ZERO.
       77 WINT-PASSOS             PIC 9(003) VALUE ZEROES.
       01 WINT-PREVISTO           PIC X(001) VALUE 'N'.
          88 INT-DIA-PREVISTO          VALUE 'S'.
       01 WINT-DATA-REF           PIC 9(008) VALUE ZEROES.
       01 WINT-DATA-ANT           PIC 9(008) VALUE ZEROES.
       01 WINT-INICIO-JANELA      PIC X(014) VALUE SPACES.
       77 WINT-POS-DATA           PIC 9(003) VALUE ZEROES.
       01 WINT-DATADA             PIC X(001) VALUE 'N'.
          88 INT-DATADA                VALUE 'S'.
       01 WINT-PRESENTE           PIC X(001) VALUE 'N'.
          88 INT-PRESENTE              VALUE 'S'.
       01 WINT-NOVO               PIC X(001) VALUE 'N'.
          88 INT-ARQUIVO-NOVO          VALUE 'S'.
       01 WINT-HDR-TIPO           PIC X(008) VALUE SPACES.
       01 WINT-HDR-SEQ            PIC X(006) VALUE SPACES.
       01 WINT-HDR-SEQ-N REDEFINES WINT-HDR-SEQ
                                  PIC 9(006).
       01 WINT-SEQ-ESPERADA       PIC 9(006) VALUE ZEROES.
       77 WINT-QTD-LIN            PIC 9(007) VALUE ZEROES.
       77 WINT-HASH               PIC 9(015) VALUE ZEROES.
       01 WINT-LOG-TIPO           PIC X(005) VALUE SPACES.
       01 WINT-LOG-TEXTO          PIC X(150) VALUE SPACES.
       77 WCONT-LIDAS             PIC 9(005) VALUE ZEROES.
       77 WCONT-VERIFICADAS       PIC 9(005) VALUE ZEROES.
       77 WCONT-CHEGADAS          PIC 9(005) VALUE ZEROES.
       77 WCONT-ALARMES           PIC 9(005) VALUE ZEROES.

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'interfaces'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-INT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - MONITOR DE INTERFACE
      -"S".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR INTERFACE".
          02 LINE 8 COL 10 VALUE "[2] ALTERAR INTERFACE".
          02 LINE 9 COL 10 VALUE "[3] EXCLUIR INTERFACE".
          02 LINE 10 COL 10 VALUE "[4] PAINEL DE SITUACAO".
          02 LINE 11 COL 10 VALUE "[5] VERIFICAR CHEGADAS AGORA".
          02 LINE 12 COL 10 VALUE "[9] SAIR".
          02 LINE 14 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 14 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-INT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - MONITOR DE INTERFACE
      -"S".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 10 VALUE "CODIGO.............:".
          02 SCR-COD-INT LINE 5 COL 31 PIC X(008)
                 USING WCODIGO-INT AUTO.
          02 LINE 6 COL 10 VALUE "DESCRICAO..........:".
          02 SCR-DES-INT LINE 6 COL 31 PIC X(030)
                 USING WDESCRICAO-INT AUTO.
          02 LINE 7 COL 10 VALUE "ARQUIVO (AAAAMMDD).:".
          02 SCR-PAD-INT LINE 7 COL 31 PIC X(040)
                 USING WPADRAO-ARQ-INT AUTO.
          02 LINE 8 COL 10 VALUE "SENTIDO (E-ENTRADA/S-SAIDA):".
          02 SCR-DIR-INT LINE 8 COL 39 PIC X(001)
                 USING WDIRECAO-INT AUTO.
          02 LINE 9 COL 10 VALUE "FREQUENCIA (D/S/M)..:".
          02 SCR-FRE-INT LINE 9 COL 32 PIC X(001)
                 USING WFREQUENCIA-INT AUTO.
          02 LINE 10 COL 10 VALUE "DIA (S: 1=SEG..7=DOM / M: 1-31):".
          02 SCR-DIA-INT LINE 10 COL 43 PIC 9(002)
                 USING WDIA-INT AUTO.
          02 LINE 11 COL 10 VALUE "HORA LIMITE (HHMM).:".
          02 SCR-HOR-INT LINE 11 COL 31 PIC 9(004)
                 USING WHORA-LIMITE-INT AUTO.
          02 LINE 12 COL 10 VALUE "COM ENVELOPE (S/N).:".
          02 SCR-ENV-INT LINE 12 COL 31 PIC X(001)
                 USING WENVELOPE-INT AUTO.
          02 LINE 13 COL 10 VALUE "STATUS (A-ATIVA/S-SUSPENSA):".
          02 SCR-STA-INT LINE 13 COL 39 PIC X(001)
                 USING WSTATUS-INT AUTO.
          02 LINE 14 COL 10 VALUE "ULTIMA SEQUENCIA...:".
          02 SCR-SEQ-INT LINE 14 COL 31 PIC 9(006)
                 USING WULT-SEQ-INT AUTO.
          02 LINE 16 COL 10 VALUE "ULTIMA CHEGADA.....:".
          02 LINE 16 COL 31 PIC X(014) FROM WULT-CHEGADA-INT.
          02 LINE 16 COL 46 VALUE "PERIODOS EM ATRASO:".
          02 LINE 16 COL 66 PIC 9(003) FROM WQTD-ATRASOS-INT.
          02 LINE 17 COL 10 VALUE "ULTIMA VERIFICACAO.:".
          02 LINE 17 COL 31 PIC X(014) FROM WULT-VERIF-INT.
          02 LINE 17 COL 46 VALUE "SITUACAO:".
          02 LINE 17 COL 56 PIC X(001) FROM WSITUACAO-INT.
          02 LINE 18 COL 10 VALUE "MOTIVO.............:".
          02 LINE 18 COL 31 PIC X(040) FROM WMOTIVO-INT.

       01 TELA-CODIGO-INT.
          02 SCR-CODIGO-INT LINE 5 COL 31 PIC X(008)
                 USING WCODIGO-INT AUTO.

       01 TELA-LISTA-INT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - SITUACAO DAS INTERFA
      -"CES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 1 VALUE
             "CODIGO   S F DD HHMM ULT.CHEGADA    SEQ.   SIT MOTIVO".
          02 LINE 5 COL 1 PIC X(078) FROM WLIN-INT(1).
          02 LINE 6 COL 1 PIC X(078) FROM WLIN-INT(2).
          02 LINE 7 COL 1 PIC X(078) FROM WLIN-INT(3).
          02 LINE 8 COL 1 PIC X(078) FROM WLIN-INT(4).
          02 LINE 9 COL 1 PIC X(078) FROM WLIN-INT(5).
          02 LINE 10 COL 1 PIC X(078) FROM WLIN-INT(6).
          02 LINE 11 COL 1 PIC X(078) FROM WLIN-INT(7).
          02 LINE 12 COL 1 PIC X(078) FROM WLIN-INT(8).
          02 LINE 13 COL 1 PIC X(078) FROM WLIN-INT(9).
          02 LINE 14 COL 1 PIC X(078) FROM WLIN-INT(10).
          02 LINE 15 COL 1 PIC X(078) FROM WLIN-INT(11).
          02 LINE 16 COL 1 PIC X(078) FROM WLIN-INT(12).
          02 LINE 17 COL 1 PIC X(078) FROM WLIN-INT(13).
          02 LINE 18 COL 1 PIC X(078) FROM WLIN-INT(14).
          02 LINE 20 COL 1 VALUE
             "SIT: O=EM DIA A=ATRASO F=FALTA Q=SEQUENCIA E=ENVELOPE".
          02 LINE 22 COL 1 VALUE "A PARTIR DO CODIGO (ESC=VOLTA):".
          02 SCR-COD-LISTA LINE 22 COL 33 PIC X(008)
                 USING WCOD-LISTA-INT AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----MONITOR DAS INTERFACES DE ARQUIVO. NA TELA, MANUTENCAO DO
      *    REGISTRO E PAINEL DE SITUACAO; EM MODO BATCH (PASSO DA
      *    CADEIA NOTURNA), VERIFICA A CHEGADA DE CADA INTERFACE ATIVA
      *    CONTRA A HORA LIMITE E A SEQUENCIA DO ENVELOPE. ATRASO,
      *    FALTA OU SALTO DE SEQUENCIA VAI PARA ALERTA-DISTRIB.DAT E
      *    PARA A CAIXA DE SAIDA, UMA VEZ POR PERIODO DA INTERFACE.
       ABERTURA.
           INITIALIZE WSAIDA
      *----AS INTERFACES SAO DA PRODUCAO: A CADEIA DA EMPRESA DE
      *    TREINAMENTO NAO AS VERIFICA NEM DISPARA ALARMES.
           IF MODO-BATCH AND EMPRESA-TREINAMENTO
              MOVE 'AVISO' TO WINT-LOG-TIPO
              MOVE SPACES TO WINT-LOG-TEXTO
              STRING 'MONITOR NAO EXECUTADO - EMPRESA ' WEMPRESA-LID
                     ' E DE TREINAMENTO'
                     DELIMITED BY SIZE INTO WINT-LOG-TEXTO
              PERFORM R-GRAVA-LOG
              MOVE ZEROES TO RETURN-CODE
              GO TO ABERTURA-EXIT
           END-IF
           IF MODO-BATCH
              PERFORM S-MONITORA-INTERFACES
                 THRU R-MONITORA-INTERFACES-EXIT
              MOVE ZEROES TO RETURN-CODE
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM ABRE-INTERFACES THRU ABRE-INTERFACES-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM ACCEPTA-OPCAO
           CLOSE INTERFACES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO = 9
                DISPLAY TELA-OPCAO-INT
                ACCEPT TELA-OPCAO-INT
                EVALUATE WOPCAO
                  WHEN 1
                    PERFORM S-INCLUIR-INT THRU S-INCLUIR-INT-EXIT
                  WHEN 2
                    PERFORM S-ALTERAR-INT THRU S-ALTERAR-INT-EXIT
                  WHEN 3
                    PERFORM S-EXCLUIR-INT THRU S-EXCLUIR-INT-EXIT
                  WHEN 4
                    PERFORM S-LISTA-INT THRU S-LISTA-INT-EXIT
                  WHEN 5
                    PERFORM S-VERIFICA-AGORA THRU S-VERIFICA-AGORA-EXIT
                  WHEN 9
                    CONTINUE
                END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *----NA CRIACAO DO REGISTRO AS INTERFACES CONHECIDAS JA ENTRAM
      *    CADASTRADAS E ATIVAS, PRONTAS PARA A VERIFICACAO NOTURNA.
       ABRE-INTERFACES SECTION.
       ABRE-INTERFACES-1.
           OPEN I-O INTERFACES.
           IF FS-INT = '35'
              OPEN OUTPUT INTERFACES
              IF FS-INT = '00'
                 PERFORM R-CARGA-INICIAL
                    VARYING WIDX-CARGA FROM 1 BY 1
                    UNTIL WIDX-CARGA > WQTD-CARGA-INT
                 CLOSE INTERFACES
                 OPEN I-O INTERFACES
              END-IF
           END-IF
           IF FS-INT NOT = '00'
              MOVE FS-INT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-INTERFACES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT INTERFACES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-INT TO WST
              IF MODO-INTERATIVO
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
              END-IF
              MOVE 1 TO WSAIDA
           END-IF.
       ABRE-INTERFACES-EXIT.
           EXIT.

       R-CARGA-INICIAL.
           INITIALIZE REGISTRO-INTERFACE
           MOVE WCARGA-COD(WIDX-CARGA) TO CODIGO-INT
           MOVE WCARGA-DESC(WIDX-CARGA) TO DESCRICAO-INT
           MOVE WCARGA-PADRAO(WIDX-CARGA) TO PADRAO-ARQ-INT
           MOVE WCARGA-DIRECAO(WIDX-CARGA) TO DIRECAO-INT
           MOVE WCARGA-FREQ(WIDX-CARGA) TO FREQUENCIA-INT
           MOVE WCARGA-DIA(WIDX-CARGA) TO DIA-INT
           MOVE WCARGA-HORA(WIDX-CARGA) TO HORA-LIMITE-INT
           MOVE WCARGA-ENVELOPE(WIDX-CARGA) TO ENVELOPE-INT
           MOVE 'A' TO STATUS-INT
           MOVE SPACES TO ULT-CHEGADA-INT ULT-VERIF-INT
           MOVE SPACE TO SITUACAO-INT
           MOVE WOPERADOR-ID TO OPERADOR-INT
           WRITE REGISTRO-INTERFACE.

       S-INCLUIR-INT SECTION.
       INCLUIR-INT-1.
           INITIALIZE WREGISTRO-INTERFACE
           MOVE 'E' TO WDIRECAO-INT
           MOVE 'D' TO WFREQUENCIA-INT
           MOVE 'N' TO WENVELOPE-INT
           MOVE 'A' TO WSTATUS-INT
           DISPLAY TELA-INT
           ACCEPT TELA-INT
           IF ESC OR WCODIGO-INT = SPACES
              GO TO S-INCLUIR-INT-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WCODIGO-INT) TO WCODIGO-INT
           MOVE WCODIGO-INT TO CODIGO-INT
           READ INTERFACES
           IF FS-INT = '00'
              MOVE 'INTERFACE JA EXISTE ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              GO TO S-INCLUIR-INT-EXIT
           END-IF
           PERFORM R-VALIDA-INT
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-INCLUIR-INT-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX = 'S' OR 's'
              INITIALIZE REGISTRO-INTERFACE
              MOVE SPACES TO ULT-CHEGADA-INT ULT-VERIF-INT
              MOVE SPACE TO SITUACAO-INT
              PERFORM R-MOVE-INT
              WRITE REGISTRO-INTERFACE
              IF FS-INT NOT = '00'
                 MOVE 'ERRO DE GRAVACAO ST ' TO WTXT
                 MOVE FS-INT TO WST
                 PERFORM R-MOSTRA-MSG
              END-IF
           END-IF.
       S-INCLUIR-INT-EXIT.
           EXIT.

       S-ALTERAR-INT SECTION.
       ALTERAR-INT-1.
           PERFORM R-BUSCA-INT
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-ALTERAR-INT-EXIT
           END-IF
           PERFORM R-MOVE-INT-2
           DISPLAY TELA-INT
           ACCEPT TELA-INT
           IF ESC
              GO TO S-ALTERAR-INT-EXIT
           END-IF
           MOVE CODIGO-INT TO WCODIGO-INT
           PERFORM R-VALIDA-INT
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-ALTERAR-INT-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX = 'S' OR 's'
              PERFORM R-MOVE-INT
              REWRITE REGISTRO-INTERFACE
              IF FS-INT NOT = '00'
                 MOVE 'ERRO DE REGRAVACAO ST ' TO WTXT
                 MOVE FS-INT TO WST
                 PERFORM R-MOSTRA-MSG
              END-IF
           END-IF.
       S-ALTERAR-INT-EXIT.
           EXIT.

       S-EXCLUIR-INT SECTION.
       EXCLUIR-INT-1.
           PERFORM R-BUSCA-INT
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-EXCLUIR-INT-EXIT
           END-IF
           PERFORM R-MOVE-INT-2
           DISPLAY TELA-INT
           MOVE 'CONFIRMA EXCLUSAO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX = 'S' OR 's'
              DELETE INTERFACES
              IF FS-INT NOT = '00'
                 MOVE 'ERRO DE EXCLUSAO ST ' TO WTXT
                 MOVE FS-INT TO WST
                 PERFORM R-MOSTRA-MSG
              END-IF
           END-IF.
       S-EXCLUIR-INT-EXIT.
           EXIT.

       R-BUSCA-INT.
           INITIALIZE WREGISTRO-INTERFACE
           DISPLAY TELA-INT
           ACCEPT TELA-CODIGO-INT
           IF ESC OR WCODIGO-INT = SPACES
              MOVE 1 TO WSAIDA
           ELSE
              MOVE FUNCTION UPPER-CASE(WCODIGO-INT) TO WCODIGO-INT
              MOVE WCODIGO-INT TO CODIGO-INT
              READ INTERFACES
              IF FS-INT NOT = '00'
                 MOVE 'INTERFACE NAO EXISTE ' TO WTXT
                 MOVE FS-INT TO WST
                 PERFORM R-MOSTRA-MSG
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

       R-VALIDA-INT.
           MOVE FUNCTION UPPER-CASE(WPADRAO-ARQ-INT) TO WPADRAO-ARQ-INT
           MOVE FUNCTION UPPER-CASE(WDIRECAO-INT) TO WDIRECAO-INT
           MOVE FUNCTION UPPER-CASE(WFREQUENCIA-INT) TO WFREQUENCIA-INT
           MOVE FUNCTION UPPER-CASE(WENVELOPE-INT) TO WENVELOPE-INT
           MOVE FUNCTION UPPER-CASE(WSTATUS-INT) TO WSTATUS-INT
           IF WPADRAO-ARQ-INT = SPACES
              MOVE 'INFORME O NOME DO ARQUIVO ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
           IF WDIRECAO-INT NOT = 'E' AND WDIRECAO-INT NOT = 'S'
              MOVE 'SENTIDO INVALIDO (E OU S) ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
           EVALUATE WFREQUENCIA-INT
              WHEN 'D'
                 MOVE ZEROES TO WDIA-INT
              WHEN 'S'
                 IF WDIA-INT < 1 OR WDIA-INT > 7
                    MOVE 'DIA DA SEMANA INVALIDO (1 A 7) ' TO WTXT
                    MOVE ZEROES TO WST
                    PERFORM R-MOSTRA-MSG
                    MOVE 1 TO WSAIDA
                 END-IF
              WHEN 'M'
                 IF WDIA-INT < 1 OR WDIA-INT > 31
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
           IF WHORA-LIMITE-INT(1:2) > '23' OR
              WHORA-LIMITE-INT(3:2) > '59'
              MOVE 'HORA LIMITE INVALIDA (HHMM) ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
           IF WENVELOPE-INT NOT = 'S' AND WENVELOPE-INT NOT = 'N'
              MOVE 'ENVELOPE INVALIDO (S OU N) ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF
           IF WSTATUS-INT NOT = 'A' AND WSTATUS-INT NOT = 'S'
              MOVE 'STATUS INVALIDO (A OU S) ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              MOVE 1 TO WSAIDA
           END-IF.

       R-MOVE-INT.
           MOVE WCODIGO-INT TO CODIGO-INT
           MOVE WDESCRICAO-INT TO DESCRICAO-INT
           MOVE WPADRAO-ARQ-INT TO PADRAO-ARQ-INT
           MOVE WDIRECAO-INT TO DIRECAO-INT
           MOVE WFREQUENCIA-INT TO FREQUENCIA-INT
           MOVE WDIA-INT TO DIA-INT
           MOVE WHORA-LIMITE-INT TO HORA-LIMITE-INT
           MOVE WENVELOPE-INT TO ENVELOPE-INT
           MOVE WSTATUS-INT TO STATUS-INT
           MOVE WULT-SEQ-INT TO ULT-SEQ-INT
           MOVE WOPERADOR-ID TO OPERADOR-INT.

       R-MOVE-INT-2.
           MOVE CODIGO-INT TO WCODIGO-INT
           MOVE DESCRICAO-INT TO WDESCRICAO-INT
           MOVE PADRAO-ARQ-INT TO WPADRAO-ARQ-INT
           MOVE DIRECAO-INT TO WDIRECAO-INT
           MOVE FREQUENCIA-INT TO WFREQUENCIA-INT
           MOVE DIA-INT TO WDIA-INT
           MOVE HORA-LIMITE-INT TO WHORA-LIMITE-INT
           MOVE ENVELOPE-INT TO WENVELOPE-INT
           MOVE STATUS-INT TO WSTATUS-INT
           MOVE ULT-SEQ-INT TO WULT-SEQ-INT
           MOVE ULT-CHEGADA-INT TO WULT-CHEGADA-INT
           MOVE ULT-VERIF-INT TO WULT-VERIF-INT
           MOVE SITUACAO-INT TO WSITUACAO-INT
           MOVE MOTIVO-INT TO WMOTIVO-INT
           MOVE QTD-ATRASOS-INT TO WQTD-ATRASOS-INT.

       R-MOSTRA-MSG.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

      *----SITUACAO DAS INTERFACES, 14 POR TELA A PARTIR DO CODIGO
      *    DIGITADO; ENTER SEM MUDAR O CODIGO SEGUE PARA A PROXIMA
      *    PAGINA (NO FIM VOLTA AO COMECO).
       S-LISTA-INT SECTION.
       R-LISTA-INT-1.
           MOVE SPACES TO WCOD-LISTA-INT
           MOVE 'N' TO WFIM-LISTA-INT
           PERFORM UNTIL FIM-LISTA-INT
              PERFORM R-MONTA-LISTA-INT
              MOVE SPACES TO WCOD-LISTA-INT
              DISPLAY TELA-LISTA-INT
              ACCEPT TELA-LISTA-INT
              IF ESC
                 MOVE 'S' TO WFIM-LISTA-INT
              END-IF
              MOVE FUNCTION UPPER-CASE(WCOD-LISTA-INT)
                 TO WCOD-LISTA-INT
              IF WCOD-LISTA-INT = SPACES AND WQTD-LISTA-INT = 14
                 MOVE WCOD-LISTA-ULT TO WCOD-LISTA-INT
              END-IF
           END-PERFORM.
       S-LISTA-INT-EXIT.
           EXIT.

       R-MONTA-LISTA-INT.
           INITIALIZE WTAB-LISTA-INT
           MOVE ZEROES TO WQTD-LISTA-INT
           MOVE WCOD-LISTA-INT TO CODIGO-INT
           IF WCOD-LISTA-INT = WCOD-LISTA-ULT AND
              WCOD-LISTA-INT NOT = SPACES
              START INTERFACES KEY IS GREATER THAN CODIGO-INT
           ELSE
              START INTERFACES KEY IS NOT LESS THAN CODIGO-INT
           END-IF
           PERFORM UNTIL FS-INT NOT = '00' OR WQTD-LISTA-INT = 14
              READ INTERFACES NEXT
              IF FS-INT = '00'
                 ADD 1 TO WQTD-LISTA-INT
                 MOVE CODIGO-INT TO WCOD-LISTA-ULT
                 STRING CODIGO-INT ' ' DIRECAO-INT ' '
                     FREQUENCIA-INT ' ' DIA-INT ' '
                     HORA-LIMITE-INT ' ' ULT-CHEGADA-INT ' '
                     ULT-SEQ-INT ' ' STATUS-INT SITUACAO-INT '  '
                     MOTIVO-INT(1:26)
                     DELIMITED BY SIZE INTO WLIN-INT(WQTD-LISTA-INT)
              END-IF
           END-PERFORM.

       S-VERIFICA-AGORA SECTION.
       R-VERIFICA-AGORA-1.
           MOVE 'CONFIRMA A VERIFICACAO AGORA ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO S-VERIFICA-AGORA-EXIT
           END-IF
           CLOSE INTERFACES
           PERFORM S-MONITORA-INTERFACES THRU R-MONITORA-INTERFACES-EXIT
           PERFORM ABRE-INTERFACES THRU ABRE-INTERFACES-EXIT
           IF WSAIDA NOT = ZEROES
              MOVE 9 TO WOPCAO
              GO TO S-VERIFICA-AGORA-EXIT
           END-IF
           MOVE SPACES TO WTXT
           STRING 'VERIFICADAS ' WCONT-VERIFICADAS
               ' ALARMES ' WCONT-ALARMES
               DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MOSTRA-MSG.
       S-VERIFICA-AGORA-EXIT.
           EXIT.

      *----VERIFICACAO DE CHEGADA DE TODAS AS INTERFACES ATIVAS. O
      *    REGISTRO E UM SO PARA TODAS AS EMPRESAS (OS ARQUIVOS DE
      *    INTERFACE TEM NOME FIXO); RODAR A CADEIA DE OUTRA EMPRESA NO
      *    MESMO DIA NAO REPETE O ALARME DO MESMO PERIODO.
       S-MONITORA-INTERFACES SECTION.
       R-MONITORA-INTERFACES-1.
           MOVE ZEROES TO WCONT-LIDAS WCONT-VERIFICADAS
                          WCONT-CHEGADAS WCONT-ALARMES
           PERFORM ABRE-INTERFACES THRU ABRE-INTERFACES-EXIT
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              MOVE 'AVISO' TO WINT-LOG-TIPO
              MOVE SPACES TO WINT-LOG-TEXTO
              STRING 'REGISTRO DE INTERFACES INDISPONIVEL (STATUS '
                  FS-INT ') - NADA VERIFICADO'
                  DELIMITED BY SIZE INTO WINT-LOG-TEXTO
              PERFORM R-GRAVA-LOG
              GO TO R-MONITORA-INTERFACES-EXIT
           END-IF
           MOVE LOW-VALUES TO CODIGO-INT
           START INTERFACES KEY IS NOT LESS THAN CODIGO-INT
           PERFORM UNTIL FS-INT NOT = '00'
              READ INTERFACES NEXT
              IF FS-INT = '00'
                 ADD 1 TO WCONT-LIDAS
                 IF INT-ATIVA
                    PERFORM R-VERIFICA-INTERFACE
                       THRU R-VERIFICA-INTERFACE-FIM
                    REWRITE REGISTRO-INTERFACE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE INTERFACES
           MOVE 'OK' TO WINT-LOG-TIPO
           IF WCONT-ALARMES > ZEROES
              MOVE 'AVISO' TO WINT-LOG-TIPO
           END-IF
           MOVE SPACES TO WINT-LOG-TEXTO
           STRING 'LIDAS=' WCONT-LIDAS
               ',VERIFICADAS=' WCONT-VERIFICADAS
               ',CHEGADAS=' WCONT-CHEGADAS
               ',ALARMES=' WCONT-ALARMES
               DELIMITED BY SIZE INTO WINT-LOG-TEXTO
           PERFORM R-GRAVA-LOG.
       R-MONITORA-INTERFACES-EXIT.
           EXIT.

      *----O PERIODO DA INTERFACE VAI DA HORA LIMITE DO DIA PREVISTO
      *    ANTERIOR ATE A HORA LIMITE DO ULTIMO DIA PREVISTO JA
      *    VENCIDO (DATA DE REFERENCIA). INTERFACE DATADA (AAAAMMDD NO
      *    NOME) CHEGOU QUANDO EXISTE O ARQUIVO DA DATA DE REFERENCIA;
      *    A DE NOME FIXO CHEGOU QUANDO O CONTEUDO MUDOU DENTRO DO
      *    PERIODO (CONTAGEM DE LINHAS, SOMA DE CONTROLE OU SEQUENCIA
      *    DO HEADER). ARQUIVO INEXISTENTE E FALTA; ARQUIVO ANTIGO
      *    PARADO E ATRASO.
       R-VERIFICA-INTERFACE.
           ADD 1 TO WCONT-VERIFICADAS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WINT-AGORA
           MOVE WINT-AGORA TO ULT-VERIF-INT
           PERFORM R-DATA-REFERENCIA
           PERFORM R-MONTA-NOME-ARQ
           PERFORM R-LE-ARQUIVO-INT
           IF NOT INT-PRESENTE
              MOVE SPACES TO MOTIVO-INT
              STRING 'ARQUIVO NAO ENCONTRADO (REF ' WINT-DATA-REF ')'
                  DELIMITED BY SIZE INTO MOTIVO-INT
              MOVE 'F' TO SITUACAO-INT
              PERFORM R-ALARME-PERIODO
              GO TO R-VERIFICA-INTERFACE-FIM
           END-IF
           MOVE 'N' TO WINT-NOVO
           IF WINT-QTD-LIN NOT = ULT-QTD-LIN-INT OR
              WINT-HASH NOT = ULT-HASH-INT
              MOVE 'S' TO WINT-NOVO
           END-IF
           IF INT-COM-ENVELOPE AND WINT-HDR-SEQ IS NUMERIC AND
              WINT-HDR-SEQ-N NOT = ULT-SEQ-INT
              MOVE 'S' TO WINT-NOVO
           END-IF
      *----ARQUIVO DATADO QUE APARECE DEPOIS DE UMA FALTA OU ATRASO E
      *    CHEGADA MESMO COM CONTEUDO IGUAL AO DO PERIODO ANTERIOR.
           IF INT-DATADA AND (INT-FALTANDO OR INT-ATRASADA)
              MOVE 'S' TO WINT-NOVO
           END-IF
           IF INT-ARQUIVO-NOVO
              PERFORM R-REGISTRA-CHEGADA
              GO TO R-VERIFICA-INTERFACE-FIM
           END-IF
           IF INT-DATADA
              GO TO R-VERIFICA-INTERFACE-FIM
           END-IF
           IF ULT-CHEGADA-INT NOT < WINT-INICIO-JANELA
              GO TO R-VERIFICA-INTERFACE-FIM
           END-IF
           MOVE SPACES TO MOTIVO-INT
           STRING 'SEM ARQUIVO NOVO DESDE ' ULT-CHEGADA-INT(1:8)
               ' (REF ' WINT-DATA-REF ')'
               DELIMITED BY SIZE INTO MOTIVO-INT
           MOVE 'A' TO SITUACAO-INT
           PERFORM R-ALARME-PERIODO.
       R-VERIFICA-INTERFACE-FIM.
           EXIT.

      *----ARQUIVO NOVO: ZERA OS ATRASOS E CONFERE O HEADER DO
      *    ENVELOPE. SALTO OU RECUO DE SEQUENCIA E HEADER AUSENTE OU
      *    DE OUTRO TIPO ALARMAM NA HORA (ACONTECEM UMA VEZ POR
      *    ARQUIVO). A SEQUENCIA VISTA E GUARDADA MESMO COM SALTO PARA
      *    O PROXIMO ARQUIVO SER COMPARADO COM ELA.
       R-REGISTRA-CHEGADA.
           ADD 1 TO WCONT-CHEGADAS
           MOVE WINT-AGORA TO ULT-CHEGADA-INT
           MOVE WINT-QTD-LIN TO ULT-QTD-LIN-INT
           MOVE WINT-HASH TO ULT-HASH-INT
           MOVE ZEROES TO QTD-ATRASOS-INT
           MOVE 'O' TO SITUACAO-INT
           MOVE SPACES TO MOTIVO-INT
           IF NOT INT-COM-ENVELOPE
              GO TO R-REGISTRA-CHEGADA-FIM
           END-IF
           IF WINT-HDR-TIPO = SPACES
              MOVE 'E' TO SITUACAO-INT
              MOVE 'ARQUIVO SEM HEADER DE ENVELOPE' TO MOTIVO-INT
           ELSE
              IF WINT-HDR-TIPO NOT = CODIGO-INT
                 MOVE 'E' TO SITUACAO-INT
                 STRING 'TIPO NO HEADER: ' WINT-HDR-TIPO
                     DELIMITED BY SIZE INTO MOTIVO-INT
              ELSE
                 IF WINT-HDR-SEQ IS NOT NUMERIC
                    MOVE 'E' TO SITUACAO-INT
                    MOVE 'SEQUENCIA INVALIDA NO HEADER' TO MOTIVO-INT
                 END-IF
              END-IF
           END-IF
           IF INT-ENVELOPE-INVALIDO
              PERFORM R-ALARME-ARQUIVO
              GO TO R-REGISTRA-CHEGADA-FIM
           END-IF
           COMPUTE WINT-SEQ-ESPERADA = ULT-SEQ-INT + 1
           IF ULT-SEQ-INT > ZEROES AND
              WINT-HDR-SEQ-N NOT = WINT-SEQ-ESPERADA
              MOVE 'Q' TO SITUACAO-INT
              STRING 'SEQUENCIA ' WINT-HDR-SEQ ' ESPERADA '
                  WINT-SEQ-ESPERADA
                  DELIMITED BY SIZE INTO MOTIVO-INT
           END-IF
           MOVE WINT-HDR-SEQ-N TO ULT-SEQ-INT
           IF INT-SALTO-SEQ
              PERFORM R-ALARME-ARQUIVO
           END-IF.
       R-REGISTRA-CHEGADA-FIM.
           EXIT.

      *----ATRASO OU FALTA: UM ALARME POR DATA DE REFERENCIA.
       R-ALARME-PERIODO.
           IF ULT-ALARME-INT NOT = WINT-DATA-REF
              MOVE WINT-DATA-REF TO ULT-ALARME-INT
              ADD 1 TO QTD-ATRASOS-INT
              PERFORM R-ALARME-ARQUIVO
           END-IF.

       R-ALARME-ARQUIVO.
           ADD 1 TO WCONT-ALARMES
           OPEN EXTEND ALERTA
           IF FS-ALE = '35'
              OPEN OUTPUT ALERTA
           END-IF
           IF FS-ALE = '00'
              MOVE SPACES TO ALERTA-DATA-01
              STRING WINT-AGORA ',INTERFACE,' CODIGO-INT
                  ',SITUACAO=' SITUACAO-INT
                  ',' FUNCTION TRIM(MOTIVO-INT)
                  DELIMITED BY SIZE INTO ALERTA-DATA-01
              WRITE ALERTA-REC
              CLOSE ALERTA
           END-IF
           EVALUATE TRUE
              WHEN INT-ATRASADA
                 MOVE 'INTERFACE-ATRASADA' TO WOTB-TIPO
                 MOVE 'M' TO WOTB-SEVERIDADE
              WHEN INT-FALTANDO
                 MOVE 'INTERFACE-FALTANDO' TO WOTB-TIPO
                 MOVE 'A' TO WOTB-SEVERIDADE
              WHEN INT-SALTO-SEQ
                 MOVE 'INTERFACE-SEQUENCIA' TO WOTB-TIPO
                 MOVE 'A' TO WOTB-SEVERIDADE
              WHEN OTHER
                 MOVE 'INTERFACE-ENVELOPE' TO WOTB-TIPO
                 MOVE 'M' TO WOTB-SEVERIDADE
           END-EVALUATE
           MOVE 'SUPERVISOR' TO WOTB-DESTINO
           MOVE SPACES TO WOTB-MENSAGEM
           STRING FUNCTION TRIM(CODIGO-INT) ' '
               FUNCTION TRIM(WID-ARQ-INT) ': '
               FUNCTION TRIM(MOTIVO-INT)
               DELIMITED BY SIZE INTO WOTB-MENSAGEM
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           MOVE 'ERRO' TO WINT-LOG-TIPO
           MOVE SPACES TO WINT-LOG-TEXTO
           STRING 'INTERFACE ' CODIGO-INT ' ' FUNCTION TRIM(WID-ARQ-INT)
               ' SITUACAO ' SITUACAO-INT ': ' FUNCTION TRIM(MOTIVO-INT)
               DELIMITED BY SIZE INTO WINT-LOG-TEXTO
           PERFORM R-GRAVA-LOG.

      *----DATA DE REFERENCIA: O DIA PREVISTO MAIS RECENTE CUJA HORA
      *    LIMITE JA PASSOU (HOJE SO CONTA DEPOIS DA HORA LIMITE). O
      *    INICIO DA JANELA E A HORA LIMITE DO DIA PREVISTO ANTERIOR.
       R-DATA-REFERENCIA.
           COMPUTE WINT-NUM-DIA = FUNCTION INTEGER-OF-DATE(WINT-HOJE)
           IF WINT-HHMM < HORA-LIMITE-INT
              SUBTRACT 1 FROM WINT-NUM-DIA
           END-IF
           PERFORM R-PROCURA-DIA-PREVISTO
           MOVE WINT-DIA TO WINT-DATA-REF
           SUBTRACT 1 FROM WINT-NUM-DIA
           PERFORM R-PROCURA-DIA-PREVISTO
           MOVE WINT-DIA TO WINT-DATA-ANT
           MOVE SPACES TO WINT-INICIO-JANELA
           STRING WINT-DATA-ANT HORA-LIMITE-INT '00'
               DELIMITED BY SIZE INTO WINT-INICIO-JANELA.

       R-PROCURA-DIA-PREVISTO.
           MOVE ZEROES TO WINT-PASSOS
           PERFORM R-E-DIA-PREVISTO
           PERFORM UNTIL INT-DIA-PREVISTO OR WINT-PASSOS > 62
              SUBTRACT 1 FROM WINT-NUM-DIA
              ADD 1 TO WINT-PASSOS
              PERFORM R-E-DIA-PREVISTO
           END-PERFORM.

      *----1=SEG ... 7=DOM (O DIA 1601-01-01 DA BASE DO
      *    INTEGER-OF-DATE FOI UMA SEGUNDA-FEIRA).
       R-E-DIA-PREVISTO.
           MOVE 'N' TO WINT-PREVISTO
           COMPUTE WINT-DIA = FUNCTION DATE-OF-INTEGER(WINT-NUM-DIA)
           COMPUTE WINT-DIA-SEGUINTE =
               FUNCTION DATE-OF-INTEGER(WINT-NUM-DIA + 1)
           COMPUTE WINT-DIA-SEMANA =
               FUNCTION MOD(WINT-NUM-DIA - 1, 7) + 1
           EVALUATE TRUE
              WHEN INT-DIARIA
                 MOVE 'S' TO WINT-PREVISTO
              WHEN INT-SEMANAL
                 IF DIA-INT = WINT-DIA-SEMANA
                    MOVE 'S' TO WINT-PREVISTO
                 END-IF
              WHEN INT-MENSAL
                 IF DIA-INT = WINT-DIA-DD OR
                    (WINT-SEGUINTE-DD = 1 AND DIA-INT > WINT-DIA-DD)
                    MOVE 'S' TO WINT-PREVISTO
                 END-IF
              WHEN OTHER
                 MOVE 'S' TO WINT-PREVISTO
           END-EVALUATE.

      *----AAAAMMDD NO PADRAO VIRA A DATA DE REFERENCIA.
       R-MONTA-NOME-ARQ.
           MOVE 'N' TO WINT-DATADA
           MOVE ZEROES TO WINT-POS-DATA
           INSPECT PADRAO-ARQ-INT TALLYING WINT-POS-DATA
               FOR CHARACTERS BEFORE INITIAL 'AAAAMMDD'
           MOVE PADRAO-ARQ-INT TO WID-ARQ-INT
           IF WINT-POS-DATA < 33
              MOVE 'S' TO WINT-DATADA
              MOVE WINT-DATA-REF TO WID-ARQ-INT(WINT-POS-DATA + 1:8)
           END-IF.

      *----CONTAGEM E SOMA DE CONTROLE (TAMANHO UTIL DAS LINHAS, COMO
      *    NO TRAILER DO ENVELOPE) DE TODAS AS LINHAS; TIPO E SEQUENCIA
      *    DO HEADER QUANDO A PRIMEIRA LINHA E 'HDR'.
       R-LE-ARQUIVO-INT.
           MOVE 'N' TO WINT-PRESENTE
           MOVE SPACES TO WINT-HDR-TIPO WINT-HDR-SEQ
           MOVE ZEROES TO WINT-QTD-LIN WINT-HASH
           OPEN INPUT ARQINT
           IF FS-ARQ = '00'
              MOVE 'S' TO WINT-PRESENTE
              PERFORM UNTIL FS-ARQ NOT = '00'
                 READ ARQINT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WINT-QTD-LIN = ZEROES AND
                          ARQINT-REC(1:3) = 'HDR'
                          MOVE ARQINT-REC(4:8) TO WINT-HDR-TIPO
                          MOVE ARQINT-REC(26:6) TO WINT-HDR-SEQ
                       END-IF
                       ADD 1 TO WINT-QTD-LIN
                       COMPUTE WINT-HASH = WINT-HASH +
                           FUNCTION LENGTH(FUNCTION TRIM(ARQINT-REC))
                 END-READ
              END-PERFORM
              CLOSE ARQINT
           END-IF.

       R-GRAVA-LOG.
           OPEN EXTEND LOGRUN
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                  FUNCTION TRIM(WINT-LOG-TIPO) ','
                  WINT-LOG-TEXTO
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF
           IF WINT-LOG-TIPO = 'ERRO'
              MOVE WINT-LOG-TEXTO TO WERR-TEXTO
              PERFORM S-GRAVA-ERRO THRU S-GRAVA-ERRO-EXIT
           END-IF.

       COPY OUTBOX.CPY.

       COPY FS-TRADUZ.CPY.
