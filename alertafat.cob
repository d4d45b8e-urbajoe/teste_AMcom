       IDENTIFICATION DIVISION.
       PROGRAM-ID.  alertafat.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO DISK WID-ARQ-FATURA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FAT.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-1 =
                                          CODIGO
                                          RAZAO WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT REGIAO ASSIGN TO  DISK WID-ARQ-REGIAO-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-REG
              ALTERNATE RECORD KEY IS NOME-REG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-REG.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT DIS-VISITA ASSIGN TO DISK WID-ARQ-DIS-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT ALERTAFAT ASSIGN TO DISK WID-ARQ-ALERTAFAT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ALF
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ALF.

       SELECT FATTRAB ASSIGN TO DISK WID-ARQ-FATTRAB
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS TRB-CODIGO-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRB.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       DATA DIVISION.
       FILE SECTION.
      *----FATURAMENTO POR CLIENTE E MES (IMPFATURA).
       FD FATURA.
       01  REGISTRO-FATURA.
           02 CHAVE-FAT.
              03 MES-FAT            PIC  9(006).
              03 CNPJ-FAT           PIC  9(014).
           02 VALOR-FAT             PIC  9(013)V9(002).
           02 COD-CLI-FAT           PIC  9(007).

       FD CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CHAVE-CLI.
              03 CODIGO                 PIC  9(007).
              03 CNPJ                   PIC  9(014).
           02 RAZAO                     PIC  X(040).
           02 LATITUDE                  PIC S9(003)v9(008).
           02 LONGITUDE                 PIC S9(003)v9(008).
           02 STATUS-CLI                PIC  X(001).
              88 CLI-ATIVO                    VALUE 'A'.
              88 CLI-INATIVO                  VALUE 'I'.
           02 ENDERECO                  PIC  X(060).
           02 TELEFONE                  PIC  X(015).
           02 EMAIL                     PIC  X(050).
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(003).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 LATITUDE-VEN              PIC S9(003)v9(008).
           02 LONGITUDE-VEN             PIC S9(003)v9(008).
           02 STATUS-VEN                PIC  X(001).
              88 VEN-ATIVO                    VALUE 'A'.
              88 VEN-INATIVO                  VALUE 'I'.
              88 VEN-AFASTADO                 VALUE 'L'.
           02 COD-REGIAO                PIC  9(003).
           02 COD-SUPERVISOR            PIC  9(003).
           02 DATA-INICIO-AFASTAMENTO   PIC  9(008).
           02 DATA-FIM-AFASTAMENTO      PIC  9(008).
           02 META-CLIENTES-VEN         PIC  9(005).
           02 LINHAS-HABILITADAS-VEN    PIC  X(015).
           02 MAX-VISITAS-DIA-VEN       PIC  9(003).
           02 TIPO-VEN                  PIC  X(001).
              88 VEN-CAMPO                   VALUE 'C' ' '.
              88 VEN-KEY-ACCOUNT             VALUE 'K'.
              88 VEN-TELEVENDAS              VALUE 'T'.
           02 DATA-ADMISSAO-VEN         PIC  9(008).
           02 DATA-DESLIGAMENTO-VEN     PIC  9(008).

       FD REGIAO.
       01  REGISTRO-REGIAO.
           02 CODIGO-REG                PIC  9(003).
           02 NOME-REG                  PIC  X(030).
           02 COD-SUPERVISOR-REG        PIC  9(003).
           02 DESCRICAO-REG             PIC  X(050).
           02 LAT-MIN-REG               PIC S9(003)v9(008).
           02 LAT-MAX-REG               PIC S9(003)v9(008).
           02 LON-MIN-REG               PIC S9(003)v9(008).
           02 LON-MAX-REG               PIC S9(003)v9(008).
           02 COD-MACRO-REG             PIC  9(002).

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       FD DIS-VISITA.
       01  REGISTRO-VISITA-DIS.
           02 CHAVE-VISITA-DIS.
              03 CODIGO-CLI-VISITA     PIC  9(007).
              03 CODIGO-VEN-VISITA     PIC  9(003).
              03 DATA-HORA-VISITA      PIC  X(014).
           02 OPERADOR-VISITA          PIC  X(020).
           02 OBS-VISITA               PIC  X(060).
           02 RESULTADO-VISITA         PIC  X(002).
           02 LATITUDE-VISITA          PIC S9(003)v9(008).
           02 LONGITUDE-VISITA         PIC S9(003)v9(008).
           02 GPS-VISITA               PIC  X(001).
              88 GPS-NAO-CONFERIDO           VALUE SPACE.
              88 GPS-CONFERIDO               VALUE 'V'.
              88 GPS-FORA-TOLERANCIA         VALUE 'D'.
              88 GPS-SEM-POSICAO             VALUE 'S'.
              88 GPS-SEM-REFERENCIA          VALUE 'N'.
           02 DIST-GPS-VISITA          PIC  9(007).

      *----ALERTAS DE QUEDA DE FATURAMENTO, UM POR CLIENTE E MES DE
      *    REFERENCIA. FICA ABERTO ATE O FATURAMENTO SE RECUPERAR; A
      *    CADA RODADA O ACOMPANHAMENTO REGISTRA SE HOUVE VISITA
      *    DEPOIS DO ALERTA E A MEDIA RECENTE APURADA.
       FD ALERTAFAT.
       01  REGISTRO-ALERTAFAT.
           02 CHAVE-ALF.
              03 CODIGO-CLI-ALF         PIC  9(007).
              03 MES-REF-ALF            PIC  9(006).
           02 DATA-ALERTA-ALF           PIC  9(008).
           02 VEN-ALF                   PIC  9(003).
           02 SUPERVISOR-ALF            PIC  9(003).
           02 MEDIA-BASE-ALF            PIC  9(013)V9(002).
           02 MEDIA-REC-ALF             PIC  9(013)V9(002).
           02 PERC-QUEDA-ALF            PIC  9(003)V9(002).
           02 SITUACAO-ALF              PIC  X(001).
              88 ALF-ABERTO                   VALUE 'A'.
              88 ALF-ENCERRADO                VALUE 'E'.
           02 VISITADO-ALF              PIC  X(001).
              88 ALF-VISITADO                 VALUE 'S'.
           02 DATA-VISITA-ALF           PIC  9(008).
           02 RECUPERADO-ALF            PIC  X(001).
              88 ALF-RECUPERADO               VALUE 'S'.
           02 MES-ACOMP-ALF             PIC  9(006).
           02 MEDIA-ACOMP-ALF           PIC  9(013)V9(002).

      *----FATURAMENTO DA JANELA SOMADO POR CLIENTE: MESES DA BASE
      *    (MEDIA HISTORICA) E MESES RECENTES SEPARADOS.
       FD FATTRAB.
       01  REG-FATTRAB.
           02 TRB-CODIGO-CLI            PIC  9(007).
           02 TRB-SOMA-BASE             PIC  9(013)V9(002).
           02 TRB-SOMA-REC              PIC  9(013)V9(002).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

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

       WORKING-STORAGE SECTION.
       01 FS-FAT.
           02 FS-FAT-1                PIC 9.
           02 FS-FAT-2                PIC 9.
           02 FS-FAT-R REDEFINES FS-FAT-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-REG.
           02 FS-REG-1                PIC 9.
           02 FS-REG-2                PIC 9.
           02 FS-REG-R REDEFINES FS-REG-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-ALF.
           02 FS-ALF-1                PIC 9.
           02 FS-ALF-2                PIC 9.
           02 FS-ALF-R REDEFINES FS-ALF-2 PIC 99 COMP-X.
       01 FS-TRB.
           02 FS-TRB-1                PIC 9.
           02 FS-TRB-2                PIC 9.
           02 FS-TRB-R REDEFINES FS-TRB-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.

       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-ALERTAFAT       PIC X(50) VALUE 'ALERTA-FAT.DAT'.
       01 WID-ARQ-FATTRAB         PIC X(50) VALUE 'ALERTAFAT.TRAB'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'ALERTAFAT.LOG'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM            PIC X(080) VALUE SPACES.

       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.
       01 WVEN-DISPONIVEL         PIC X VALUE 'N'.
          88 VEN-DISPONIVEL            VALUE 'S'.
       01 WREG-DISPONIVEL         PIC X VALUE 'N'.
          88 REG-DISPONIVEL            VALUE 'S'.
       01 WVIS-DISPONIVEL         PIC X VALUE 'N'.
          88 VIS-DISPONIVEL            VALUE 'S'.

      *----PARAMETROS EM CONFIG.DAT: MESES RECENTES COMPARADOS
      *    (PADRAO 1, O ULTIMO MES FECHADO), MESES ANTERIORES QUE FORMAM
      *    A MEDIA HISTORICA DO CLIENTE (PADRAO 6), QUEDA MINIMA EM %
      *    (PADRAO 30) E EM REAIS POR MES (PADRAO 1000) - O ALERTA SO
      *    SAI QUANDO AS DUAS SAO ATINGIDAS.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WQDA-MESES-REC          PIC 9(005) VALUE 1.
       01 WQDA-MESES-BASE         PIC 9(005) VALUE 6.
       01 WQDA-PERC               PIC 9(005) VALUE 30.
       01 WQDA-MINIMO             PIC 9(005) VALUE 1000.

      *----JANELAS DE FATURAMENTO (AAAAMM).
       01 WMES-ATUAL              PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-ATUAL.
          02 WMES-ATUAL-AAAA      PIC 9(004).
          02 WMES-ATUAL-MM        PIC 9(002).
       01 WMES-FIM                PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-FIM.
          02 WMES-FIM-AAAA        PIC 9(004).
          02 WMES-FIM-MM          PIC 9(002).
       01 WMES-REC-INI            PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-REC-INI.
          02 WMES-REC-INI-AAAA    PIC 9(004).
          02 WMES-REC-INI-MM      PIC 9(002).
       01 WMES-BASE-INI           PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-BASE-INI.
          02 WMES-BASE-INI-AAAA   PIC 9(004).
          02 WMES-BASE-INI-MM     PIC 9(002).
       77 WMES-ABS                PIC 9(007) VALUE ZEROES.

       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WMEDIA-BASE             PIC 9(013)V9(002) VALUE ZEROES.
       01 WMEDIA-REC              PIC 9(013)V9(002) VALUE ZEROES.
       01 WQUEDA                  PIC 9(013)V9(002) VALUE ZEROES.
       01 WPERC-QUEDA             PIC 9(003)V9(002) VALUE ZEROES.
       01 WVEN-DO-CLI             PIC 9(003) VALUE ZEROES.
       01 WSUP-DO-CLI             PIC 9(003) VALUE ZEROES.
       01 WPRIM-VISITA            PIC 9(008) VALUE ZEROES.
       01 WTEM-ABERTO             PIC X(001) VALUE 'N'.
       01 WCONFIRMA               PIC X(001) VALUE SPACE.

       77 WCONT-ALERTAS           PIC 9(007) VALUE ZEROES.
       77 WCONT-JA-ABERTOS        PIC 9(007) VALUE ZEROES.
       77 WCONT-ACOMP             PIC 9(007) VALUE ZEROES.
       77 WCONT-VISITADOS         PIC 9(007) VALUE ZEROES.
       77 WCONT-RECUPERADOS       PIC 9(007) VALUE ZEROES.

       01 WED-MEDIA-BASE          PIC Z(12)9.99.
       01 WED-MEDIA-REC           PIC Z(12)9.99.
       01 WED-PERC                PIC ZZ9.99.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'alertafat'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-ALERTA-FAT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - ALERTA DE QUEDA DE F
      -"ATURAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "MESES RECENTES (AAAAMM)..:".
          02 LINE 6 COL 32 PIC 9(006) FROM WMES-REC-INI.
          02 LINE 6 COL 39 PIC 9(006) FROM WMES-FIM.
          02 LINE 7 COL 5 VALUE "MEDIA HISTORICA (AAAAMM).:".
          02 LINE 7 COL 32 PIC 9(006) FROM WMES-BASE-INI.
          02 LINE 7 COL 39 VALUE "+".
          02 LINE 7 COL 41 PIC ZZ9 FROM WQDA-MESES-BASE.
          02 LINE 7 COL 45 VALUE "MES(ES)".
          02 LINE 8 COL 5 VALUE "QUEDA MINIMA (%).........:".
          02 LINE 8 COL 32 PIC ZZ9 FROM WQDA-PERC.
          02 LINE 9 COL 5 VALUE "QUEDA MINIMA (R$/MES)....:".
          02 LINE 9 COL 32 PIC ZZZZ9 FROM WQDA-MINIMO.
          02 LINE 11 COL 5 VALUE
             "ALERTAS VAO AO VENDEDOR PRIMARIO E AO SUPERVISOR".
          02 LINE 13 COL 5 VALUE "CONFIRMA (S/N)?".
          02 SCR-CONFIRMA LINE 13 COL 21 PIC X(001)
                 USING WCONFIRMA AUTO.
          02 LINE 15 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----RODADA MENSAL DEPOIS DA IMPORTACAO DO FATURAMENTO: PRIMEIRO
      *    ACOMPANHA OS ALERTAS AINDA ABERTOS DE MESES ANTERIORES
      *    (VISITA DEPOIS DO ALERTA? FATURAMENTO VOLTOU?), DEPOIS
      *    COMPARA A MEDIA RECENTE DE CADA CLIENTE COM A PROPRIA MEDIA
      *    HISTORICA E ALERTA O VENDEDOR PRIMARIO, COM COPIA AO
      *    SUPERVISOR DA REGIAO. RODAR DE NOVO NO MESMO MES NAO
      *    REPETE ALERTA.
       ABERTURA.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
              MOVE SPACES TO WID-ARQ-ALERTAFAT
              STRING 'ALERTA-FAT-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-ALERTAFAT
           END-IF
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           PERFORM S-LE-CONFIG-QDA THRU R-LE-CONFIG-QDA-1-EXIT
           PERFORM R-CALCULA-JANELAS
           IF MODO-INTERATIVO
              MOVE 'S' TO WCONFIRMA
              DISPLAY TELA-ALERTA-FAT
              ACCEPT TELA-ALERTA-FAT
              IF ESC OR (WCONFIRMA NOT = 'S' AND WCONFIRMA NOT = 's')
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O ALERTAFAT.
           IF FS-ALF = '35'
              OPEN OUTPUT ALERTAFAT
              IF FS-ALF = '00'
                 CLOSE ALERTAFAT
                 OPEN I-O ALERTAFAT
              END-IF
           END-IF
           IF FS-ALF NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE ALERTAS ST ' TO WTXT
              MOVE FS-ALF TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE CLIENTES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-SOMA-FATURAMENTO THRU R-SOMA-FATURAMENTO-1-EXIT
           IF WSAIDA NOT = ZEROES
              CLOSE CLIENTES ALERTAFAT
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WVEN-DISPONIVEL
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE 'S' TO WVEN-DISPONIVEL
           END-IF
           MOVE 'N' TO WREG-DISPONIVEL
           OPEN INPUT REGIAO
           IF FS-REG = '00'
              MOVE 'S' TO WREG-DISPONIVEL
           END-IF
           MOVE 'N' TO WVAT-DISPONIVEL
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISPONIVEL
           END-IF
           MOVE 'N' TO WVIS-DISPONIVEL
           OPEN INPUT DIS-VISITA
           IF FS-VIS = '00'
              MOVE 'S' TO WVIS-DISPONIVEL
           END-IF
           MOVE WDATA-HOJE TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'QUEDA-FATURAMENTO-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE ZEROES TO WCATR-LINHAS
           PERFORM S-ACOMPANHA-ALERTAS THRU R-ACOMPANHA-ALERTAS-1-EXIT
           PERFORM S-DETECTA-QUEDAS THRU R-DETECTA-QUEDAS-1-EXIT
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-FIM ';QUEDA%=' WQDA-PERC(3:3)
               ';MIN=' WQDA-MINIMO
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           CLOSE FATTRAB
           IF VIS-DISPONIVEL
              CLOSE DIS-VISITA
           END-IF
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           IF REG-DISPONIVEL
              CLOSE REGIAO
           END-IF
           IF VEN-DISPONIVEL
              CLOSE VENDEDORES
           END-IF
           CLOSE CLIENTES ALERTAFAT
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'ALERTAS ' WCONT-ALERTAS ' ACOMPANHADOS ' WCONT-ACOMP
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----MES DE REFERENCIA E O ULTIMO FECHADO. OS MESES RECENTES
      *    TERMINAM NELE E A BASE HISTORICA SAO OS MESES IMEDIATAMENTE
      *    ANTERIORES AOS RECENTES.
       R-CALCULA-JANELAS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-ATUAL
           COMPUTE WMES-ABS = WMES-ATUAL-AAAA * 12 + WMES-ATUAL-MM - 2
           DIVIDE WMES-ABS BY 12 GIVING WMES-FIM-AAAA
                  REMAINDER WMES-FIM-MM
           ADD 1 TO WMES-FIM-MM
           COMPUTE WMES-ABS = WMES-ABS - WQDA-MESES-REC + 1
           DIVIDE WMES-ABS BY 12 GIVING WMES-REC-INI-AAAA
                  REMAINDER WMES-REC-INI-MM
           ADD 1 TO WMES-REC-INI-MM
           COMPUTE WMES-ABS = WMES-ABS - WQDA-MESES-BASE
           DIVIDE WMES-ABS BY 12 GIVING WMES-BASE-INI-AAAA
                  REMAINDER WMES-BASE-INI-MM
           ADD 1 TO WMES-BASE-INI-MM.

      *----SOMA O FATURAMENTO DA JANELA TODA POR CODIGO DE CLIENTE,
      *    SEPARANDO BASE E RECENTES. SEM O FATURAMENTO IMPORTADO NAO
      *    HA O QUE COMPARAR.
       S-SOMA-FATURAMENTO SECTION.
       R-SOMA-FATURAMENTO-1.
           OPEN INPUT FATURA
           IF FS-FAT NOT = '00'
              MOVE 'FATURAMENTO NAO IMPORTADO ST ' TO WTXT
              MOVE FS-FAT TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              MOVE 1 TO WSAIDA
              GO TO R-SOMA-FATURAMENTO-1-EXIT
           END-IF
           OPEN OUTPUT FATTRAB
           CLOSE FATTRAB
           OPEN I-O FATTRAB
           IF FS-TRB NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE TRABALHO ST ' TO WTXT
              MOVE FS-TRB TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE FATURA
              MOVE 1 TO WSAIDA
              GO TO R-SOMA-FATURAMENTO-1-EXIT
           END-IF
           MOVE WMES-BASE-INI TO MES-FAT
           MOVE ZEROES TO CNPJ-FAT
           START FATURA KEY IS NOT LESS THAN CHAVE-FAT
           PERFORM UNTIL FS-FAT NOT = '00'
              READ FATURA NEXT
              IF FS-FAT = '00'
                 IF MES-FAT > WMES-FIM
                    MOVE '10' TO FS-FAT
                 ELSE
                    PERFORM R-SOMA-UMA-FATURA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FATURA.
       R-SOMA-FATURAMENTO-1-EXIT.
           EXIT.

       R-SOMA-UMA-FATURA.
           IF COD-CLI-FAT > ZEROES
              MOVE COD-CLI-FAT TO TRB-CODIGO-CLI
              READ FATTRAB
              IF FS-TRB NOT = '00'
                 MOVE ZEROES TO TRB-SOMA-BASE TRB-SOMA-REC
              END-IF
              IF MES-FAT < WMES-REC-INI
                 ADD VALOR-FAT TO TRB-SOMA-BASE
              ELSE
                 ADD VALOR-FAT TO TRB-SOMA-REC
              END-IF
              IF FS-TRB = '00'
                 REWRITE REG-FATTRAB
              ELSE
                 WRITE REG-FATTRAB
              END-IF
           END-IF.

      *----ALERTAS ABERTOS DE MESES ANTERIORES: VISITA REGISTRADA EM
      *    DIS-VISITA A PARTIR DA DATA DO ALERTA E MEDIA RECENTE DE
      *    AGORA CONTRA A MEDIA HISTORICA DO ALERTA. QUEDA ABAIXO DO
      *    PERCENTUAL ENCERRA O ALERTA COMO RECUPERADO.
       S-ACOMPANHA-ALERTAS SECTION.
       R-ACOMPANHA-ALERTAS-1.
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"ACOMPANHAMENTO DE ALERTAS ANTERIORES - MES "'
               ',' WMES-FIM
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLIENTE"' ',' '"MES DO ALERTA"' ','
               '"DATA DO ALERTA"' ',' '"VENDEDOR"' ','
               '"MEDIA HISTORICA"' ',' '"MEDIA ATUAL"' ','
               '"VISITADO"' ',' '"DATA DA VISITA"' ','
               '"RECUPERADO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 2 TO WCATR-LINHAS
           MOVE LOW-VALUES TO CHAVE-ALF
           START ALERTAFAT KEY IS NOT LESS THAN CHAVE-ALF
           PERFORM UNTIL FS-ALF NOT = '00'
              READ ALERTAFAT NEXT
              IF FS-ALF = '00' AND ALF-ABERTO AND
                 MES-REF-ALF < WMES-FIM
                 PERFORM R-ACOMPANHA-UM
              END-IF
           END-PERFORM.
       R-ACOMPANHA-ALERTAS-1-EXIT.
           EXIT.

       R-ACOMPANHA-UM.
           ADD 1 TO WCONT-ACOMP
           MOVE CODIGO-CLI-ALF TO TRB-CODIGO-CLI
           READ FATTRAB
           IF FS-TRB NOT = '00'
              MOVE ZEROES TO TRB-SOMA-REC
           END-IF
           COMPUTE WMEDIA-REC ROUNDED = TRB-SOMA-REC / WQDA-MESES-REC
           MOVE WMEDIA-REC TO MEDIA-ACOMP-ALF
           MOVE WMES-FIM TO MES-ACOMP-ALF
           IF NOT ALF-VISITADO
              PERFORM R-PRIMEIRA-VISITA-APOS
              IF WPRIM-VISITA > ZEROES
                 MOVE 'S' TO VISITADO-ALF
                 MOVE WPRIM-VISITA TO DATA-VISITA-ALF
              END-IF
           END-IF
           IF ALF-VISITADO
              ADD 1 TO WCONT-VISITADOS
           END-IF
           MOVE 'N' TO RECUPERADO-ALF
           IF WMEDIA-REC NOT < MEDIA-BASE-ALF
              MOVE 'S' TO RECUPERADO-ALF
           ELSE
              COMPUTE WPERC-QUEDA ROUNDED =
                 (MEDIA-BASE-ALF - WMEDIA-REC) * 100 / MEDIA-BASE-ALF
              IF WPERC-QUEDA < WQDA-PERC
                 MOVE 'S' TO RECUPERADO-ALF
              END-IF
           END-IF
           IF ALF-RECUPERADO
              MOVE 'E' TO SITUACAO-ALF
              ADD 1 TO WCONT-RECUPERADOS
           END-IF
           REWRITE REGISTRO-ALERTAFAT
           MOVE MEDIA-BASE-ALF TO WED-MEDIA-BASE
           MOVE WMEDIA-REC TO WED-MEDIA-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING CODIGO-CLI-ALF ',' MES-REF-ALF ','
               DATA-ALERTA-ALF ',' VEN-ALF ','
               FUNCTION TRIM(WED-MEDIA-BASE) ','
               FUNCTION TRIM(WED-MEDIA-REC) ','
               VISITADO-ALF ',' DATA-VISITA-ALF ','
               RECUPERADO-ALF
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----PRIMEIRA VISITA AO CLIENTE, DE QUALQUER VENDEDOR, NA DATA
      *    DO ALERTA OU DEPOIS.
       R-PRIMEIRA-VISITA-APOS.
           MOVE ZEROES TO WPRIM-VISITA
           IF VIS-DISPONIVEL
              MOVE CODIGO-CLI-ALF TO CODIGO-CLI-VISITA
              MOVE ZEROES TO CODIGO-VEN-VISITA
              MOVE LOW-VALUES TO DATA-HORA-VISITA
              START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
              PERFORM UNTIL FS-VIS NOT = '00'
                 READ DIS-VISITA NEXT
                 IF FS-VIS = '00' AND
                    CODIGO-CLI-VISITA = CODIGO-CLI-ALF
                    IF DATA-HORA-VISITA(1:8) NOT < DATA-ALERTA-ALF AND
                       (WPRIM-VISITA = ZEROES OR
                        DATA-HORA-VISITA(1:8) < WPRIM-VISITA)
                       MOVE DATA-HORA-VISITA(1:8) TO WPRIM-VISITA
                    END-IF
                 ELSE
                    MOVE '10' TO FS-VIS
                 END-IF
              END-PERFORM
           END-IF.

      *----CLIENTE ATIVO COM MEDIA HISTORICA E QUEDA ACIMA DOS DOIS
      *    LIMITES GANHA ALERTA, SALVO SE AINDA TEM UM ABERTO (ESTE
      *    SEGUE NO ACOMPANHAMENTO).
       S-DETECTA-QUEDAS SECTION.
       R-DETECTA-QUEDAS-1.
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"NOVOS ALERTAS - RECENTES DE"' ',' WMES-REC-INI
               ',' '"ATE"' ',' WMES-FIM ',' '"BASE DESDE"' ','
               WMES-BASE-INI
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLIENTE"' ',' '"RAZAO"' ',' '"VENDEDOR"' ','
               '"SUPERVISOR"' ',' '"MEDIA HISTORICA"' ','
               '"MEDIA RECENTE"' ',' '"% QUEDA"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 2 TO WCATR-LINHAS
           MOVE LOW-VALUES TO REG-FATTRAB
           START FATTRAB KEY IS NOT LESS THAN TRB-CODIGO-CLI
           PERFORM UNTIL FS-TRB NOT = '00'
              READ FATTRAB NEXT
              IF FS-TRB = '00'
                 PERFORM R-AVALIA-QUEDA THRU R-AVALIA-QUEDA-FIM
              END-IF
           END-PERFORM.
       R-DETECTA-QUEDAS-1-EXIT.
           EXIT.

       R-AVALIA-QUEDA.
           IF TRB-SOMA-BASE = ZEROES
              GO TO R-AVALIA-QUEDA-FIM
           END-IF
           COMPUTE WMEDIA-BASE ROUNDED =
                   TRB-SOMA-BASE / WQDA-MESES-BASE
           COMPUTE WMEDIA-REC ROUNDED = TRB-SOMA-REC / WQDA-MESES-REC
           IF WMEDIA-REC NOT < WMEDIA-BASE
              GO TO R-AVALIA-QUEDA-FIM
           END-IF
           COMPUTE WQUEDA = WMEDIA-BASE - WMEDIA-REC
           COMPUTE WPERC-QUEDA ROUNDED = WQUEDA * 100 / WMEDIA-BASE
           IF WPERC-QUEDA < WQDA-PERC OR WQUEDA < WQDA-MINIMO
              GO TO R-AVALIA-QUEDA-FIM
           END-IF
           MOVE TRB-CODIGO-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00' OR NOT CLI-ATIVO
              GO TO R-AVALIA-QUEDA-FIM
           END-IF
           PERFORM R-CHECA-ALERTA-ABERTO
           IF WTEM-ABERTO = 'S'
              ADD 1 TO WCONT-JA-ABERTOS
              GO TO R-AVALIA-QUEDA-FIM
           END-IF
           MOVE ZEROES TO WVEN-DO-CLI WSUP-DO-CLI
           IF VAT-DISPONIVEL
              MOVE CODIGO TO CODIGO-CLI-VAT
              READ VINCATUAL
              IF FS-VAT = '00'
                 MOVE VEN-PRIM-VAT TO WVEN-DO-CLI
              END-IF
           END-IF
           PERFORM R-SUPERVISOR-DO-VEN
           INITIALIZE REGISTRO-ALERTAFAT
           MOVE CODIGO TO CODIGO-CLI-ALF
           MOVE WMES-FIM TO MES-REF-ALF
           MOVE WDATA-HOJE TO DATA-ALERTA-ALF
           MOVE WVEN-DO-CLI TO VEN-ALF
           MOVE WSUP-DO-CLI TO SUPERVISOR-ALF
           MOVE WMEDIA-BASE TO MEDIA-BASE-ALF
           MOVE WMEDIA-REC TO MEDIA-REC-ALF
           MOVE WPERC-QUEDA TO PERC-QUEDA-ALF
           MOVE 'A' TO SITUACAO-ALF
           MOVE 'N' TO VISITADO-ALF RECUPERADO-ALF
           WRITE REGISTRO-ALERTAFAT
           IF FS-ALF NOT = '00'
              GO TO R-AVALIA-QUEDA-FIM
           END-IF
           ADD 1 TO WCONT-ALERTAS
           MOVE WMEDIA-BASE TO WED-MEDIA-BASE
           MOVE WMEDIA-REC TO WED-MEDIA-REC
           MOVE WPERC-QUEDA TO WED-PERC
           MOVE SPACES TO ARQREL-DATA-01
           STRING CODIGO ',"' FUNCTION TRIM(RAZAO) '",'
               WVEN-DO-CLI ',' WSUP-DO-CLI ','
               FUNCTION TRIM(WED-MEDIA-BASE) ','
               FUNCTION TRIM(WED-MEDIA-REC) ','
               FUNCTION TRIM(WED-PERC)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           MOVE 'QUEDA-FATURAMENTO' TO WOTB-TIPO
           MOVE 'M' TO WOTB-SEVERIDADE
           MOVE SPACES TO WOTB-MENSAGEM
           STRING 'CLIENTE ' CODIGO ' FATURAMENTO CAIU '
               FUNCTION TRIM(WED-PERC) '% - MEDIA '
               FUNCTION TRIM(WED-MEDIA-BASE) ' AGORA '
               FUNCTION TRIM(WED-MEDIA-REC)
               DELIMITED BY SIZE INTO WOTB-MENSAGEM
           IF WVEN-DO-CLI > ZEROES
              MOVE SPACES TO WOTB-DESTINO
              STRING 'VENDEDOR-' WVEN-DO-CLI
                  DELIMITED BY SIZE INTO WOTB-DESTINO
              PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           END-IF
           IF WSUP-DO-CLI > ZEROES
              MOVE SPACES TO WOTB-DESTINO
              STRING 'SUPERVISOR-' WSUP-DO-CLI
                  DELIMITED BY SIZE INTO WOTB-DESTINO
           ELSE
              MOVE 'SUPERVISOR' TO WOTB-DESTINO
           END-IF
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT.
       R-AVALIA-QUEDA-FIM.
           EXIT.

      *----ALERTA AINDA ABERTO DO CLIENTE, DE QUALQUER MES (O DESTE
      *    MES INCLUSIVE, QUANDO A RODADA E REPETIDA).
       R-CHECA-ALERTA-ABERTO.
           MOVE 'N' TO WTEM-ABERTO
           MOVE CODIGO TO CODIGO-CLI-ALF
           MOVE ZEROES TO MES-REF-ALF
           START ALERTAFAT KEY IS NOT LESS THAN CHAVE-ALF
           PERFORM UNTIL FS-ALF NOT = '00'
              READ ALERTAFAT NEXT
              IF FS-ALF = '00' AND CODIGO-CLI-ALF = CODIGO
                 IF ALF-ABERTO OR MES-REF-ALF = WMES-FIM
                    MOVE 'S' TO WTEM-ABERTO
                 END-IF
              ELSE
                 MOVE '10' TO FS-ALF
              END-IF
           END-PERFORM
           MOVE '00' TO FS-ALF.

      *----SUPERVISOR DA REGIAO DO VENDEDOR; SEM REGIAO CADASTRADA
      *    VALE O SUPERVISOR DO PROPRIO VENDEDOR.
       R-SUPERVISOR-DO-VEN.
           IF WVEN-DO-CLI > ZEROES AND VEN-DISPONIVEL
              MOVE WVEN-DO-CLI TO CODIGO-VEN
              START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
              IF FS-VEN = '00'
                 READ VENDEDORES NEXT
              END-IF
              IF FS-VEN = '00' AND CODIGO-VEN = WVEN-DO-CLI
                 MOVE COD-SUPERVISOR TO WSUP-DO-CLI
                 IF REG-DISPONIVEL
                    MOVE COD-REGIAO TO CODIGO-REG
                    READ REGIAO
                    IF FS-REG = '00' AND COD-SUPERVISOR-REG > ZEROES
                       MOVE COD-SUPERVISOR-REG TO WSUP-DO-CLI
                    END-IF
                 END-IF
              END-IF
           END-IF.

       S-LE-CONFIG-QDA SECTION.
       R-LE-CONFIG-QDA-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-QDA-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    PERFORM R-APLICA-CONFIG-QDA
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-QDA-1-EXIT.
           EXIT.

       R-APLICA-CONFIG-QDA.
           IF WCFG-VALOR(1:5) IS NUMERIC AND
              WCFG-VALOR(1:5) NOT = '00000'
              EVALUATE WCFG-NOME
                 WHEN 'QUEDA-FAT-MESES-REC'
                    IF WCFG-VALOR(1:5) NOT > '00012'
                       MOVE WCFG-VALOR(1:5) TO WQDA-MESES-REC
                    END-IF
                 WHEN 'QUEDA-FAT-MESES-BASE'
                    IF WCFG-VALOR(1:5) NOT > '00024'
                       MOVE WCFG-VALOR(1:5) TO WQDA-MESES-BASE
                    END-IF
                 WHEN 'QUEDA-FAT-PERC'
                    IF WCFG-VALOR(1:5) NOT > '00100'
                       MOVE WCFG-VALOR(1:5) TO WQDA-PERC
                    END-IF
                 WHEN 'QUEDA-FAT-MINIMO'
                    MOVE WCFG-VALOR(1:5) TO WQDA-MINIMO
              END-EVALUATE
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,MES=' WMES-FIM
                     ',ALERTAS=' WCONT-ALERTAS
                     ',JA-ABERTOS=' WCONT-JA-ABERTOS
                     ',ACOMPANHADOS=' WCONT-ACOMP
                     ',VISITADOS=' WCONT-VISITADOS
                     ',RECUPERADOS=' WCONT-RECUPERADOS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY OUTBOX.CPY.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
