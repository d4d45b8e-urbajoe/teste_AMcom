       IDENTIFICATION DIVISION.
       PROGRAM-ID.  cadsac.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHAMSAC ASSIGN TO DISK WID-ARQ-CHAMSAC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-SAC
              ALTERNATE RECORD KEY IS COD-CLI-SAC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SAC.

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

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT CONTATOS-CLI ASSIGN TO DISK WID-ARQ-CONTATOS-CLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CONTATO-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CONT.

       SELECT PROXCOD ASSIGN TO DISK WID-ARQ-PROXCOD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS ENTIDADE-PROX
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRX.

       SELECT CALENDARIO ASSIGN TO DISK WID-ARQ-CALENDARIO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CAL.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       DATA DIVISION.
       FILE SECTION.
      *----CHAMADOS DO SAC (RECLAMACOES E SOLICITACOES DE CLIENTES
      *    QUE CHEGAM POR TELEFONE). O PRAZO E CALCULADO NA ABERTURA
      *    EM DIAS UTEIS PELO SLA DA CATEGORIA; O RESPONSAVEL NASCE
      *    COMO O VENDEDOR PRIMARIO DO CLIENTE. SITUACAO 'A' ABERTO,
      *    'E' EM ANDAMENTO, 'F' ENCERRADO.
       FD CHAMSAC.
       01  REGISTRO-SAC.
           02 NUMERO-SAC                PIC  9(007).
           02 COD-CLI-SAC               PIC  9(007).
           02 CATEGORIA-SAC             PIC  X(002).
           02 DATA-ABERTURA-SAC         PIC  9(008).
           02 HORA-ABERTURA-SAC         PIC  9(006).
           02 DATA-PRAZO-SAC            PIC  9(008).
           02 SITUACAO-SAC              PIC  X(001).
              88 SAC-ABERTO                   VALUE 'A'.
              88 SAC-ANDAMENTO                VALUE 'E'.
              88 SAC-ENCERRADO                VALUE 'F'.
              88 SAC-PENDENTE                 VALUE 'A' 'E'.
           02 COD-VEN-SAC               PIC  9(003).
           02 DESCRICAO-SAC             PIC  X(060).
           02 ANDAMENTO-SAC             PIC  X(060).
           02 RESOLUCAO-SAC             PIC  X(060).
           02 DATA-ENCERRA-SAC          PIC  9(008).
           02 OPERADOR-ABRE-SAC         PIC  X(020).
           02 OPERADOR-ULT-SAC          PIC  X(020).
           02 DATA-HORA-ULT-SAC         PIC  X(014).

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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       FD  CONTATOS-CLI.
       01  REGISTRO-CONTATO-CLI.
           02 CHAVE-CONTATO-CLI.
              03 CODIGO-CLI-CONT       PIC  9(007).
              03 DATA-HORA-CONT        PIC  X(014).
           02 OPERADOR-CONT            PIC  X(020).
           02 NOTA-CONT                PIC  X(060).

       FD PROXCOD.
       01  REG-PROXCOD.
           02 ENTIDADE-PROX             PIC  X(010).
           02 PROX-NUM                  PIC  9(007).

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           05  CALENDARIO-DATA-01  PIC X(00080).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

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
       01 FS-SAC.
           02 FS-SAC-1                PIC 9.
           02 FS-SAC-2                PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-CONT.
           02 FS-CONT-1               PIC 9.
           02 FS-CONT-2               PIC 9.
           02 FS-CONT-R REDEFINES FS-CONT-2 PIC 99 COMP-X.
       01 FS-PRX.
           02 FS-PRX-1                PIC 9.
           02 FS-PRX-2                PIC 9.
           02 FS-PRX-R REDEFINES FS-PRX-2 PIC 99 COMP-X.
       01 FS-CAL.
           02 FS-CAL-1                PIC 9.
           02 FS-CAL-2                PIC 9.
           02 FS-CAL-R REDEFINES FS-CAL-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.

       01 WID-ARQ-CHAMSAC         PIC X(50) VALUE 'CHAMADOS-SAC.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-CONTATOS-CLI    PIC X(50) VALUE 'CONTATOS-CLI.DAT'.
       01 WID-ARQ-PROXCOD         PIC X(50) VALUE 'PROXCODIGO.DAT'.
       01 WID-ARQ-CALENDARIO      PIC X(50) VALUE 'CALENDARIO.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WPROX-ENTIDADE          PIC X(010) VALUE SPACES.
       01 WPROX-RESERVADO         PIC 9(007) VALUE ZEROES.
       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.
       01 WCONT-DISPONIVEL        PIC X VALUE 'N'.
          88 CONT-DISPONIVEL           VALUE 'S'.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM            PIC X(080) VALUE SPACES.

      *----CATEGORIAS DO SAC E O SLA PADRAO EM DIAS UTEIS. CADA SLA
      *    PODE SER TROCADO EM CONFIG.DAT (SAC-SLA-<CATEGORIA>=DIAS).
       01 WTAB-CAT-SAC-V.
          02 FILLER PIC X(025) VALUE 'RCRECLAMACAO          002'.
          02 FILLER PIC X(025) VALUE 'SOSOLICITACAO         005'.
          02 FILLER PIC X(025) VALUE 'DUDUVIDA              003'.
          02 FILLER PIC X(025) VALUE 'TRTROCA/DEVOLUCAO     005'.
          02 FILLER PIC X(025) VALUE 'FIFINANCEIRO          003'.
       01 WTAB-CAT-SAC REDEFINES WTAB-CAT-SAC-V.
          02 WCAT-SAC OCCURS 5 TIMES.
             03 WCAT-COD          PIC X(002).
             03 WCAT-DESC         PIC X(020).
             03 WCAT-SLA          PIC 9(003).
       77 WQTD-CAT-SAC            PIC 9 VALUE 5.
       77 WIDX-CAT                PIC 9 VALUE ZEROES.
       77 WCAT-ACHADA             PIC 9 VALUE ZEROES.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.

      *----CALENDARIO (MESMA LEITURA DO PLANEJAMENTO DE VISITAS):
      *    FERIADOS GLOBAIS, REGRAS RECORRENTES, DIAS DA SEMANA SEM
      *    EXPEDIENTE E FERIADOS DA REGIAO DO RESPONSAVEL.
       01 WTAB-FERIADOS.
          02 WFERIADO-TAB OCCURS 100 TIMES PIC 9(008).
       77 WQTD-FERIADOS           PIC 9(003) VALUE ZEROES.
       77 WIDX-FER                PIC 9(003) VALUE ZEROES.
       01 WTAB-REC-MMDD.
          02 WREC-MMDD-TAB OCCURS 50 TIMES PIC 9(004).
       77 WQTD-REC                PIC 9(002) VALUE ZEROES.
       77 WIDX-REC                PIC 9(002) VALUE ZEROES.
       01 WTAB-FER-REG.
          02 WFER-REG-LINHA OCCURS 100 TIMES.
             03 WFER-REG-DATA     PIC 9(008).
             03 WFER-REG-REGIAO   PIC 9(003).
       77 WQTD-FER-REG            PIC 9(003) VALUE ZEROES.
       77 WIDX-FREG               PIC 9(003) VALUE ZEROES.
       77 WREG-VEN-CORRENTE       PIC 9(003) VALUE ZEROES.
       01 WDIA-REG-BLOQ           PIC X VALUE 'N'.
       01 WTAB-SIG-BLOQ.
          02 WSIG-BLOQ OCCURS 7 TIMES PIC X(001).
       01 WTAB-DIAS-SEMANA        PIC X(021)
              VALUE 'SEGTERQUAQUISEXSABDOM'.
       77 WNUM-DIA-SEMANA         PIC 9(001) VALUE ZERO.
       77 WIDX-SIG                PIC 9(001) VALUE ZERO.
       01 WDATA-CAL               PIC X(008) VALUE SPACES.
       01 WDIA-EH-UTIL            PIC X VALUE 'S'.
          88 DIA-EH-UTIL               VALUE 'S'.
       01 WDATA-TESTE             PIC 9(008) VALUE ZEROES.
       01 WMMDD-TESTE             PIC 9(004) VALUE ZEROES.
       77 WCONT-DIAS-SLA          PIC 9(003) VALUE ZEROES.
       77 WCONT-PASSOS-SLA        PIC 9(004) VALUE ZEROES.

      *----CAMPOS DAS TELAS.
       01 WSAC-NUM                PIC 9(007) VALUE ZEROES.
       01 WSAC-CLI                PIC 9(007) VALUE ZEROES.
       01 WSAC-CAT                PIC X(002) VALUE SPACES.
       01 WSAC-DESCRICAO          PIC X(060) VALUE SPACES.
       01 WSAC-VEN                PIC 9(003) VALUE ZEROES.
       01 WSAC-TEXTO              PIC X(060) VALUE SPACES.
       01 WSAC-PRAZO              PIC 9(008) VALUE ZEROES.
       01 WSAC-SLA                PIC 9(003) VALUE ZEROES.
       01 WSAC-OPERADOR           PIC X(020) VALUE SPACES.
       01 WSAC-VEN-ANTERIOR       PIC 9(003) VALUE ZEROES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WED-RAZAO               PIC X(040) VALUE SPACES.
       01 WED-NOME-VEN            PIC X(040) VALUE SPACES.
       01 WED-SITUACAO            PIC X(012) VALUE SPACES.
       01 WED-CAT                 PIC X(020) VALUE SPACES.

       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.
       01 WAUD-OPERACAO            PIC X(001) VALUE SPACES.
       01 WAUD-DATA-HORA           PIC X(014).

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'cadsac'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-SAC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CHAMADOS DO SAC".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] ABRIR CHAMADO".
          02 LINE 8 COL 10 VALUE "[2] ATRIBUIR RESPONSAVEL".
          02 LINE 9 COL 10 VALUE "[3] REGISTRAR ANDAMENTO".
          02 LINE 10 COL 10 VALUE "[4] ENCERRAR CHAMADO".
          02 LINE 11 COL 10 VALUE "[5] SAIR".
          02 LINE 13 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 13 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-ABRE-SAC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - ABERTURA DE CHAMADO
      -" SAC".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "CLIENTE.................:".
          02 SCR-SAC-CLI LINE 6 COL 31 PIC 9(007)
                 USING WSAC-CLI AUTO.
          02 LINE 8 COL 5 VALUE "CATEGORIA...............:".
          02 SCR-SAC-CAT LINE 8 COL 31 PIC X(002)
                 USING WSAC-CAT AUTO.
          02 LINE 9 COL 5 VALUE
             "RC=RECLAMACAO SO=SOLICITACAO DU=DUVIDA TR=TROCA/DEVOL".
          02 LINE 10 COL 5 VALUE "FI=FINANCEIRO".
          02 LINE 12 COL 5 VALUE "DESCRICAO...............:".
          02 SCR-SAC-DESC LINE 13 COL 5 PIC X(060)
                 USING WSAC-DESCRICAO AUTO.
          02 LINE 15 COL 5 VALUE "RESPONSAVEL (VENDEDOR)..:".
          02 SCR-SAC-VEN LINE 15 COL 31 PIC 9(003)
                 USING WSAC-VEN AUTO.
          02 LINE 15 COL 36 VALUE "(0 = VENDEDOR PRIMARIO)".
          02 LINE 18 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-NUMERO-SAC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CHAMADOS DO SAC".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "NUMERO DO CHAMADO.......:".
          02 SCR-SAC-NUM LINE 5 COL 31 PIC 9(007)
                 USING WSAC-NUM AUTO.

       01 TELA-MOSTRA-SAC.
          02 LINE 7 COL 5 VALUE "CLIENTE.................:".
          02 LINE 7 COL 31 PIC 9(007) FROM COD-CLI-SAC.
          02 LINE 7 COL 39 PIC X(040) FROM WED-RAZAO.
          02 LINE 8 COL 5 VALUE "CATEGORIA...............:".
          02 LINE 8 COL 31 PIC X(020) FROM WED-CAT.
          02 LINE 9 COL 5 VALUE "ABERTO EM / PRAZO.......:".
          02 LINE 9 COL 31 PIC 9(008) FROM DATA-ABERTURA-SAC.
          02 LINE 9 COL 41 PIC 9(008) FROM DATA-PRAZO-SAC.
          02 LINE 10 COL 5 VALUE "SITUACAO................:".
          02 LINE 10 COL 31 PIC X(012) FROM WED-SITUACAO.
          02 LINE 11 COL 5 VALUE "RESPONSAVEL.............:".
          02 LINE 11 COL 31 PIC 9(003) FROM COD-VEN-SAC.
          02 LINE 11 COL 35 PIC X(040) FROM WED-NOME-VEN.
          02 LINE 12 COL 5 VALUE "DESCRICAO...............:".
          02 LINE 13 COL 5 PIC X(060) FROM DESCRICAO-SAC.
          02 LINE 14 COL 5 VALUE "ULTIMO ANDAMENTO........:".
          02 LINE 15 COL 5 PIC X(060) FROM ANDAMENTO-SAC.
          02 LINE 16 COL 5 VALUE "RESOLUCAO...............:".
          02 LINE 17 COL 5 PIC X(060) FROM RESOLUCAO-SAC.

       01 TELA-ATRIBUI-SAC.
          02 LINE 19 COL 5 VALUE "NOVO RESPONSAVEL........:".
          02 SCR-ATR-VEN LINE 19 COL 31 PIC 9(003)
                 USING WSAC-VEN AUTO.
          02 LINE 21 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-TEXTO-SAC.
          02 LINE 19 COL 5 VALUE "ANDAMENTO / RESOLUCAO...:".
          02 SCR-TXT-SAC LINE 20 COL 5 PIC X(060)
                 USING WSAC-TEXTO AUTO.
          02 LINE 21 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           MOVE 'SAC' TO WPROX-ENTIDADE
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
              MOVE SPACES TO WID-ARQ-CHAMSAC
              STRING 'CHAMADOS-SAC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-CHAMSAC
              MOVE SPACES TO WPROX-ENTIDADE
              STRING 'SAC-E' WEMPRESA-LID
                  DELIMITED BY SIZE INTO WPROX-ENTIDADE
           END-IF
           INITIALIZE WSAIDA WOPCAO
           OPEN I-O CHAMSAC.
           IF FS-SAC = '35'
              OPEN OUTPUT CHAMSAC
              IF FS-SAC = '00'
                 CLOSE CHAMSAC
                 OPEN I-O CHAMSAC
              END-IF
           END-IF
           IF FS-SAC NOT = '00'
              MOVE FS-SAC TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CHAMSAC TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CHAMADOS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-SAC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
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
              ACCEPT WX
              CLOSE CHAMSAC
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE CHAMSAC CLIENTES
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WVAT-DISPONIVEL
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISPONIVEL
           END-IF
           MOVE 'N' TO WCONT-DISPONIVEL
           OPEN I-O CONTATOS-CLI
           IF FS-CONT = '35'
              OPEN OUTPUT CONTATOS-CLI
              IF FS-CONT = '00'
                 CLOSE CONTATOS-CLI
                 OPEN I-O CONTATOS-CLI
              END-IF
           END-IF
           IF FS-CONT = '00'
              MOVE 'S' TO WCONT-DISPONIVEL
           END-IF
           PERFORM S-LE-CONFIG-SAC THRU R-LE-CONFIG-SAC-1-EXIT
           PERFORM S-LE-CALENDARIO THRU R-LE-CALENDARIO-1-EXIT
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WSAC-OPERADOR
           ELSE
              ACCEPT WSAC-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           PERFORM UNTIL WOPCAO = 5
              DISPLAY TELA-OPCAO-SAC
              ACCEPT TELA-OPCAO-SAC
              EVALUATE WOPCAO
                 WHEN 1
                    PERFORM S-ABRE-CHAMADO THRU R-ABRE-CHAMADO-1-EXIT
                 WHEN 2
                    PERFORM S-ATRIBUI-CHAMADO
                          THRU R-ATRIBUI-CHAMADO-1-EXIT
                 WHEN 3
                    PERFORM S-ANDAMENTO-CHAMADO
                          THRU R-ANDAMENTO-CHAMADO-1-EXIT
                 WHEN 4
                    PERFORM S-ENCERRA-CHAMADO
                          THRU R-ENCERRA-CHAMADO-1-EXIT
                 WHEN 5
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           IF CONT-DISPONIVEL
              CLOSE CONTATOS-CLI
           END-IF
           CLOSE CHAMSAC CLIENTES VENDEDORES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----ABERTURA: CLIENTE CADASTRADO, CATEGORIA DA TABELA E
      *    DESCRICAO OBRIGATORIA. SEM RESPONSAVEL DIGITADO VALE O
      *    VENDEDOR PRIMARIO DE VINCULO-ATUAL.DAT; O PRAZO CONTA OS
      *    DIAS UTEIS DO SLA A PARTIR DO DIA SEGUINTE A ABERTURA.
       S-ABRE-CHAMADO SECTION.
       R-ABRE-CHAMADO-1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE ZEROES TO WSAC-CLI WSAC-VEN
           MOVE SPACES TO WSAC-CAT WSAC-DESCRICAO
           DISPLAY TELA-ABRE-SAC
           ACCEPT TELA-ABRE-SAC
           IF ESC OR WSAC-CLI = ZEROES
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           MOVE WSAC-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WSAC-CAT) TO WSAC-CAT
           PERFORM R-LOCALIZA-CATEGORIA
           IF WCAT-ACHADA = ZEROES
              MOVE 'CATEGORIA INVALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           IF WSAC-DESCRICAO = SPACES
              MOVE 'DESCRICAO OBRIGATORIA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           IF WSAC-VEN = ZEROES AND VAT-DISPONIVEL
              MOVE WSAC-CLI TO CODIGO-CLI-VAT
              READ VINCATUAL
              IF FS-VAT = '00'
                 MOVE VEN-PRIM-VAT TO WSAC-VEN
              END-IF
           END-IF
           IF WSAC-VEN = ZEROES
              MOVE 'CLIENTE SEM VENDEDOR - INFORME O RESPONSAVEL ' TO
                   WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           PERFORM R-BUSCA-VENDEDOR
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           MOVE COD-REGIAO TO WREG-VEN-CORRENTE
           MOVE WCAT-SLA(WCAT-ACHADA) TO WSAC-SLA
           PERFORM R-CALCULA-PRAZO
           MOVE SPACES TO WTXT
           STRING 'PRAZO ' WSAC-PRAZO ' - CONFIRMA ?...'
               DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           PERFORM S-LE-PROX-CODIGO THRU R-LE-PROX-CODIGO-1-EXIT
           IF WPROX-RESERVADO = ZEROES
              MOVE 'CONTROLE DE NUMERACAO INDISPONIVEL ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           MOVE WPROX-RESERVADO TO NUMERO-SAC
           READ CHAMSAC
           PERFORM UNTIL FS-SAC NOT = '00'
              ADD 1 TO WPROX-RESERVADO
              MOVE WPROX-RESERVADO TO NUMERO-SAC
              READ CHAMSAC
           END-PERFORM
           PERFORM S-GRAVA-PROX-CODIGO THRU R-GRAVA-PROX-CODIGO-1-EXIT
           INITIALIZE REGISTRO-SAC
           MOVE WPROX-RESERVADO TO NUMERO-SAC
           MOVE WSAC-CLI TO COD-CLI-SAC
           MOVE WSAC-CAT TO CATEGORIA-SAC
           MOVE WDATA-HOJE TO DATA-ABERTURA-SAC
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-ABERTURA-SAC
           MOVE WSAC-PRAZO TO DATA-PRAZO-SAC
           MOVE 'A' TO SITUACAO-SAC
           MOVE WSAC-VEN TO COD-VEN-SAC
           MOVE WSAC-DESCRICAO TO DESCRICAO-SAC
           MOVE SPACES TO ANDAMENTO-SAC RESOLUCAO-SAC
           MOVE ZEROES TO DATA-ENCERRA-SAC
           MOVE WSAC-OPERADOR TO OPERADOR-ABRE-SAC OPERADOR-ULT-SAC
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-ULT-SAC
           WRITE REGISTRO-SAC
           IF FS-SAC NOT = '00'
              MOVE 'ERRO DE GRAVACAO ST ' TO WTXT
              MOVE FS-SAC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-ABRE-CHAMADO-1-EXIT
           END-IF
           MOVE SPACES TO WAUD-ANTES
           PERFORM R-FORMATA-SAC
           MOVE 'I' TO WAUD-OPERACAO
           PERFORM R-AUDITA-SAC THRU R-AUDITA-SAC-FIM
           MOVE SPACES TO WSAC-TEXTO
           STRING 'SAC ' NUMERO-SAC ' ABERTO (' CATEGORIA-SAC '): '
               DESCRICAO-SAC
               DELIMITED BY SIZE INTO WSAC-TEXTO
           PERFORM R-GRAVA-CONTATO
           MOVE 'SAC-NOVO' TO WOTB-TIPO
           PERFORM R-AVISA-RESPONSAVEL
           MOVE SPACES TO WTXT
           STRING 'CHAMADO ' NUMERO-SAC ' ABERTO - PRAZO '
               DATA-PRAZO-SAC
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-ABRE-CHAMADO-1-EXIT.
           EXIT.

      *----TROCA DE RESPONSAVEL DE CHAMADO AINDA PENDENTE. O PRAZO
      *    NAO MUDA: O SLA CONTA DA ABERTURA.
       S-ATRIBUI-CHAMADO SECTION.
       R-ATRIBUI-CHAMADO-1.
           PERFORM R-LE-CHAMADO
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-ATRIBUI-CHAMADO-1-EXIT
           END-IF
           MOVE COD-VEN-SAC TO WSAC-VEN-ANTERIOR
           MOVE ZEROES TO WSAC-VEN
           DISPLAY TELA-ATRIBUI-SAC
           ACCEPT TELA-ATRIBUI-SAC
           IF ESC OR WSAC-VEN = ZEROES OR
              WSAC-VEN = WSAC-VEN-ANTERIOR
              GO TO R-ATRIBUI-CHAMADO-1-EXIT
           END-IF
           PERFORM R-BUSCA-VENDEDOR
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-ATRIBUI-CHAMADO-1-EXIT
           END-IF
           MOVE WSAC-NUM TO NUMERO-SAC
           READ CHAMSAC
           PERFORM R-FORMATA-SAC
           MOVE WAUD-DEPOIS TO WAUD-ANTES
           MOVE WSAC-VEN TO COD-VEN-SAC
           MOVE WSAC-OPERADOR TO OPERADOR-ULT-SAC
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-ULT-SAC
           PERFORM R-REGRAVA-CHAMADO
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-ATRIBUI-CHAMADO-1-EXIT
           END-IF
           MOVE 'SAC-ATRIBUIDO' TO WOTB-TIPO
           PERFORM R-AVISA-RESPONSAVEL.
       R-ATRIBUI-CHAMADO-1-EXIT.
           EXIT.

       S-ANDAMENTO-CHAMADO SECTION.
       R-ANDAMENTO-CHAMADO-1.
           PERFORM R-LE-CHAMADO
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-ANDAMENTO-CHAMADO-1-EXIT
           END-IF
           MOVE SPACES TO WSAC-TEXTO
           DISPLAY TELA-TEXTO-SAC
           ACCEPT TELA-TEXTO-SAC
           IF ESC OR WSAC-TEXTO = SPACES
              GO TO R-ANDAMENTO-CHAMADO-1-EXIT
           END-IF
           MOVE WSAC-NUM TO NUMERO-SAC
           READ CHAMSAC
           PERFORM R-FORMATA-SAC
           MOVE WAUD-DEPOIS TO WAUD-ANTES
           MOVE WSAC-TEXTO TO ANDAMENTO-SAC
           MOVE 'E' TO SITUACAO-SAC
           MOVE WSAC-OPERADOR TO OPERADOR-ULT-SAC
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-ULT-SAC
           PERFORM R-REGRAVA-CHAMADO
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
           END-IF.
       R-ANDAMENTO-CHAMADO-1-EXIT.
           EXIT.

      *----ENCERRAMENTO EXIGE A RESOLUCAO, QUE TAMBEM VAI PARA O
      *    HISTORICO DE CONTATOS DO CLIENTE.
       S-ENCERRA-CHAMADO SECTION.
       R-ENCERRA-CHAMADO-1.
           PERFORM R-LE-CHAMADO
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-ENCERRA-CHAMADO-1-EXIT
           END-IF
           MOVE SPACES TO WSAC-TEXTO
           DISPLAY TELA-TEXTO-SAC
           ACCEPT TELA-TEXTO-SAC
           IF ESC
              GO TO R-ENCERRA-CHAMADO-1-EXIT
           END-IF
           IF WSAC-TEXTO = SPACES
              MOVE 'RESOLUCAO OBRIGATORIA PARA ENCERRAR ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ENCERRA-CHAMADO-1-EXIT
           END-IF
           MOVE WSAC-NUM TO NUMERO-SAC
           READ CHAMSAC
           PERFORM R-FORMATA-SAC
           MOVE WAUD-DEPOIS TO WAUD-ANTES
           MOVE WSAC-TEXTO TO RESOLUCAO-SAC
           MOVE 'F' TO SITUACAO-SAC
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ENCERRA-SAC
           MOVE WSAC-OPERADOR TO OPERADOR-ULT-SAC
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-ULT-SAC
           PERFORM R-REGRAVA-CHAMADO
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-ENCERRA-CHAMADO-1-EXIT
           END-IF
           MOVE SPACES TO WSAC-TEXTO
           STRING 'SAC ' NUMERO-SAC ' ENCERRADO: ' RESOLUCAO-SAC
               DELIMITED BY SIZE INTO WSAC-TEXTO
           PERFORM R-GRAVA-CONTATO.
       R-ENCERRA-CHAMADO-1-EXIT.
           EXIT.

      *----LE E MOSTRA O CHAMADO PEDIDO; SO OS PENDENTES ACEITAM
      *    ALTERACAO.
       R-LE-CHAMADO.
           MOVE ZEROES TO WSAC-NUM
           DISPLAY TELA-NUMERO-SAC
           ACCEPT TELA-NUMERO-SAC
           IF ESC OR WSAC-NUM = ZEROES
              MOVE 1 TO WSAIDA
           ELSE
              MOVE WSAC-NUM TO NUMERO-SAC
              READ CHAMSAC
              IF FS-SAC NOT = '00'
                 MOVE 'CHAMADO NAO ENCONTRADO ' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 MOVE 1 TO WSAIDA
              ELSE
                 PERFORM R-MONTA-TELA-SAC
                 DISPLAY TELA-MOSTRA-SAC
                 IF SAC-ENCERRADO
                    MOVE 'CHAMADO JA ENCERRADO ' TO WTXT
                    PERFORM R-MOSTRA-MENSAGEM
                    MOVE 1 TO WSAIDA
                 END-IF
              END-IF
           END-IF.

       R-MONTA-TELA-SAC.
           MOVE SPACES TO WED-RAZAO WED-NOME-VEN WED-CAT
           MOVE COD-CLI-SAC TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WED-RAZAO
           END-IF
           MOVE CATEGORIA-SAC TO WSAC-CAT
           PERFORM R-LOCALIZA-CATEGORIA
           IF WCAT-ACHADA > ZEROES
              MOVE WCAT-DESC(WCAT-ACHADA) TO WED-CAT
           ELSE
              MOVE CATEGORIA-SAC TO WED-CAT
           END-IF
           EVALUATE TRUE
              WHEN SAC-ABERTO
                 MOVE 'ABERTO' TO WED-SITUACAO
              WHEN SAC-ANDAMENTO
                 MOVE 'EM ANDAMENTO' TO WED-SITUACAO
              WHEN OTHER
                 MOVE 'ENCERRADO' TO WED-SITUACAO
           END-EVALUATE
           MOVE COD-VEN-SAC TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND CODIGO-VEN = COD-VEN-SAC
                 MOVE NOME-VEN TO WED-NOME-VEN
              END-IF
           END-IF.

       R-REGRAVA-CHAMADO.
           REWRITE REGISTRO-SAC
           IF FS-SAC NOT = '00'
              MOVE 'ERRO DE REGRAVACAO ST ' TO WTXT
              MOVE FS-SAC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              MOVE 1 TO WSAIDA
           ELSE
              PERFORM R-FORMATA-SAC
              MOVE 'A' TO WAUD-OPERACAO
              PERFORM R-AUDITA-SAC THRU R-AUDITA-SAC-FIM
           END-IF.

       R-BUSCA-VENDEDOR.
           MOVE WSAC-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WSAC-VEN
              MOVE 'VENDEDOR NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              MOVE 1 TO WSAIDA
           ELSE
              IF VEN-INATIVO
                 MOVE 'VENDEDOR INATIVO ' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

       R-LOCALIZA-CATEGORIA.
           MOVE ZEROES TO WCAT-ACHADA
           PERFORM VARYING WIDX-CAT FROM 1 BY 1
                   UNTIL WIDX-CAT > WQTD-CAT-SAC
              IF WCAT-COD(WIDX-CAT) = WSAC-CAT
                 MOVE WIDX-CAT TO WCAT-ACHADA
              END-IF
           END-PERFORM.

      *----PRAZO = WSAC-SLA DIAS UTEIS DEPOIS DE HOJE. SLA ZERO VENCE
      *    NO PROPRIO DIA.
       R-CALCULA-PRAZO.
           MOVE WDATA-HOJE TO WSAC-PRAZO
           MOVE ZEROES TO WCONT-DIAS-SLA WCONT-PASSOS-SLA
           PERFORM R-PROXIMO-DIA-SLA
                   UNTIL WCONT-DIAS-SLA NOT < WSAC-SLA
                      OR WCONT-PASSOS-SLA > 999.

       R-PROXIMO-DIA-SLA.
           ADD 1 TO WCONT-PASSOS-SLA
           COMPUTE WSAC-PRAZO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSAC-PRAZO) + 1)
           MOVE WSAC-PRAZO TO WDATA-TESTE
           PERFORM R-CHECA-DIA-UTIL
           IF DIA-EH-UTIL
              PERFORM R-CHECA-FERIADO-REGIONAL
              IF WDIA-REG-BLOQ = 'N'
                 ADD 1 TO WCONT-DIAS-SLA
              END-IF
           END-IF.

       R-GRAVA-CONTATO.
           IF CONT-DISPONIVEL
              MOVE COD-CLI-SAC TO CODIGO-CLI-CONT
              MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-CONT
              MOVE WSAC-OPERADOR TO OPERADOR-CONT
              MOVE WSAC-TEXTO TO NOTA-CONT
              WRITE REGISTRO-CONTATO-CLI
           END-IF.

       R-AVISA-RESPONSAVEL.
           MOVE 'M' TO WOTB-SEVERIDADE
           MOVE SPACES TO WOTB-DESTINO
           STRING 'VENDEDOR-' COD-VEN-SAC
               DELIMITED BY SIZE INTO WOTB-DESTINO
           MOVE SPACES TO WOTB-MENSAGEM
           STRING 'CHAMADO SAC ' NUMERO-SAC ' CLIENTE ' COD-CLI-SAC
               ' (' CATEGORIA-SAC ') PRAZO ' DATA-PRAZO-SAC ': '
               DESCRICAO-SAC
               DELIMITED BY SIZE INTO WOTB-MENSAGEM
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT.

       R-FORMATA-SAC.
           MOVE SPACES TO WAUD-DEPOIS
           STRING COD-CLI-SAC ' ' CATEGORIA-SAC ' ' SITUACAO-SAC ' '
               COD-VEN-SAC ' ' DATA-PRAZO-SAC ' '
               FUNCTION TRIM(ANDAMENTO-SAC) ' '
               FUNCTION TRIM(RESOLUCAO-SAC)
               DELIMITED BY SIZE INTO WAUD-DEPOIS.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-AUDITA-SAC.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-SAC-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WSAC-OPERADOR) ','
               'CHAMADO-SAC' ',' WAUD-OPERACAO ','
               NUMERO-SAC ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-SAC-FIM.
           EXIT.

       S-LE-CONFIG-SAC SECTION.
       R-LE-CONFIG-SAC-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-SAC-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    PERFORM R-APLICA-CONFIG-SAC
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-SAC-1-EXIT.
           EXIT.

       R-APLICA-CONFIG-SAC.
           IF WCFG-NOME(1:8) = 'SAC-SLA-' AND
              WCFG-VALOR(1:3) IS NUMERIC
              MOVE WCFG-NOME(9:2) TO WSAC-CAT
              PERFORM R-LOCALIZA-CATEGORIA
              IF WCAT-ACHADA > ZEROES
                 MOVE WCFG-VALOR(1:3) TO WCAT-SLA(WCAT-ACHADA)
              END-IF
           END-IF.

       S-LE-CALENDARIO SECTION.
       R-LE-CALENDARIO-1.
           INITIALIZE WQTD-FERIADOS WQTD-REC WQTD-FER-REG
           MOVE SPACES TO WTAB-SIG-BLOQ
           OPEN INPUT CALENDARIO.
           IF FS-CAL NOT = '00'
              GO TO R-LE-CALENDARIO-1-EXIT
           END-IF
           PERFORM UNTIL FS-CAL NOT = '00'
              READ CALENDARIO
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-CARREGA-LINHA-CAL
                          THRU R-CARREGA-LINHA-CAL-FIM
              END-READ
           END-PERFORM
           CLOSE CALENDARIO.
       R-LE-CALENDARIO-1-EXIT.
           EXIT.

       R-CARREGA-LINHA-CAL.
           MOVE CALENDARIO-DATA-01(1:8) TO WDATA-CAL
           IF WDATA-CAL IS NUMERIC
              IF CALENDARIO-DATA-01(10:3) IS NUMERIC AND
                 CALENDARIO-DATA-01(10:3) NOT = '000'
                 IF WQTD-FER-REG < 100
                    ADD 1 TO WQTD-FER-REG
                    MOVE WDATA-CAL TO WFER-REG-DATA(WQTD-FER-REG)
                    MOVE CALENDARIO-DATA-01(10:3)
                         TO WFER-REG-REGIAO(WQTD-FER-REG)
                 END-IF
              ELSE
                 IF WQTD-FERIADOS < 100
                    ADD 1 TO WQTD-FERIADOS
                    MOVE WDATA-CAL TO WFERIADO-TAB(WQTD-FERIADOS)
                 END-IF
              END-IF
              GO TO R-CARREGA-LINHA-CAL-FIM
           END-IF
           IF CALENDARIO-DATA-01(1:3) = 'REC' AND
              CALENDARIO-DATA-01(5:4) IS NUMERIC
              IF (CALENDARIO-DATA-01(10:3) IS NOT NUMERIC OR
                  CALENDARIO-DATA-01(10:3) = '000') AND
                 WQTD-REC < 50
                 ADD 1 TO WQTD-REC
                 MOVE CALENDARIO-DATA-01(5:4)
                      TO WREC-MMDD-TAB(WQTD-REC)
              END-IF
              GO TO R-CARREGA-LINHA-CAL-FIM
           END-IF
           IF CALENDARIO-DATA-01(4:1) = SPACE
              PERFORM VARYING WIDX-SIG FROM 1 BY 1
                      UNTIL WIDX-SIG > 7
                 IF WTAB-DIAS-SEMANA(WIDX-SIG * 3 - 2:3) =
                    CALENDARIO-DATA-01(1:3)
                    MOVE 'S' TO WSIG-BLOQ(WIDX-SIG)
                 END-IF
              END-PERFORM
           END-IF.
       R-CARREGA-LINHA-CAL-FIM.
           EXIT.

      *----1=SEG ... 7=DOM (O DIA 1601-01-01 DA BASE DO
      *    INTEGER-OF-DATE FOI UMA SEGUNDA-FEIRA).
       R-CHECA-DIA-UTIL.
           MOVE 'S' TO WDIA-EH-UTIL
           COMPUTE WNUM-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WDATA-TESTE) - 1, 7) + 1
           IF WSIG-BLOQ(WNUM-DIA-SEMANA) = 'S'
              MOVE 'N' TO WDIA-EH-UTIL
           END-IF
           PERFORM VARYING WIDX-FER FROM 1 BY 1
                   UNTIL WIDX-FER > WQTD-FERIADOS
              IF WFERIADO-TAB(WIDX-FER) = WDATA-TESTE
                 MOVE 'N' TO WDIA-EH-UTIL
              END-IF
           END-PERFORM
           COMPUTE WMMDD-TESTE = FUNCTION MOD(WDATA-TESTE, 10000)
           PERFORM VARYING WIDX-REC FROM 1 BY 1
                   UNTIL WIDX-REC > WQTD-REC
              IF WREC-MMDD-TAB(WIDX-REC) = WMMDD-TESTE
                 MOVE 'N' TO WDIA-EH-UTIL
              END-IF
           END-PERFORM.

       R-CHECA-FERIADO-REGIONAL.
           MOVE 'N' TO WDIA-REG-BLOQ
           PERFORM VARYING WIDX-FREG FROM 1 BY 1
                   UNTIL WIDX-FREG > WQTD-FER-REG
              IF WFER-REG-DATA(WIDX-FREG) = WDATA-TESTE AND
                 WFER-REG-REGIAO(WIDX-FREG) = WREG-VEN-CORRENTE
                 MOVE 'S' TO WDIA-REG-BLOQ
              END-IF
           END-PERFORM.

       COPY PROX-COD.CPY.

       COPY OUTBOX.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
