       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relnps.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PESQNPS ASSIGN TO DISK WID-ARQ-PESQNPS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NPS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NPS.

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

       SELECT CONTATOS-CLI ASSIGN TO DISK WID-ARQ-CONTATOS-CLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CONTATO-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CONT.

       SELECT MACROREG ASSIGN TO DISK WID-ARQ-MACROREG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-MAC.

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
      *----RESPOSTAS DA PESQUISA DE SATISFACAO (CADNPS / IMPVISITA).
       FD PESQNPS.
       01  REGISTRO-NPS.
           02 CHAVE-NPS.
              03 COD-CLI-NPS            PIC  9(007).
              03 DATA-NPS               PIC  9(008).
              03 HORA-NPS               PIC  9(006).
           02 NOTA-NPS                  PIC  9(002).
           02 COMENTARIO-NPS            PIC  X(060).
           02 MEIO-NPS                  PIC  X(001).
              88 NPS-CAMPO                    VALUE 'C'.
              88 NPS-TELEFONE                 VALUE 'T'.
              88 NPS-EMAIL                    VALUE 'E'.
              88 NPS-PRESENCIAL               VALUE 'P'.
           02 COD-VEN-NPS               PIC  9(003).
           02 OPERADOR-NPS              PIC  X(020).
           02 DATA-HORA-REG-NPS         PIC  X(014).
           02 ACOMP-NPS                 PIC  X(001).
              88 NPS-ACOMPANHADO              VALUE 'S'.
           02 DATA-ACOMP-NPS            PIC  9(008).

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

       FD  CONTATOS-CLI.
       01  REGISTRO-CONTATO-CLI.
           02 CHAVE-CONTATO-CLI.
              03 CODIGO-CLI-CONT       PIC  9(007).
              03 DATA-HORA-CONT        PIC  X(014).
           02 OPERADOR-CONT            PIC  X(020).
           02 NOTA-CONT                PIC  X(060).

       FD  MACROREG.
       01  MACROREG-REC.
           05  MACROREG-DATA-01         PIC X(00080).

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
       01 FS-NPS.
           02 FS-NPS-1                PIC 9.
           02 FS-NPS-2                PIC 9.
           02 FS-NPS-R REDEFINES FS-NPS-2 PIC 99 COMP-X.
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
       01 FS-CONT.
           02 FS-CONT-1               PIC 9.
           02 FS-CONT-2               PIC 9.
           02 FS-CONT-R REDEFINES FS-CONT-2 PIC 99 COMP-X.
       01 FS-MAC.
           02 FS-MAC-1                PIC 9.
           02 FS-MAC-2                PIC 9.
           02 FS-MAC-R REDEFINES FS-MAC-2 PIC 99 COMP-X.
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

       01 WID-ARQ-PESQNPS         PIC X(50) VALUE 'PESQUISA-NPS.DAT'.
       01 WID-ARQ-CONTATOS-CLI    PIC X(50) VALUE 'CONTATOS-CLI.DAT'.
       01 WID-ARQ-MACROREG        PIC X(50) VALUE 'MACROREG.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'RELNPS.LOG'.
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

       01 WCLI-DISPONIVEL         PIC X VALUE 'N'.
          88 CLI-DISPONIVEL            VALUE 'S'.
       01 WCONT-DISPONIVEL        PIC X VALUE 'N'.
          88 CONT-DISPONIVEL           VALUE 'S'.

      *----TRIMESTRE APURADO E O ANTERIOR (TENDENCIA). PADRAO E O
      *    ULTIMO TRIMESTRE COMPLETO.
       01 WTRI-ANO                PIC 9(004) VALUE ZEROES.
       01 WTRI-NUM                PIC 9(001) VALUE ZEROES.
       01 WANT-ANO                PIC 9(004) VALUE ZEROES.
       01 WANT-NUM                PIC 9(001) VALUE ZEROES.
       01 WTRI-INI                PIC 9(008) VALUE ZEROES.
       01 WTRI-FIM                PIC 9(008) VALUE ZEROES.
       01 WANT-INI                PIC 9(008) VALUE ZEROES.
       01 WANT-FIM                PIC 9(008) VALUE ZEROES.
       01 WMES-ATUAL              PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-ATUAL.
          02 WMES-ATUAL-AAAA      PIC 9(004).
          02 WMES-ATUAL-MM        PIC 9(002).
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WCONFIRMA               PIC X(001) VALUE SPACE.
       01 WNPS-OPERADOR           PIC X(020) VALUE SPACES.

      *----CADASTROS EM MEMORIA, INDEXADOS PELO CODIGO: REGIAO E
      *    SUPERVISOR DO VENDEDOR, SUPERVISOR E MACRO DA REGIAO, NOMES
      *    DAS MACRO-REGIOES (MACROREG.DAT, COMO NO RELDASH).
       01 WTAB-VEN-NPS.
          02 WTVN-LINHA OCCURS 999 TIMES.
             03 WTVN-NOME         PIC X(040).
             03 WTVN-REGIAO       PIC 9(003).
             03 WTVN-SUP          PIC 9(003).
       01 WTAB-REG-NPS.
          02 WTRN-LINHA OCCURS 999 TIMES.
             03 WTRN-NOME         PIC X(030).
             03 WTRN-SUP          PIC 9(003).
             03 WTRN-MACRO        PIC 9(002).
       01 WTAB-MACROS.
          02 WNOME-MACRO OCCURS 9 TIMES PIC X(030).
       01 WMAC-T-COD              PIC X(002) VALUE SPACES.
       01 WMAC-T-NOME             PIC X(030) VALUE SPACES.
       77 WMAC-SLOT               PIC 99 VALUE ZEROES.

      *----ACUMULADORES: PERIODO 1 = TRIMESTRE APURADO, 2 = ANTERIOR.
      *    PROMOTOR = NOTA 9 OU 10, DETRATOR = NOTA 0 A 6, O RESTO E
      *    NEUTRO. NPS = (PROMOTORES - DETRATORES) * 100 / RESPOSTAS.
       01 WTAB-NPS-VEN.
          02 WNVE-LINHA OCCURS 999 TIMES.
             03 WNVE-PER OCCURS 2 TIMES.
                04 WNVE-RESP      PIC 9(005).
                04 WNVE-PROM      PIC 9(005).
                04 WNVE-DETR      PIC 9(005).
       01 WTAB-NPS-REG.
          02 WNRG-LINHA OCCURS 999 TIMES.
             03 WNRG-PER OCCURS 2 TIMES.
                04 WNRG-RESP      PIC 9(005).
                04 WNRG-PROM      PIC 9(005).
                04 WNRG-DETR      PIC 9(005).
       01 WTAB-NPS-MAC.
          02 WNMA-LINHA OCCURS 9 TIMES.
             03 WNMA-PER OCCURS 2 TIMES.
                04 WNMA-RESP      PIC 9(005).
                04 WNMA-PROM      PIC 9(005).
                04 WNMA-DETR      PIC 9(005).
       01 WTAB-NPS-TOT.
          02 WNTO-PER OCCURS 2 TIMES.
             03 WNTO-RESP         PIC 9(007).
             03 WNTO-PROM         PIC 9(007).
             03 WNTO-DETR         PIC 9(007).

       77 WIDX-PER                PIC 9 VALUE ZEROES.
       77 WIDX-VEN                PIC 9(004) VALUE ZEROES.
       77 WIDX-REG                PIC 9(004) VALUE ZEROES.
       77 WIDX-MAC                PIC 9(002) VALUE ZEROES.
       01 WNPS-VEN                PIC 9(003) VALUE ZEROES.
       01 WNPS-REGIAO             PIC 9(003) VALUE ZEROES.
       01 WNPS-MACRO              PIC 9(002) VALUE ZEROES.
       01 WNPS-SUP                PIC 9(003) VALUE ZEROES.

      *----LINHA DO RELATORIO EM MONTAGEM.
       01 WLIN-ROTULO             PIC X(060) VALUE SPACES.
       01 WLIN-RESP               PIC 9(007) VALUE ZEROES.
       01 WLIN-PROM               PIC 9(007) VALUE ZEROES.
       01 WLIN-NEUT               PIC 9(007) VALUE ZEROES.
       01 WLIN-DETR               PIC 9(007) VALUE ZEROES.
       01 WLIN-RESP-ANT           PIC 9(007) VALUE ZEROES.
       01 WLIN-PROM-ANT           PIC 9(007) VALUE ZEROES.
       01 WLIN-DETR-ANT           PIC 9(007) VALUE ZEROES.
       01 WLIN-NPS                PIC S9(003)V9(001) VALUE ZEROES.
       01 WLIN-NPS-ANT            PIC S9(003)V9(001) VALUE ZEROES.
       01 WLIN-VARIACAO           PIC S9(003)V9(001) VALUE ZEROES.
       01 WED-NPS                 PIC -ZZ9.9.
       01 WED-NPS-ANT             PIC -ZZ9.9.
       01 WED-VARIACAO            PIC -ZZ9.9.
       01 WED-TXT-NPS             PIC X(006) VALUE SPACES.
       01 WED-TXT-NPS-ANT         PIC X(006) VALUE SPACES.
       01 WED-TXT-VARIACAO        PIC X(006) VALUE SPACES.
       01 WED-RAZAO               PIC X(040) VALUE SPACES.

       77 WCONT-LIDOS             PIC 9(007) VALUE ZEROES.
       77 WCONT-DETRATORES        PIC 9(007) VALUE ZEROES.
       77 WCONT-NOVOS-ACOMP       PIC 9(007) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relnps'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-REL-NPS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - NPS TRIMESTRAL DE C
      -"LIENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ANO......................:".
          02 SCR-TRI-ANO LINE 6 COL 32 PIC 9(004)
                 USING WTRI-ANO AUTO.
          02 LINE 7 COL 5 VALUE "TRIMESTRE (1 A 4)........:".
          02 SCR-TRI-NUM LINE 7 COL 32 PIC 9(001)
                 USING WTRI-NUM AUTO.
          02 LINE 9 COL 5 VALUE
             "DETRATORES GERAM CONTATO E AVISO AO SUPERVISOR".
          02 LINE 11 COL 5 VALUE "CONFIRMA (S/N)?".
          02 SCR-CONFIRMA LINE 11 COL 21 PIC X(001)
                 USING WCONFIRMA AUTO.
          02 LINE 13 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----NPS DO TRIMESTRE POR VENDEDOR, REGIAO, MACRO-REGIAO E
      *    TOTAL, COM O TRIMESTRE ANTERIOR AO LADO PARA A TENDENCIA, E
      *    A LISTA DOS DETRATORES. CADA DETRATOR AINDA NAO ACOMPANHADO
      *    GANHA UM REGISTRO NO HISTORICO DE CONTATOS DO CLIENTE E UM
      *    AVISO AO SUPERVISOR; RODAR DE NOVO NAO REPETE O AVISO.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WNPS-OPERADOR
           ELSE
              ACCEPT WNPS-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           PERFORM R-TRIMESTRE-PADRAO
           IF MODO-INTERATIVO
              MOVE 'S' TO WCONFIRMA
              DISPLAY TELA-REL-NPS
              ACCEPT TELA-REL-NPS
              IF ESC OR (WCONFIRMA NOT = 'S' AND WCONFIRMA NOT = 's')
                 GO TO ABERTURA-EXIT
              END-IF
              IF WTRI-NUM < 1 OR WTRI-NUM > 4 OR WTRI-ANO < 2000
                 MOVE 'TRIMESTRE INVALIDO ' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           PERFORM R-CALCULA-TRIMESTRES
           OPEN I-O PESQNPS.
           IF FS-NPS NOT = '00'
              MOVE 'NENHUMA PESQUISA REGISTRADA ST ' TO WTXT
              MOVE FS-NPS TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-CADASTROS THRU R-CARREGA-CADASTROS-1-EXIT
           PERFORM S-CARREGA-MACROS THRU R-CARREGA-MACROS-1-EXIT
           MOVE 'N' TO WCLI-DISPONIVEL
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 'S' TO WCLI-DISPONIVEL
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
           PERFORM S-APURA-NPS THRU R-APURA-NPS-1-EXIT
           MOVE WDATA-HOJE TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'NPS-' WTRI-ANO 'T' WTRI-NUM '-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE ZEROES TO WCATR-LINHAS
           PERFORM S-IMPRIME-NPS THRU R-IMPRIME-NPS-1-EXIT
           PERFORM S-LISTA-DETRATORES THRU R-LISTA-DETRATORES-1-EXIT
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'TRIMESTRE=' WTRI-ANO 'T' WTRI-NUM
               ';ANTERIOR=' WANT-ANO 'T' WANT-NUM
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           IF CONT-DISPONIVEL
              CLOSE CONTATOS-CLI
           END-IF
           IF CLI-DISPONIVEL
              CLOSE CLIENTES
           END-IF
           CLOSE PESQNPS
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'RESPOSTAS ' WCONT-LIDOS ' DETRATORES '
                  WCONT-DETRATORES
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----ULTIMO TRIMESTRE COMPLETO ANTES DO MES CORRENTE.
       R-TRIMESTRE-PADRAO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-ATUAL
           MOVE WMES-ATUAL-AAAA TO WTRI-ANO
           COMPUTE WTRI-NUM = (WMES-ATUAL-MM - 1) / 3
           IF WTRI-NUM = ZEROES
              MOVE 4 TO WTRI-NUM
              SUBTRACT 1 FROM WTRI-ANO
           END-IF.

       R-CALCULA-TRIMESTRES.
           IF WTRI-NUM = 1
              MOVE 4 TO WANT-NUM
              COMPUTE WANT-ANO = WTRI-ANO - 1
           ELSE
              COMPUTE WANT-NUM = WTRI-NUM - 1
              MOVE WTRI-ANO TO WANT-ANO
           END-IF
           COMPUTE WTRI-INI = WTRI-ANO * 10000
                            + ((WTRI-NUM - 1) * 3 + 1) * 100 + 1
           COMPUTE WTRI-FIM = WTRI-ANO * 10000 + WTRI-NUM * 300 + 31
           COMPUTE WANT-INI = WANT-ANO * 10000
                            + ((WANT-NUM - 1) * 3 + 1) * 100 + 1
           COMPUTE WANT-FIM = WANT-ANO * 10000 + WANT-NUM * 300 + 31.

      *----VENDEDORES E REGIOES SAO OPCIONAIS: SEM ELES O NPS SAI SO
      *    POR VENDEDOR (SEM NOME) E NO TOTAL.
       S-CARREGA-CADASTROS SECTION.
       R-CARREGA-CADASTROS-1.
           INITIALIZE WTAB-VEN-NPS WTAB-REG-NPS
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE LOW-VALUES TO CHAVE-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              PERFORM UNTIL FS-VEN NOT = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00' AND CODIGO-VEN > ZEROES
                    MOVE NOME-VEN TO WTVN-NOME(CODIGO-VEN)
                    MOVE COD-REGIAO TO WTVN-REGIAO(CODIGO-VEN)
                    MOVE COD-SUPERVISOR TO WTVN-SUP(CODIGO-VEN)
                 END-IF
              END-PERFORM
              CLOSE VENDEDORES
           END-IF
           OPEN INPUT REGIAO
           IF FS-REG = '00'
              MOVE ZEROES TO CODIGO-REG
              START REGIAO KEY IS NOT LESS THAN CODIGO-REG
              PERFORM UNTIL FS-REG NOT = '00'
                 READ REGIAO NEXT
                 IF FS-REG = '00' AND CODIGO-REG > ZEROES
                    MOVE NOME-REG TO WTRN-NOME(CODIGO-REG)
                    MOVE COD-SUPERVISOR-REG TO WTRN-SUP(CODIGO-REG)
                    MOVE COD-MACRO-REG TO WTRN-MACRO(CODIGO-REG)
                 END-IF
              END-PERFORM
              CLOSE REGIAO
           END-IF.
       R-CARREGA-CADASTROS-1-EXIT.
           EXIT.

       S-CARREGA-MACROS SECTION.
       R-CARREGA-MACROS-1.
           INITIALIZE WTAB-MACROS
           OPEN INPUT MACROREG.
           IF FS-MAC NOT = '00'
              GO TO R-CARREGA-MACROS-1-EXIT
           END-IF
           PERFORM UNTIL FS-MAC NOT = '00'
              READ MACROREG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WMAC-T-COD WMAC-T-NOME
                    UNSTRING MACROREG-DATA-01 DELIMITED BY ','
                        INTO WMAC-T-COD WMAC-T-NOME
                    IF WMAC-T-COD IS NUMERIC
                       COMPUTE WMAC-SLOT =
                           FUNCTION NUMVAL(WMAC-T-COD)
                       IF WMAC-SLOT > ZEROES AND WMAC-SLOT < 10
                          MOVE WMAC-T-NOME
                               TO WNOME-MACRO(WMAC-SLOT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MACROREG.
       R-CARREGA-MACROS-1-EXIT.
           EXIT.

      *----UMA PASSADA NAS RESPOSTAS DOS DOIS TRIMESTRES. O VENDEDOR
      *    E O GRAVADO NA RESPOSTA; REGIAO E MACRO VEM DO CADASTRO
      *    ATUAL DO VENDEDOR.
       S-APURA-NPS SECTION.
       R-APURA-NPS-1.
           INITIALIZE WTAB-NPS-VEN WTAB-NPS-REG WTAB-NPS-MAC
                      WTAB-NPS-TOT
           MOVE LOW-VALUES TO CHAVE-NPS
           START PESQNPS KEY IS NOT LESS THAN CHAVE-NPS
           PERFORM UNTIL FS-NPS NOT = '00'
              READ PESQNPS NEXT
              IF FS-NPS = '00'
                 PERFORM R-APURA-RESPOSTA
              END-IF
           END-PERFORM.
       R-APURA-NPS-1-EXIT.
           EXIT.

       R-APURA-RESPOSTA.
           MOVE ZEROES TO WIDX-PER
           IF DATA-NPS NOT < WTRI-INI AND DATA-NPS NOT > WTRI-FIM
              MOVE 1 TO WIDX-PER
           END-IF
           IF DATA-NPS NOT < WANT-INI AND DATA-NPS NOT > WANT-FIM
              MOVE 2 TO WIDX-PER
           END-IF
           IF WIDX-PER > ZEROES
              IF WIDX-PER = 1
                 ADD 1 TO WCONT-LIDOS
              END-IF
              PERFORM R-LOCALIZA-VENDEDOR
              ADD 1 TO WNTO-RESP(WIDX-PER)
              IF WNPS-VEN > ZEROES
                 ADD 1 TO WNVE-RESP(WNPS-VEN, WIDX-PER)
              END-IF
              IF WNPS-REGIAO > ZEROES
                 ADD 1 TO WNRG-RESP(WNPS-REGIAO, WIDX-PER)
              END-IF
              IF WNPS-MACRO > ZEROES AND WNPS-MACRO < 10
                 ADD 1 TO WNMA-RESP(WNPS-MACRO, WIDX-PER)
              END-IF
              IF NOTA-NPS > 8
                 PERFORM R-SOMA-PROMOTOR
              END-IF
              IF NOTA-NPS < 7
                 PERFORM R-SOMA-DETRATOR
                 IF WIDX-PER = 1
                    ADD 1 TO WCONT-DETRATORES
                    IF NOT NPS-ACOMPANHADO
                       PERFORM R-ACOMPANHA-DETRATOR
                    END-IF
                 END-IF
              END-IF
           END-IF.

       R-LOCALIZA-VENDEDOR.
           MOVE COD-VEN-NPS TO WNPS-VEN
           MOVE ZEROES TO WNPS-REGIAO WNPS-MACRO WNPS-SUP
           IF WNPS-VEN > ZEROES
              MOVE WTVN-REGIAO(WNPS-VEN) TO WNPS-REGIAO
              MOVE WTVN-SUP(WNPS-VEN) TO WNPS-SUP
           END-IF
           IF WNPS-REGIAO > ZEROES
              MOVE WTRN-MACRO(WNPS-REGIAO) TO WNPS-MACRO
              IF WTRN-SUP(WNPS-REGIAO) > ZEROES
                 MOVE WTRN-SUP(WNPS-REGIAO) TO WNPS-SUP
              END-IF
           END-IF.

       R-SOMA-PROMOTOR.
           ADD 1 TO WNTO-PROM(WIDX-PER)
           IF WNPS-VEN > ZEROES
              ADD 1 TO WNVE-PROM(WNPS-VEN, WIDX-PER)
           END-IF
           IF WNPS-REGIAO > ZEROES
              ADD 1 TO WNRG-PROM(WNPS-REGIAO, WIDX-PER)
           END-IF
           IF WNPS-MACRO > ZEROES AND WNPS-MACRO < 10
              ADD 1 TO WNMA-PROM(WNPS-MACRO, WIDX-PER)
           END-IF.

       R-SOMA-DETRATOR.
           ADD 1 TO WNTO-DETR(WIDX-PER)
           IF WNPS-VEN > ZEROES
              ADD 1 TO WNVE-DETR(WNPS-VEN, WIDX-PER)
           END-IF
           IF WNPS-REGIAO > ZEROES
              ADD 1 TO WNRG-DETR(WNPS-REGIAO, WIDX-PER)
           END-IF
           IF WNPS-MACRO > ZEROES AND WNPS-MACRO < 10
              ADD 1 TO WNMA-DETR(WNPS-MACRO, WIDX-PER)
           END-IF.

      *----DETRATOR DO TRIMESTRE: CONTATO NO HISTORICO DO CLIENTE
      *    (NA DATA/HORA DA RESPOSTA, PARA NAO DUPLICAR) E AVISO AO
      *    SUPERVISOR DA REGIAO DO VENDEDOR. A RESPOSTA FICA MARCADA
      *    COMO ACOMPANHADA.
       R-ACOMPANHA-DETRATOR.
           IF CONT-DISPONIVEL
              MOVE COD-CLI-NPS TO CODIGO-CLI-CONT
              MOVE SPACES TO DATA-HORA-CONT
              STRING DATA-NPS HORA-NPS
                  DELIMITED BY SIZE INTO DATA-HORA-CONT
              MOVE WNPS-OPERADOR TO OPERADOR-CONT
              MOVE SPACES TO NOTA-CONT
              STRING 'NPS DETRATOR NOTA ' NOTA-NPS
                  ' - RETORNAR AO CLIENTE (SUPERVISOR)'
                  DELIMITED BY SIZE INTO NOTA-CONT
              WRITE REGISTRO-CONTATO-CLI
           END-IF
           MOVE 'NPS-DETRATOR' TO WOTB-TIPO
           MOVE 'A' TO WOTB-SEVERIDADE
           MOVE SPACES TO WOTB-MENSAGEM
           STRING 'CLIENTE ' COD-CLI-NPS ' NOTA ' NOTA-NPS
               ' EM ' DATA-NPS ' VENDEDOR ' WNPS-VEN
               ' - RETORNAR AO CLIENTE'
               DELIMITED BY SIZE INTO WOTB-MENSAGEM
           IF WNPS-SUP > ZEROES
              MOVE SPACES TO WOTB-DESTINO
              STRING 'SUPERVISOR-' WNPS-SUP
                  DELIMITED BY SIZE INTO WOTB-DESTINO
           ELSE
              MOVE 'SUPERVISOR' TO WOTB-DESTINO
           END-IF
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           MOVE 'S' TO ACOMP-NPS
           MOVE WDATA-HOJE TO DATA-ACOMP-NPS
           REWRITE REGISTRO-NPS
           ADD 1 TO WCONT-NOVOS-ACOMP.

       S-IMPRIME-NPS SECTION.
       R-IMPRIME-NPS-1.
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"NPS DE CLIENTES - TRIMESTRE"' ',' WTRI-ANO 'T'
               WTRI-NUM ',' '"ANTERIOR"' ',' WANT-ANO 'T' WANT-NUM
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"NIVEL"' ',' '"CODIGO"' ',' '"NOME"' ','
               '"RESPOSTAS"' ',' '"PROMOTORES"' ',' '"NEUTROS"' ','
               '"DETRATORES"' ',' '"NPS"' ','
               '"RESPOSTAS ANT"' ',' '"NPS ANT"' ',' '"VARIACAO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 2 TO WCATR-LINHAS
           PERFORM VARYING WIDX-VEN FROM 1 BY 1 UNTIL WIDX-VEN > 999
              IF WNVE-RESP(WIDX-VEN, 1) > ZEROES OR
                 WNVE-RESP(WIDX-VEN, 2) > ZEROES
                 MOVE WNVE-RESP(WIDX-VEN, 1) TO WLIN-RESP
                 MOVE WNVE-PROM(WIDX-VEN, 1) TO WLIN-PROM
                 MOVE WNVE-DETR(WIDX-VEN, 1) TO WLIN-DETR
                 MOVE WNVE-RESP(WIDX-VEN, 2) TO WLIN-RESP-ANT
                 MOVE WNVE-PROM(WIDX-VEN, 2) TO WLIN-PROM-ANT
                 MOVE WNVE-DETR(WIDX-VEN, 2) TO WLIN-DETR-ANT
                 MOVE WIDX-VEN TO WNPS-VEN
                 MOVE SPACES TO WLIN-ROTULO
                 STRING '"VENDEDOR",' WNPS-VEN ',"'
                     FUNCTION TRIM(WTVN-NOME(WIDX-VEN)) '"'
                     DELIMITED BY SIZE INTO WLIN-ROTULO
                 PERFORM R-LINHA-NPS
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-REG FROM 1 BY 1 UNTIL WIDX-REG > 999
              IF WNRG-RESP(WIDX-REG, 1) > ZEROES OR
                 WNRG-RESP(WIDX-REG, 2) > ZEROES
                 MOVE WNRG-RESP(WIDX-REG, 1) TO WLIN-RESP
                 MOVE WNRG-PROM(WIDX-REG, 1) TO WLIN-PROM
                 MOVE WNRG-DETR(WIDX-REG, 1) TO WLIN-DETR
                 MOVE WNRG-RESP(WIDX-REG, 2) TO WLIN-RESP-ANT
                 MOVE WNRG-PROM(WIDX-REG, 2) TO WLIN-PROM-ANT
                 MOVE WNRG-DETR(WIDX-REG, 2) TO WLIN-DETR-ANT
                 MOVE WIDX-REG TO WNPS-REGIAO
                 MOVE SPACES TO WLIN-ROTULO
                 STRING '"REGIAO",' WNPS-REGIAO ',"'
                     FUNCTION TRIM(WTRN-NOME(WIDX-REG)) '"'
                     DELIMITED BY SIZE INTO WLIN-ROTULO
                 PERFORM R-LINHA-NPS
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-MAC FROM 1 BY 1 UNTIL WIDX-MAC > 9
              IF WNMA-RESP(WIDX-MAC, 1) > ZEROES OR
                 WNMA-RESP(WIDX-MAC, 2) > ZEROES
                 MOVE WNMA-RESP(WIDX-MAC, 1) TO WLIN-RESP
                 MOVE WNMA-PROM(WIDX-MAC, 1) TO WLIN-PROM
                 MOVE WNMA-DETR(WIDX-MAC, 1) TO WLIN-DETR
                 MOVE WNMA-RESP(WIDX-MAC, 2) TO WLIN-RESP-ANT
                 MOVE WNMA-PROM(WIDX-MAC, 2) TO WLIN-PROM-ANT
                 MOVE WNMA-DETR(WIDX-MAC, 2) TO WLIN-DETR-ANT
                 MOVE WIDX-MAC TO WNPS-MACRO
                 MOVE SPACES TO WLIN-ROTULO
                 STRING '"MACRORREGIAO",' WNPS-MACRO ',"'
                     FUNCTION TRIM(WNOME-MACRO(WIDX-MAC)) '"'
                     DELIMITED BY SIZE INTO WLIN-ROTULO
                 PERFORM R-LINHA-NPS
              END-IF
           END-PERFORM
           MOVE WNTO-RESP(1) TO WLIN-RESP
           MOVE WNTO-PROM(1) TO WLIN-PROM
           MOVE WNTO-DETR(1) TO WLIN-DETR
           MOVE WNTO-RESP(2) TO WLIN-RESP-ANT
           MOVE WNTO-PROM(2) TO WLIN-PROM-ANT
           MOVE WNTO-DETR(2) TO WLIN-DETR-ANT
           MOVE '"TOTAL",,"EMPRESA"' TO WLIN-ROTULO
           PERFORM R-LINHA-NPS.
       R-IMPRIME-NPS-1-EXIT.
           EXIT.

      *----SEM RESPOSTA NO PERIODO O NPS FICA EM BRANCO; A VARIACAO
      *    (PONTOS) SO SAI COM RESPOSTAS NOS DOIS TRIMESTRES.
       R-LINHA-NPS.
           COMPUTE WLIN-NEUT = WLIN-RESP - WLIN-PROM - WLIN-DETR
           MOVE SPACES TO WED-TXT-NPS WED-TXT-NPS-ANT WED-TXT-VARIACAO
           IF WLIN-RESP > ZEROES
              COMPUTE WLIN-NPS ROUNDED =
                  (WLIN-PROM - WLIN-DETR) * 100 / WLIN-RESP
              MOVE WLIN-NPS TO WED-NPS
              MOVE WED-NPS TO WED-TXT-NPS
           END-IF
           IF WLIN-RESP-ANT > ZEROES
              COMPUTE WLIN-NPS-ANT ROUNDED =
                  (WLIN-PROM-ANT - WLIN-DETR-ANT) * 100 / WLIN-RESP-ANT
              MOVE WLIN-NPS-ANT TO WED-NPS-ANT
              MOVE WED-NPS-ANT TO WED-TXT-NPS-ANT
           END-IF
           IF WLIN-RESP > ZEROES AND WLIN-RESP-ANT > ZEROES
              COMPUTE WLIN-VARIACAO = WLIN-NPS - WLIN-NPS-ANT
              MOVE WLIN-VARIACAO TO WED-VARIACAO
              MOVE WED-VARIACAO TO WED-TXT-VARIACAO
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING FUNCTION TRIM(WLIN-ROTULO) ','
               WLIN-RESP ',' WLIN-PROM ',' WLIN-NEUT ','
               WLIN-DETR ',' FUNCTION TRIM(WED-TXT-NPS) ','
               WLIN-RESP-ANT ',' FUNCTION TRIM(WED-TXT-NPS-ANT) ','
               FUNCTION TRIM(WED-TXT-VARIACAO)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----SEGUNDA PASSADA: DETRATORES DO TRIMESTRE COM A DATA EM QUE
      *    O ACOMPANHAMENTO FOI ABERTO.
       S-LISTA-DETRATORES SECTION.
       R-LISTA-DETRATORES-1.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"DETRATORES DO TRIMESTRE"' ',' WTRI-ANO 'T'
               WTRI-NUM
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLIENTE"' ',' '"RAZAO"' ',' '"DATA"' ','
               '"NOTA"' ',' '"MEIO"' ',' '"VENDEDOR"' ','
               '"SUPERVISOR"' ',' '"ACOMPANHADO EM"' ','
               '"COMENTARIO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 3 TO WCATR-LINHAS
           MOVE LOW-VALUES TO CHAVE-NPS
           START PESQNPS KEY IS NOT LESS THAN CHAVE-NPS
           PERFORM UNTIL FS-NPS NOT = '00'
              READ PESQNPS NEXT
              IF FS-NPS = '00' AND NOTA-NPS < 7 AND
                 DATA-NPS NOT < WTRI-INI AND DATA-NPS NOT > WTRI-FIM
                 PERFORM R-LINHA-DETRATOR
              END-IF
           END-PERFORM.
       R-LISTA-DETRATORES-1-EXIT.
           EXIT.

       R-LINHA-DETRATOR.
           PERFORM R-LOCALIZA-VENDEDOR
           MOVE SPACES TO WED-RAZAO
           IF CLI-DISPONIVEL
              MOVE COD-CLI-NPS TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE RAZAO TO WED-RAZAO
              END-IF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING COD-CLI-NPS ',"' FUNCTION TRIM(WED-RAZAO) '",'
               DATA-NPS ',' NOTA-NPS ',' MEIO-NPS ','
               WNPS-VEN ',' WNPS-SUP ',' DATA-ACOMP-NPS ',"'
               FUNCTION TRIM(COMENTARIO-NPS) '"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,TRIMESTRE=' WTRI-ANO 'T' WTRI-NUM
                     ',RESPOSTAS=' WCONT-LIDOS
                     ',DETRATORES=' WCONT-DETRATORES
                     ',NOVOS-ACOMPANHAMENTOS=' WCONT-NOVOS-ACOMP
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY OUTBOX.CPY.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
