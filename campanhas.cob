              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ALV.

       SELECT CAMPCONTROLE ASSIGN TO DISK WID-ARQ-CAMPCONTROLE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CTL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CTL.

       SELECT FATURA ASSIGN TO DISK WID-ARQ-FATURA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FAT.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CNPJ-RCB
              ALTERNATE RECORD KEY IS COD-CLI-RCB WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RCB.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT BLOQVIS ASSIGN TO DISK WID-ARQ-BLOQVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLQ.

       SELECT CONSENT ASSIGN TO DISK WID-ARQ-CONSENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CNS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CNS.

       SELECT CONSMOV ASSIGN TO DISK WID-ARQ-CONSMOV
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CMV.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       DATA DIVISION.
       FILE SECTION.
      *----CADASTRO DE CAMPANHAS COMERCIAIS: PERIODO E FILTROS DE
           02 COD-REGIAO-ALVO           PIC  9(003).
           02 DATA-GERACAO-ALVO         PIC  9(008).

      *----GRUPO DE CONTROLE DA CAMPANHA: AMOSTRA ALEATORIA DOS
      *    CLIENTES ELEGIVEIS SEPARADA NA GERACAO DOS ALVOS. NAO
      *    RECEBE TAREFA DE VISITA; SERVE DE COMPARACAO NO RELATORIO
      *    DE RESULTADOS.
       FD CAMPCONTROLE.
       01  REGISTRO-CAMP-CONTROLE.
           02 CHAVE-CTL.
              03 COD-CAMP-CTL           PIC  9(003).
              03 COD-CLI-CTL            PIC  9(007).
           02 COD-VEN-CTL               PIC  9(003).
           02 COD-REGIAO-CTL            PIC  9(003).
           02 DATA-GERACAO-CTL          PIC  9(008).

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
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
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

       FD PLANOVIS.
       01  REGISTRO-PLANO-VIS.
              03 COD-CLI-PLANO          PIC  9(007).
           02 CLASSIF-PLANO             PIC  X(001).
           02 ORIGEM-PLANO              PIC  X(001).
           02 DATA-ORIG-PLANO           PIC  9(008).
           02 QTD-ADIA-PLANO            PIC  9(002).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

      *----CONTAS A RECEBER IMPORTADAS DO FATURAMENTO (IMPRECEBER).
       FD RECEBER.
       01  REGISTRO-RECEBER.
           02 CNPJ-RCB              PIC  9(014).
           02 COD-CLI-RCB           PIC  9(007).
           02 DIAS-ATRASO-RCB       PIC  9(005).
           02 VALOR-ABERTO-RCB      PIC  9(013)V9(002).
           02 DATA-POSICAO-RCB      PIC  9(008).
           02 CARGA-RCB             PIC  X(014).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

      *----BLOQUEIO DE VISITA POR CLIENTE (VIDE BLOQVIS.CPY).
       FD BLOQVIS.
       01  REGISTRO-BLOQ-VISITA.
           02 COD-CLI-BLQ               PIC  9(007).
           02 MOTIVO-BLQ                PIC  X(002).
           02 DATA-INICIO-BLQ           PIC  9(008).
           02 DATA-FIM-BLQ              PIC  9(008).
           02 OBS-BLQ                   PIC  X(040).
           02 OPERADOR-BLQ              PIC  X(020).
           02 DATA-HORA-BLQ             PIC  X(014).
           02 SITUACAO-BLQ              PIC  X(001).
              88 BLQ-ATIVO                    VALUE 'A'.
              88 BLQ-LEVANTADO                VALUE 'L'.
           02 DATA-LEVANTA-BLQ          PIC  9(008).

      *----CONSENTIMENTO DE MARKETING POR CANAL (VIDE CONSENT.CPY).
       FD CONSENT.
       01  REGISTRO-CONSENT.
           02 CHAVE-CNS.
              03 COD-CLI-CNS            PIC  9(007).
              03 CANAL-CNS              PIC  X(001).
                 88 CNS-TELEFONE              VALUE 'T'.
                 88 CNS-EMAIL                 VALUE 'E'.
           02 SITUACAO-CNS              PIC  X(001).
              88 CNS-OPT-IN                   VALUE 'S'.
              88 CNS-OPT-OUT                  VALUE 'N'.
           02 DATA-CNS                  PIC  9(008).
           02 ORIGEM-CNS                PIC  X(020).
           02 OPERADOR-CNS              PIC  X(020).
           02 CONTATO-CNS               PIC  X(050).
           02 DATA-HORA-CNS             PIC  X(014).

       FD  CONSMOV.
       01  CONSMOV-REC.
           05  CONSMOV-DATA-01     PIC X(00200).

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
       01 FS-CAM.
           02 FS-CAM-1                PIC 9.
           02 FS-ALV-1                PIC 9.
           02 FS-ALV-2                PIC 9.
           02 FS-ALV-R REDEFINES FS-ALV-2 PIC 99 COMP-X.
       01 FS-CTL.
           02 FS-CTL-1                PIC 9.
           02 FS-CTL-2                PIC 9.
           02 FS-CTL-R REDEFINES FS-CTL-2 PIC 99 COMP-X.
       01 FS-FAT.
           02 FS-FAT-1                PIC 9.
           02 FS-FAT-2                PIC 9.
           02 FS-FAT-R REDEFINES FS-FAT-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-RCB.
           02 FS-RCB-1                PIC 9.
           02 FS-RCB-2                PIC 9.
           02 FS-RCB-R REDEFINES FS-RCB-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.

       01 WID-ARQ-CAMPANHAS       PIC X(50) VALUE 'CAMPANHAS.DAT'.
       01 WID-ARQ-CAMPALVOS       PIC X(50) VALUE 'CAMP-ALVOS.DAT'.
       01 WID-ARQ-CAMPCONTROLE    PIC X(50) VALUE 'CAMP-CONTROLE.DAT'.
       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-PLANOVIS        PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.
      *----CLIENTE INADIMPLENTE (DIAS DE ATRASO NA ULTIMA POSICAO DE
      *    CONTAS A RECEBER A PARTIR DO INADIMPL-DIAS DE CONFIG.DAT)
      *    NAO ENTRA NA LISTA DE ALVOS. SEM A POSICAO IMPORTADA NAO HA
      *    EXCLUSAO.
       01 WID-ARQ-RECEBER         PIC X(50) VALUE 'RECEBER.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WINADIMPL-DIAS          PIC 9(005) VALUE 30.
       01 WRCB-DISPONIVEL         PIC X VALUE 'N'.
          88 RCB-DISPONIVEL            VALUE 'S'.
       77 WCONT-INADIMPL          PIC 9(007) VALUE ZEROES.

      *----ESPELHO DO REGISTRO DE CAMPANHA PARA A TELA.
       01 WREGISTRO-CAMPANHA.

       77 WCONT-ALVOS             PIC 9(007) VALUE ZEROES.
       77 WCONT-TAREFAS           PIC 9(007) VALUE ZEROES.
       77 WCONT-BLOQUEADOS        PIC 9(007) VALUE ZEROES.
       77 WCONT-CONCLUIDOS        PIC 9(007) VALUE ZEROES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WDATA-TAREFA            PIC 9(008) VALUE ZEROES.
       01 WPERC-CONCLUSAO         PIC 9(003)V9(002) VALUE ZEROES.
       01 WCSV-PERC               PIC ZZ9.99.

      *----GRUPO DE CONTROLE: PERCENTUAL DOS ELEGIVEIS SORTEADO NA
      *    GERACAO DOS ALVOS (0 = SEM GRUPO DE CONTROLE).
       01 WPERC-CONTROLE          PIC 9(002) VALUE ZEROES.
       01 WSEMENTE-SORTEIO        PIC 9(008) VALUE ZEROES.
       01 WSORTEIO                PIC 9(003)V9(004) VALUE ZEROES.
       77 WCONT-CONTROLE          PIC 9(007) VALUE ZEROES.

      *----RESULTADO DA CAMPANHA: FATURAMENTO ANTES (MESMO NUMERO DE
      *    MESES IMEDIATAMENTE ANTERIOR AO INICIO) E DEPOIS (MESES DA
      *    CAMPANHA) POR GRUPO - 1 ALVOS VISITADOS, 2 ALVOS NAO
      *    VISITADOS, 3 CONTROLE - NO TOTAL, POR VENDEDOR E POR REGIAO.
       01 WNOMES-GRUPO-V.
          02 FILLER               PIC X(020) VALUE 'ALVOS VISITADOS'.
          02 FILLER               PIC X(020) VALUE
             'ALVOS NAO VISITADOS'.
          02 FILLER               PIC X(020) VALUE 'CONTROLE'.
       01 WNOMES-GRUPO REDEFINES WNOMES-GRUPO-V.
          02 WNOME-GRUPO          PIC X(020) OCCURS 3 TIMES.
       01 WTAB-RES-TOT.
          02 WRTO-GRUPO OCCURS 3 TIMES.
             03 WRTO-QTD              PIC 9(007).
             03 WRTO-ANTES            PIC 9(013)V9(002).
             03 WRTO-DEPOIS           PIC 9(013)V9(002).
       01 WTAB-RES-VEN.
          02 WRVE-LINHA OCCURS 999 TIMES.
             03 WRVE-GRUPO OCCURS 3 TIMES.
                04 WRVE-QTD           PIC 9(005).
                04 WRVE-ANTES         PIC 9(013)V9(002).
                04 WRVE-DEPOIS        PIC 9(013)V9(002).
       01 WTAB-RES-REG.
          02 WRRG-LINHA OCCURS 999 TIMES.
             03 WRRG-GRUPO OCCURS 3 TIMES.
                04 WRRG-QTD           PIC 9(005).
                04 WRRG-ANTES         PIC 9(013)V9(002).
                04 WRRG-DEPOIS        PIC 9(013)V9(002).
       77 WIDX-GRUPO              PIC 9(001) VALUE ZEROES.
       01 WRES-MES-INI            PIC 9(006) VALUE ZEROES.
       01 WRES-MES-FIM            PIC 9(006) VALUE ZEROES.
       01 WRES-MES-ANTES          PIC 9(006) VALUE ZEROES.
       01 WRES-MES-ANTES-FIM      PIC 9(006) VALUE ZEROES.
       77 WRES-SEQ-INI            PIC 9(006) VALUE ZEROES.
       77 WRES-SEQ-FIM            PIC 9(006) VALUE ZEROES.
       77 WRES-SEQ-ANTES          PIC 9(006) VALUE ZEROES.
       77 WRES-SEQ-MES            PIC 9(006) VALUE ZEROES.
       77 WRES-QTD-MESES          PIC 9(003) VALUE ZEROES.
       77 WRES-ANO                PIC 9(004) VALUE ZEROES.
       77 WRES-MM                 PIC 9(002) VALUE ZEROES.
       01 WRES-CLI                PIC 9(007) VALUE ZEROES.
       01 WRES-VEN                PIC 9(003) VALUE ZEROES.
       01 WRES-REGIAO             PIC 9(003) VALUE ZEROES.
       01 WRES-FAT-ANTES          PIC 9(013)V9(002) VALUE ZEROES.
       01 WRES-FAT-DEPOIS         PIC 9(013)V9(002) VALUE ZEROES.
       01 WRES-CHAVE              PIC X(010) VALUE SPACES.
       01 WRES-QTD                PIC 9(007) VALUE ZEROES.
       01 WRES-ANTES              PIC 9(013)V9(002) VALUE ZEROES.
       01 WRES-DEPOIS             PIC 9(013)V9(002) VALUE ZEROES.
       01 WRES-VARIACAO           PIC S9(007)V9(002) VALUE ZEROES.
       01 WRES-VAR-VISITADOS      PIC S9(007)V9(002) VALUE ZEROES.
       01 WRES-VAR-CONTROLE       PIC S9(007)V9(002) VALUE ZEROES.
       01 WRES-EFEITO             PIC S9(007)V9(002) VALUE ZEROES.
       01 WED-RES-QTD             PIC Z(006)9.
       01 WED-RES-ANTES           PIC Z(012)9.99.
       01 WED-RES-DEPOIS          PIC Z(012)9.99.
       01 WED-RES-VARIACAO        PIC -(007)9.99.
       01 WRES-VAR-TXT            PIC X(012) VALUE SPACES.

       77 WOPCAO          PIC 9 VALUE ZEROES.
       01 FS-BLQ.
           02 FS-BLQ-1                PIC 9.
           02 FS-BLQ-2                PIC 9.
           02 FS-BLQ-R REDEFINES FS-BLQ-2 PIC 99 COMP-X.
       01 WID-ARQ-BLOQVIS         PIC X(50) VALUE
              'BLOQUEIO-VISITA.DAT'.
       01 WBLQ-DISPONIVEL         PIC X VALUE 'N'.
          88 BLQ-DISPONIVEL            VALUE 'S'.
       01 WBLQ-CLI                PIC 9(007) VALUE ZEROES.
       01 WBLQ-DATA               PIC 9(008) VALUE ZEROES.
       01 WBLQ-BLOQUEADO          PIC X VALUE 'N'.
          88 CLI-BLOQUEADO             VALUE 'S'.

      *----LISTA DE CONTATOS DA CAMPANHA: SO SAEM OS CANAIS COM
      *    CONSENTIMENTO (VIDE CONSENT.CPY); O AVISO AO CLIENTE NA
      *    CAIXA DE SAIDA PASSA PELA MESMA CONFERENCIA (OUTBOX-CLI.CPY).
       01 FS-CNS.
           02 FS-CNS-1                PIC 9.
           02 FS-CNS-2                PIC 9.
           02 FS-CNS-R REDEFINES FS-CNS-2 PIC 99 COMP-X.
       01 FS-CMV.
           02 FS-CMV-1                PIC 9.
           02 FS-CMV-2                PIC 9.
           02 FS-CMV-R REDEFINES FS-CMV-2 PIC 99 COMP-X.
       01 WID-ARQ-CONSENT         PIC X(50) VALUE 'CONSENTIMENTO.DAT'.
       01 WID-ARQ-CONSMOV         PIC X(50) VALUE
              'CONSENTIMENTO-MOV.LOG'.
       01 WCNS-DISPONIVEL         PIC X VALUE 'N'.
          88 CNS-DISPONIVEL            VALUE 'S'.
       01 WCNS-ABERTURA           PIC X VALUE 'L'.
       01 WCNS-CLI                PIC 9(007) VALUE ZEROES.
       01 WCNS-CANAL              PIC X(001) VALUE SPACE.
       01 WCNS-SITUACAO           PIC X(001) VALUE SPACE.
          88 CNS-NOVO-OPT-IN           VALUE 'S'.
       01 WCNS-SITUACAO-ATUAL     PIC X(001) VALUE SPACE.
       01 WCNS-DATA               PIC 9(008) VALUE ZEROES.
       01 WCNS-ORIGEM             PIC X(020) VALUE SPACES.
       01 WCNS-OPERADOR           PIC X(020) VALUE SPACES.
       01 WCNS-CONTATO            PIC X(050) VALUE SPACES.
       01 WCNS-PERMITIDO          PIC X VALUE 'N'.
          88 CNS-PERMITIDO             VALUE 'S'.
       01 WCNS-GRAVOU             PIC X VALUE 'N'.
       01 WCNS-EVENTO             PIC X(010) VALUE SPACES.
       01 WCNS-DETALHE            PIC X(100) VALUE SPACES.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WOTB-TIPO               PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE         PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO            PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM           PIC X(080) VALUE SPACES.
       01 WCTT-AVISO              PIC X(001) VALUE 'N'.
          88 CTT-COM-AVISO             VALUE 'S' 's'.
       77 WCONT-CTT-LINHAS        PIC 9(007) VALUE ZEROES.
       77 WCONT-CTT-SUPRIMIDOS    PIC 9(007) VALUE ZEROES.
       77 WCONT-CTT-AVISOS        PIC 9(007) VALUE ZEROES.

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY) PARA O
      *    CONTATO GRAVADO NA LISTA; A CONFERENCIA DO CONSENTIMENTO
      *    USA SEMPRE O CONTATO INTEGRAL (WCNS-CONTATO).
       01 WMSK-TIPO               PIC X(001) VALUE SPACE.
       01 WMSK-TXT                PIC X(080) VALUE SPACES.
       01 WMSK-AUX                PIC X(080) VALUE SPACES.
       01 WMSK-CAR                PIC X(001) VALUE SPACE.
       77 WMSK-IDX                PIC 9(003) VALUE ZEROES.
       77 WMSK-INI                PIC 9(003) VALUE ZEROES.
       77 WMSK-FIM                PIC 9(003) VALUE ZEROES.
       77 WMSK-QTD                PIC 9(003) VALUE ZEROES.
       77 WMSK-ORD                PIC 9(003) VALUE ZEROES.
       77 WMSK-BARRAS             PIC 9(003) VALUE ZEROES.
       01 WMSK-FIM-SEQ            PIC X(001) VALUE 'N'.
       01 WMSK-CNPJ               PIC 9(014) VALUE ZEROES.
       01 WMSK-RAZAO              PIC X(040) VALUE SPACES.
       01 WMSK-RAIZ               PIC X(010) VALUE SPACES.
       01 WMSK-PF                 PIC X(001) VALUE 'N'.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'campanhas'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

          02 LINE 10 COL 10 VALUE "[4] GERAR LISTA DE ALVOS".
          02 LINE 11 COL 10 VALUE "[5] GERAR TAREFAS DE VISITA".
          02 LINE 12 COL 10 VALUE "[6] RELATORIO DE PROGRESSO".
          02 LINE 13 COL 10 VALUE "[7] RELATORIO DE RESULTADOS".
          02 LINE 14 COL 10 VALUE "[8] LISTA DE CONTATOS".
          02 LINE 15 COL 10 VALUE "[9] SAIR".
          02 LINE 16 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 16 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-CAMP.
          02 BLANK SCREEN.
          02 SCR-CODIGO-CAMP LINE 6 COL 31 PIC 9(003)
                 USING WCODIGO-CAMP AUTO.

       01 TELA-CONTROLE-CAMP.
          02 LINE 15 COL 10 VALUE "GRUPO DE CONTROLE (% 0=SEM):".
          02 SCR-PERC-CONTROLE LINE 15 COL 39 PIC 9(002)
                 USING WPERC-CONTROLE AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.
           END-IF
           PERFORM ACCEPTA-OPCAO.
       ABERTURA-EXIT.
           CLOSE CAMPANHAS CAMPALVOS CAMPCONTROLE
           EXIT PROGRAM.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO = 9
                DISPLAY TELA-OPCAO-CAMP
                ACCEPT TELA-OPCAO-CAMP
                EVALUATE WOPCAO
                  WHEN 6
                    PERFORM S-REL-PROGRESSO THRU S-REL-PROGRESSO-EXIT
                  WHEN 7
                    PERFORM S-REL-RESULTADO THRU S-REL-RESULTADO-EXIT
                  WHEN 8
                    PERFORM S-LISTA-CONTATOS THRU S-LISTA-CONTATOS-EXIT
                  WHEN 9
                    CONTINUE
                END-EVALUATE
           END-PERFORM.
           END-IF
           IF FS-CAM NOT = '00'
              MOVE FS-CAM TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CAMPANHAS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CAMPANHAS: ' WFS-DESC-TRADUZIDA
           END-IF
           IF FS-ALV NOT = '00'
              MOVE FS-ALV TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CAMPALVOS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ ALVOS: ' WFS-DESC-TRADUZIDA
              ACCEPT WX
              CLOSE CAMPANHAS
              MOVE 1 TO WSAIDA
              GO TO ABRE-CAMPANHAS-EXIT
           END-IF
           OPEN I-O CAMPCONTROLE.
           IF FS-CTL = '35'
              OPEN OUTPUT CAMPCONTROLE
              IF FS-CTL = '00'
                 CLOSE CAMPCONTROLE
                 OPEN I-O CAMPCONTROLE
              END-IF
           END-IF
           IF FS-CTL NOT = '00'
              MOVE FS-CTL TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CAMPCONTROLE TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CONTROLE: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-CTL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE CAMPANHAS CAMPALVOS
              MOVE 1 TO WSAIDA
           END-IF.
       ABRE-CAMPANHAS-EXIT.
           EXIT.
                    MOVE '10' TO FS-ALV
                 END-IF
              END-IF
           END-PERFORM
           PERFORM R-APAGA-CONTROLE.

       R-APAGA-CONTROLE.
           MOVE CODIGO-CAMP TO COD-CAMP-CTL
           MOVE ZEROES TO COD-CLI-CTL
           START CAMPCONTROLE KEY IS NOT LESS THAN CHAVE-CTL
           PERFORM UNTIL FS-CTL NOT = '00'
              READ CAMPCONTROLE NEXT
              IF FS-CTL = '00'
                 IF COD-CAMP-CTL = CODIGO-CAMP
                    DELETE CAMPCONTROLE
                 ELSE
                    MOVE '10' TO FS-CTL
                 END-IF
              END-IF
           END-PERFORM.

      *----LEVANTA A LISTA DE ALVOS DA CAMPANHA: CLIENTES ATIVOS COM
      *    VINCULO PRIMARIO ABERTO (VIA RESUMO DE VINCULO ATUAL) QUE
      *    PASSEM NOS FILTROS DE CLASSIFICACAO, RAIZ DE CNPJ E REGIAO
      *    DO VENDEDOR PRIMARIO, FORA OS INADIMPLENTES. A LISTA
      *    ANTERIOR DA CAMPANHA E SUBSTITUIDA. COM PERCENTUAL DE
      *    CONTROLE, ESSA FRACAO DOS ELEGIVEIS E SORTEADA PARA O GRUPO
      *    DE CONTROLE, QUE NAO ENTRA NA LISTA DE ALVOS.
       S-GERA-ALVOS SECTION.
       GERA-ALVOS-1.
           PERFORM R-BUSCA-CAMP
              MOVE ZEROES TO WSAIDA
              GO TO S-GERA-ALVOS-EXIT
           END-IF
           MOVE ZEROES TO WPERC-CONTROLE
           DISPLAY TELA-CONTROLE-CAMP
           ACCEPT TELA-CONTROLE-CAMP
           IF ESC
              GO TO S-GERA-ALVOS-EXIT
           END-IF
           IF WPERC-CONTROLE > 50
              MOVE 'CONTROLE DE NO MAXIMO 50% DOS ELEGIVEIS ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              GO TO S-GERA-ALVOS-EXIT
           END-IF
           IF WPERC-CONTROLE > ZEROES
              MOVE FUNCTION CURRENT-DATE(9:8) TO WSEMENTE-SORTEIO
              ADD CODIGO-CAMP TO WSEMENTE-SORTEIO
              COMPUTE WSORTEIO = FUNCTION RANDOM(WSEMENTE-SORTEIO)
           END-IF
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO ABERT ARQ CLIENTES ST ' TO WTXT
              CLOSE CLIENTES VENDEDORES
              GO TO S-GERA-ALVOS-EXIT
           END-IF
           PERFORM S-LE-CONFIG-RCB THRU R-LE-CONFIG-RCB-1-EXIT
           MOVE 'N' TO WRCB-DISPONIVEL
           OPEN INPUT RECEBER
           IF FS-RCB = '00'
              MOVE 'S' TO WRCB-DISPONIVEL
           END-IF
           PERFORM S-ABRE-BLOQVIS THRU R-ABRE-BLOQVIS-1-EXIT
           PERFORM R-APAGA-ALVOS
           INITIALIZE WCONT-ALVOS WCONT-INADIMPL WCONT-BLOQUEADOS
                      WCONT-CONTROLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE LOW-VALUES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
              END-IF
           END-PERFORM
           CLOSE CLIENTES VENDEDORES VINCATUAL
           IF RCB-DISPONIVEL
              CLOSE RECEBER
           END-IF
           IF BLQ-DISPONIVEL
              CLOSE BLOQVIS
           END-IF
           MOVE SPACES TO WTXT
           STRING WCONT-ALVOS ' ALVO(S) SELECIONADO(S)'
                  DELIMITED BY SIZE INTO WTXT
           IF WCONT-INADIMPL > ZEROES
              MOVE SPACES TO WTXT
              STRING WCONT-ALVOS ' ALVO(S); ' WCONT-INADIMPL
                     ' INADIMPLENTE(S) FORA'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           IF WCONT-BLOQUEADOS > ZEROES
              MOVE SPACES TO WTXT
              STRING WCONT-ALVOS ' ALVO(S); FORA: ' WCONT-INADIMPL
                     ' INAD. ' WCONT-BLOQUEADOS ' BLOQ.'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           IF WCONT-CONTROLE > ZEROES
              MOVE SPACES TO WTXT
              STRING WCONT-ALVOS ' ALVO(S); ' WCONT-CONTROLE
                     ' NO GRUPO DE CONTROLE'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           PERFORM R-MOSTRA-MSG.
       S-GERA-ALVOS-EXIT.
              COD-REGIAO NOT = FILTRO-REGIAO-CAMP
              GO TO R-AVALIA-ALVO-FIM
           END-IF
           IF RCB-DISPONIVEL
              MOVE CNPJ TO CNPJ-RCB
              READ RECEBER
              IF FS-RCB = '00' AND
                 DIAS-ATRASO-RCB NOT < WINADIMPL-DIAS
                 ADD 1 TO WCONT-INADIMPL
                 GO TO R-AVALIA-ALVO-FIM
              END-IF
           END-IF
      *----CLIENTE COM BLOQUEIO DE VISITA NO INICIO DA CAMPANHA (OU
      *    HOJE, SE JA COMECOU) FICA FORA DA LISTA
           MOVE CODIGO TO WBLQ-CLI
           MOVE DATA-INI-CAMP TO WBLQ-DATA
           IF WDATA-HOJE > DATA-INI-CAMP
              MOVE WDATA-HOJE TO WBLQ-DATA
           END-IF
           PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
           IF CLI-BLOQUEADO
              ADD 1 TO WCONT-BLOQUEADOS
              GO TO R-AVALIA-ALVO-FIM
           END-IF
           IF WPERC-CONTROLE > ZEROES
              COMPUTE WSORTEIO = FUNCTION RANDOM * 100
              IF WSORTEIO < WPERC-CONTROLE
                 MOVE CODIGO-CAMP TO COD-CAMP-CTL
                 MOVE CODIGO TO COD-CLI-CTL
                 MOVE VEN-PRIM-VAT TO COD-VEN-CTL
                 MOVE COD-REGIAO TO COD-REGIAO-CTL
                 MOVE WDATA-HOJE TO DATA-GERACAO-CTL
                 WRITE REGISTRO-CAMP-CONTROLE
                 IF FS-CTL = '00'
                    ADD 1 TO WCONT-CONTROLE
                 END-IF
                 GO TO R-AVALIA-ALVO-FIM
              END-IF
           END-IF
           MOVE CODIGO-CAMP TO COD-CAMP-ALVO
           MOVE CODIGO TO COD-CLI-ALVO
           MOVE VEN-PRIM-VAT TO COD-VEN-ALVO
              PERFORM R-MOSTRA-MSG
              GO TO S-GERA-TAREFAS-EXIT
           END-IF
           PERFORM S-ABRE-BLOQVIS THRU R-ABRE-BLOQVIS-1-EXIT
           INITIALIZE WCONT-TAREFAS WCONT-BLOQUEADOS
           MOVE CODIGO-CAMP TO COD-CAMP-ALVO
           MOVE ZEROES TO COD-CLI-ALVO
           START CAMPALVOS KEY IS NOT LESS THAN CHAVE-ALVO
              READ CAMPALVOS NEXT
              IF FS-ALV = '00'
                 IF COD-CAMP-ALVO = CODIGO-CAMP
                    PERFORM R-GRAVA-TAREFA THRU R-GRAVA-TAREFA-FIM
                 ELSE
                    MOVE '10' TO FS-ALV
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PLANOVIS
           IF BLQ-DISPONIVEL
              CLOSE BLOQVIS
           END-IF
           MOVE SPACES TO WTXT
           STRING WCONT-TAREFAS ' TAREFA(S) GERADA(S)'
                  DELIMITED BY SIZE INTO WTXT
           IF WCONT-BLOQUEADOS > ZEROES
              MOVE SPACES TO WTXT
              STRING WCONT-TAREFAS ' TAREFA(S) GERADA(S); '
                     WCONT-BLOQUEADOS ' BLOQUEADA(S)'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           PERFORM R-MOSTRA-MSG.
       S-GERA-TAREFAS-EXIT.
              WDATA-HOJE NOT > DATA-FIM-CAMP
              MOVE WDATA-HOJE TO WDATA-TAREFA
           END-IF
           MOVE COD-CLI-ALVO TO WBLQ-CLI
           MOVE WDATA-TAREFA TO WBLQ-DATA
           PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
           IF CLI-BLOQUEADO
              ADD 1 TO WCONT-BLOQUEADOS
              GO TO R-GRAVA-TAREFA-FIM
           END-IF
           MOVE COD-VEN-ALVO TO COD-VEN-PLANO
           MOVE WDATA-TAREFA TO DATA-PLANO
           MOVE COD-CLI-ALVO TO COD-CLI-PLANO
           MOVE SPACE TO CLASSIF-PLANO
           MOVE 'C' TO ORIGEM-PLANO
           MOVE ZEROES TO DATA-ORIG-PLANO QTD-ADIA-PLANO
           WRITE REGISTRO-PLANO-VIS
           IF FS-PLA = '00'
              ADD 1 TO WCONT-TAREFAS
           END-IF.
       R-GRAVA-TAREFA-FIM.
           EXIT.

      *----PROGRESSO DA CAMPANHA: ALVO CONCLUIDO = EXISTE VISITA
      *    REGISTRADA DO VENDEDOR DO ALVO AO CLIENTE DENTRO DO PERIODO
           IF COD-REGIAO-ALVO > ZEROES
              ADD 1 TO WPRG-ALVOS(COD-REGIAO-ALVO)
           END-IF
           PERFORM R-BUSCA-VISITA-ALVO
           IF ALVO-CONCLUIDO
              ADD 1 TO WCONT-CONCLUIDOS
              IF COD-VEN-ALVO > ZEROES
                 ADD 1 TO WPRV-FEITOS(COD-VEN-ALVO)
              END-IF
              IF COD-REGIAO-ALVO > ZEROES
                 ADD 1 TO WPRG-FEITOS(COD-REGIAO-ALVO)
              END-IF
           END-IF.

       R-BUSCA-VISITA-ALVO.
           MOVE 'N' TO WALVO-CONCLUIDO
           MOVE COD-CLI-ALVO TO CODIGO-CLI-VISITA
           MOVE COD-VEN-ALVO TO CODIGO-VEN-VISITA
                    MOVE '10' TO FS-VIS
                 END-IF
              END-IF
           END-PERFORM.

       R-IMPRIME-PROGRESSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           END-PERFORM
           CLOSE ARQREL.

      *----RESULTADO DA CAMPANHA ENCERRADA (DEPOIS DA DATA FIM):
      *    FATURAMENTO DE FATURAMENTO.DAT DOS ALVOS VISITADOS (VISITA
      *    DO VENDEDOR DO ALVO NO PERIODO, COMO NO PROGRESSO), DOS ALVOS
      *    NAO VISITADOS E DO GRUPO DE CONTROLE, NOS MESES ANTES DA
      *    CAMPANHA (MESMA QUANTIDADE DE MESES DA CAMPANHA) E NOS MESES
      *    DA CAMPANHA. O EFEITO E A VARIACAO DOS VISITADOS MENOS A DO
      *    CONTROLE, EM PONTOS PERCENTUAIS. SAI NO TOTAL, POR VENDEDOR
      *    E POR REGIAO.
       S-REL-RESULTADO SECTION.
       REL-RESULTADO-1.
           PERFORM R-BUSCA-CAMP
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-REL-RESULTADO-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           IF DATA-FIM-CAMP NOT < WDATA-HOJE
              MOVE SPACES TO WTXT
              STRING 'CAMPANHA EM ANDAMENTO ATE ' DATA-FIM-CAMP
                     DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
              GO TO S-REL-RESULTADO-EXIT
           END-IF
           OPEN INPUT FATURA.
           IF FS-FAT NOT = '00'
              MOVE 'FATURAMENTO NAO IMPORTADO ST ' TO WTXT
              MOVE FS-FAT TO WST
              PERFORM R-MOSTRA-MSG
              GO TO S-REL-RESULTADO-EXIT
           END-IF
           OPEN INPUT DIS-VISITA.
           IF FS-VIS NOT = '00'
              MOVE 'ERRO ABERT ARQ DIS-VISITA ST ' TO WTXT
              MOVE FS-VIS TO WST
              PERFORM R-MOSTRA-MSG
              CLOSE FATURA
              GO TO S-REL-RESULTADO-EXIT
           END-IF
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO ABERT ARQ CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MOSTRA-MSG
              CLOSE FATURA DIS-VISITA
              GO TO S-REL-RESULTADO-EXIT
           END-IF
           PERFORM R-CALCULA-MESES-RES
           INITIALIZE WTAB-RES-TOT WTAB-RES-VEN WTAB-RES-REG
           MOVE CODIGO-CAMP TO COD-CAMP-ALVO
           MOVE ZEROES TO COD-CLI-ALVO
           START CAMPALVOS KEY IS NOT LESS THAN CHAVE-ALVO
           PERFORM UNTIL FS-ALV NOT = '00'
              READ CAMPALVOS NEXT
              IF FS-ALV = '00'
                 IF COD-CAMP-ALVO = CODIGO-CAMP
                    PERFORM R-RESULTADO-ALVO
                 ELSE
                    MOVE '10' TO FS-ALV
                 END-IF
              END-IF
           END-PERFORM
           MOVE CODIGO-CAMP TO COD-CAMP-CTL
           MOVE ZEROES TO COD-CLI-CTL
           START CAMPCONTROLE KEY IS NOT LESS THAN CHAVE-CTL
           PERFORM UNTIL FS-CTL NOT = '00'
              READ CAMPCONTROLE NEXT
              IF FS-CTL = '00'
                 IF COD-CAMP-CTL = CODIGO-CAMP
                    PERFORM R-RESULTADO-CONTROLE
                 ELSE
                    MOVE '10' TO FS-CTL
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FATURA DIS-VISITA CLIENTES
           PERFORM R-IMPRIME-RESULTADO
           MOVE SPACES TO WTXT
           STRING 'RESULTADO EM ' WID-ARQ-RELT
                  DELIMITED BY SPACE INTO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MOSTRA-MSG.
       S-REL-RESULTADO-EXIT.
           EXIT.

      *----MESES EM SEQUENCIA CORRIDA (ANO * 12 + MES - 1) PARA A
      *    JANELA ANTES ATRAVESSAR A VIRADA DO ANO.
       R-CALCULA-MESES-RES.
           MOVE DATA-INI-CAMP(1:6) TO WRES-MES-INI
           MOVE DATA-FIM-CAMP(1:6) TO WRES-MES-FIM
           COMPUTE WRES-ANO = WRES-MES-INI / 100
           COMPUTE WRES-MM = WRES-MES-INI - WRES-ANO * 100
           COMPUTE WRES-SEQ-INI = WRES-ANO * 12 + WRES-MM - 1
           COMPUTE WRES-ANO = WRES-MES-FIM / 100
           COMPUTE WRES-MM = WRES-MES-FIM - WRES-ANO * 100
           COMPUTE WRES-SEQ-FIM = WRES-ANO * 12 + WRES-MM - 1
           COMPUTE WRES-QTD-MESES = WRES-SEQ-FIM - WRES-SEQ-INI + 1
           COMPUTE WRES-SEQ-ANTES = WRES-SEQ-INI - WRES-QTD-MESES
           MOVE WRES-SEQ-ANTES TO WRES-SEQ-MES
           PERFORM R-MES-DA-SEQUENCIA
           MOVE MES-FAT TO WRES-MES-ANTES
           COMPUTE WRES-SEQ-MES = WRES-SEQ-INI - 1
           PERFORM R-MES-DA-SEQUENCIA
           MOVE MES-FAT TO WRES-MES-ANTES-FIM.

       R-MES-DA-SEQUENCIA.
           DIVIDE WRES-SEQ-MES BY 12 GIVING WRES-ANO
                  REMAINDER WRES-MM
           ADD 1 TO WRES-MM
           COMPUTE MES-FAT = WRES-ANO * 100 + WRES-MM.

       R-RESULTADO-ALVO.
           MOVE COD-CLI-ALVO TO WRES-CLI
           MOVE COD-VEN-ALVO TO WRES-VEN
           MOVE COD-REGIAO-ALVO TO WRES-REGIAO
           PERFORM R-BUSCA-VISITA-ALVO
           IF ALVO-CONCLUIDO
              MOVE 1 TO WIDX-GRUPO
           ELSE
              MOVE 2 TO WIDX-GRUPO
           END-IF
           PERFORM R-SOMA-FAT-CLIENTE THRU R-SOMA-FAT-CLIENTE-FIM
           PERFORM R-ACUMULA-RESULTADO.

       R-RESULTADO-CONTROLE.
           MOVE COD-CLI-CTL TO WRES-CLI
           MOVE COD-VEN-CTL TO WRES-VEN
           MOVE COD-REGIAO-CTL TO WRES-REGIAO
           MOVE 3 TO WIDX-GRUPO
           PERFORM R-SOMA-FAT-CLIENTE THRU R-SOMA-FAT-CLIENTE-FIM
           PERFORM R-ACUMULA-RESULTADO.

      *----O FATURAMENTO E POR CNPJ E MES: LE CADA MES DAS DUAS
      *    JANELAS PELO CNPJ DO CLIENTE.
       R-SOMA-FAT-CLIENTE.
           MOVE ZEROES TO WRES-FAT-ANTES WRES-FAT-DEPOIS
           MOVE WRES-CLI TO CODIGO
           START CLIENTES KEY IS EQUAL TO CODIGO
           IF FS-CLI = '00'
              READ CLIENTES NEXT
           END-IF
           IF FS-CLI NOT = '00'
              GO TO R-SOMA-FAT-CLIENTE-FIM
           END-IF
           PERFORM VARYING WRES-SEQ-MES FROM WRES-SEQ-ANTES BY 1
                   UNTIL WRES-SEQ-MES > WRES-SEQ-FIM
              PERFORM R-MES-DA-SEQUENCIA
              MOVE CNPJ TO CNPJ-FAT
              READ FATURA
              IF FS-FAT = '00'
                 IF WRES-SEQ-MES < WRES-SEQ-INI
                    ADD VALOR-FAT TO WRES-FAT-ANTES
                 ELSE
                    ADD VALOR-FAT TO WRES-FAT-DEPOIS
                 END-IF
              END-IF
           END-PERFORM.
       R-SOMA-FAT-CLIENTE-FIM.
           EXIT.

       R-ACUMULA-RESULTADO.
           ADD 1 TO WRTO-QTD(WIDX-GRUPO)
           ADD WRES-FAT-ANTES TO WRTO-ANTES(WIDX-GRUPO)
           ADD WRES-FAT-DEPOIS TO WRTO-DEPOIS(WIDX-GRUPO)
           IF WRES-VEN > ZEROES
              ADD 1 TO WRVE-QTD(WRES-VEN, WIDX-GRUPO)
              ADD WRES-FAT-ANTES TO WRVE-ANTES(WRES-VEN, WIDX-GRUPO)
              ADD WRES-FAT-DEPOIS TO WRVE-DEPOIS(WRES-VEN, WIDX-GRUPO)
           END-IF
           IF WRES-REGIAO > ZEROES
              ADD 1 TO WRRG-QTD(WRES-REGIAO, WIDX-GRUPO)
              ADD WRES-FAT-ANTES TO WRRG-ANTES(WRES-REGIAO, WIDX-GRUPO)
              ADD WRES-FAT-DEPOIS
                  TO WRRG-DEPOIS(WRES-REGIAO, WIDX-GRUPO)
           END-IF.

       R-IMPRIME-RESULTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'CAMPANHA-RES-' CODIGO-CAMP '-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"RESULTADO DA CAMPANHA"' ',' CODIGO-CAMP ','
               '"' FUNCTION TRIM(DESCRICAO-CAMP) '"' ','
               DATA-INI-CAMP ',' DATA-FIM-CAMP
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"MESES ANTES"' ',' WRES-MES-ANTES ','
               WRES-MES-ANTES-FIM ',' '"MESES DEPOIS"' ','
               WRES-MES-INI ',' WRES-MES-FIM
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TOTAL"' ',' '"GRUPO"' ',' '"CLIENTES"' ','
               '"FAT. ANTES"' ',' '"FAT. DEPOIS"' ',' '"VARIACAO %"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WRES-VAR-VISITADOS WRES-VAR-CONTROLE
           PERFORM VARYING WIDX-GRUPO FROM 1 BY 1 UNTIL WIDX-GRUPO > 3
              MOVE 'TOTAL' TO WRES-CHAVE
              MOVE WRTO-QTD(WIDX-GRUPO) TO WRES-QTD
              MOVE WRTO-ANTES(WIDX-GRUPO) TO WRES-ANTES
              MOVE WRTO-DEPOIS(WIDX-GRUPO) TO WRES-DEPOIS
              PERFORM R-LINHA-RESULTADO
              IF WIDX-GRUPO = 1
                 MOVE WRES-VARIACAO TO WRES-VAR-VISITADOS
              END-IF
              IF WIDX-GRUPO = 3
                 MOVE WRES-VARIACAO TO WRES-VAR-CONTROLE
              END-IF
           END-PERFORM
           MOVE SPACES TO ARQREL-DATA-01
           IF WRTO-ANTES(1) > ZEROES AND WRTO-ANTES(3) > ZEROES
              COMPUTE WRES-EFEITO =
                      WRES-VAR-VISITADOS - WRES-VAR-CONTROLE
              MOVE WRES-EFEITO TO WED-RES-VARIACAO
              STRING '"EFEITO (VISITADOS - CONTROLE) EM P.P."' ','
                  FUNCTION TRIM(WED-RES-VARIACAO)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING '"EFEITO (VISITADOS - CONTROLE) EM P.P."' ','
                  '"SEM BASE DE COMPARACAO"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"VENDEDOR"' ',' '"GRUPO"' ',' '"CLIENTES"' ','
               '"FAT. ANTES"' ',' '"FAT. DEPOIS"' ',' '"VARIACAO %"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM VARYING WIDX-PRG FROM 1 BY 1 UNTIL WIDX-PRG > 999
              PERFORM VARYING WIDX-GRUPO FROM 1 BY 1
                      UNTIL WIDX-GRUPO > 3
                 IF WRVE-QTD(WIDX-PRG, WIDX-GRUPO) > ZEROES
                    MOVE WIDX-PRG TO WRES-CHAVE
                    MOVE WRVE-QTD(WIDX-PRG, WIDX-GRUPO) TO WRES-QTD
                    MOVE WRVE-ANTES(WIDX-PRG, WIDX-GRUPO)
                         TO WRES-ANTES
                    MOVE WRVE-DEPOIS(WIDX-PRG, WIDX-GRUPO)
                         TO WRES-DEPOIS
                    PERFORM R-LINHA-RESULTADO
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"REGIAO"' ',' '"GRUPO"' ',' '"CLIENTES"' ','
               '"FAT. ANTES"' ',' '"FAT. DEPOIS"' ',' '"VARIACAO %"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM VARYING WIDX-PRG FROM 1 BY 1 UNTIL WIDX-PRG > 999
              PERFORM VARYING WIDX-GRUPO FROM 1 BY 1
                      UNTIL WIDX-GRUPO > 3
                 IF WRRG-QTD(WIDX-PRG, WIDX-GRUPO) > ZEROES
                    MOVE WIDX-PRG TO WRES-CHAVE
                    MOVE WRRG-QTD(WIDX-PRG, WIDX-GRUPO) TO WRES-QTD
                    MOVE WRRG-ANTES(WIDX-PRG, WIDX-GRUPO)
                         TO WRES-ANTES
                    MOVE WRRG-DEPOIS(WIDX-PRG, WIDX-GRUPO)
                         TO WRES-DEPOIS
                    PERFORM R-LINHA-RESULTADO
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE ARQREL.

      *----SEM FATURAMENTO ANTES NAO HA VARIACAO (COLUNA VAZIA).
       R-LINHA-RESULTADO.
           MOVE ZEROES TO WRES-VARIACAO
           MOVE SPACES TO WRES-VAR-TXT
           IF WRES-ANTES > ZEROES
              COMPUTE WRES-VARIACAO ROUNDED =
                      (WRES-DEPOIS - WRES-ANTES) * 100 / WRES-ANTES
                  ON SIZE ERROR
                     MOVE 9999999.99 TO WRES-VARIACAO
              END-COMPUTE
              MOVE WRES-VARIACAO TO WED-RES-VARIACAO
              MOVE FUNCTION TRIM(WED-RES-VARIACAO) TO WRES-VAR-TXT
           END-IF
           MOVE WRES-QTD TO WED-RES-QTD
           MOVE WRES-ANTES TO WED-RES-ANTES
           MOVE WRES-DEPOIS TO WED-RES-DEPOIS
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"' FUNCTION TRIM(WRES-CHAVE) '"' ','
               '"' FUNCTION TRIM(WNOME-GRUPO(WIDX-GRUPO)) '"' ','
               FUNCTION TRIM(WED-RES-QTD) ','
               FUNCTION TRIM(WED-RES-ANTES) ','
               FUNCTION TRIM(WED-RES-DEPOIS) ','
               WRES-VAR-TXT
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *----LISTA DE CONTATOS DA CAMPANHA PARA A ACAO DE MARKETING
      *    (CAMP-CONTATOS-CCC-AAAAMMDD.CSV): UMA LINHA POR ALVO E
      *    CANAL (TELEFONE, E-MAIL) SO QUANDO O CLIENTE TEM OPT-IN
      *    NAQUELE CANAL. CANAL PREENCHIDO SEM CONSENTIMENTO FICA FORA
      *    DA LISTA E VAI PARA O MOVIMENTO DE CONSENTIMENTO COMO
      *    SUPRIMIDO. OPCIONALMENTE ENFILEIRA NA CAIXA DE SAIDA O AVISO
      *    DA CAMPANHA POR E-MAIL, COM A MESMA CONFERENCIA.
       S-LISTA-CONTATOS SECTION.
       LISTA-CONTATOS-1.
           PERFORM R-BUSCA-CAMP
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO S-LISTA-CONTATOS-EXIT
           END-IF
           MOVE 'ENFILEIRA AVISO POR E-MAIL AOS CLIENTES (S/N) ?'
             TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           MOVE WX TO WCTT-AVISO
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO ABERT ARQ CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MOSTRA-MSG
              GO TO S-LISTA-CONTATOS-EXIT
           END-IF
           MOVE 'L' TO WCNS-ABERTURA
           PERFORM S-ABRE-CONSENT THRU R-ABRE-CONSENT-1-EXIT
           MOVE SPACES TO WCNS-ORIGEM
           STRING 'CAMPANHA-' CODIGO-CAMP
               DELIMITED BY SIZE INTO WCNS-ORIGEM
           MOVE ZEROES TO WCONT-CTT-LINHAS WCONT-CTT-SUPRIMIDOS
                          WCONT-CTT-AVISOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'CAMP-CONTATOS-' CODIGO-CAMP '-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CAMPANHA"' ',' '"CLIENTE"' ',' '"RAZAO"' ','
               '"VENDEDOR"' ',' '"CANAL"' ',' '"CONTATO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CODIGO-CAMP TO COD-CAMP-ALVO
           MOVE ZEROES TO COD-CLI-ALVO
           START CAMPALVOS KEY IS NOT LESS THAN CHAVE-ALVO
           PERFORM UNTIL FS-ALV NOT = '00'
              READ CAMPALVOS NEXT
              IF FS-ALV = '00'
                 IF COD-CAMP-ALVO = CODIGO-CAMP
                    PERFORM R-CONTATOS-ALVO THRU R-CONTATOS-ALVO-FIM
                 ELSE
                    MOVE '10' TO FS-ALV
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQREL CLIENTES
           IF CNS-DISPONIVEL
              CLOSE CONSENT
           END-IF
           MOVE SPACES TO WTXT
           STRING WCONT-CTT-LINHAS ' CONTATO(S), ' WCONT-CTT-SUPRIMIDOS
                  ' SEM CONSENTIMENTO'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MOSTRA-MSG
           IF CTT-COM-AVISO
              MOVE SPACES TO WTXT
              STRING WCONT-CTT-AVISOS ' AVISO(S) NA CAIXA DE SAIDA'
                     DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MOSTRA-MSG
           END-IF.
       S-LISTA-CONTATOS-EXIT.
           EXIT.

       R-CONTATOS-ALVO.
           MOVE COD-CLI-ALVO TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              GO TO R-CONTATOS-ALVO-FIM
           END-IF
           MOVE CODIGO TO WCNS-CLI
           IF TELEFONE NOT = SPACES
              MOVE 'T' TO WCNS-CANAL
              MOVE TELEFONE TO WCNS-CONTATO
              PERFORM R-CONTATO-CANAL
           END-IF
           IF EMAIL NOT = SPACES
              MOVE 'E' TO WCNS-CANAL
              MOVE EMAIL TO WCNS-CONTATO
              PERFORM R-CONTATO-CANAL
              IF CTT-COM-AVISO
                 MOVE 'CAMPANHA-CLIENTE' TO WOTB-TIPO
                 MOVE 'B' TO WOTB-SEVERIDADE
                 MOVE SPACES TO WOTB-MENSAGEM
                 STRING 'CAMPANHA ' CODIGO-CAMP ' '
                        FUNCTION TRIM(DESCRICAO-CAMP)
                        DELIMITED BY SIZE INTO WOTB-MENSAGEM
                 PERFORM S-GRAVA-OUTBOX-CLIENTE
                    THRU R-GRAVA-OUTBOX-CLIENTE-1-EXIT
                 IF CNS-PERMITIDO
                    ADD 1 TO WCONT-CTT-AVISOS
                 END-IF
              END-IF
           END-IF.
       R-CONTATOS-ALVO-FIM.
           EXIT.

       R-CONTATO-CANAL.
           PERFORM S-CHECA-CONSENT THRU R-CHECA-CONSENT-1-EXIT
           IF CNS-PERMITIDO
              MOVE WCNS-CONTATO TO WMSK-TXT
              IF NOT DADOS-INTEGRAIS
                 MOVE WCNS-CANAL TO WMSK-TIPO
                 PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              END-IF
              MOVE SPACES TO ARQREL-DATA-01
              STRING CODIGO-CAMP ',' CODIGO ','
                  '"' FUNCTION TRIM(RAZAO) '"' ','
                  COD-VEN-ALVO ',' WCNS-CANAL ','
                  '"' FUNCTION TRIM(WMSK-TXT) '"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCONT-CTT-LINHAS
           ELSE
              MOVE SPACES TO WCNS-DETALHE
              STRING 'LISTA DE CONTATOS ' FUNCTION TRIM(WCNS-CONTATO)
                  DELIMITED BY SIZE INTO WCNS-DETALHE
              PERFORM S-REGISTRA-SUPRESSAO
                 THRU R-REGISTRA-SUPRESSAO-1-EXIT
              ADD 1 TO WCONT-CTT-SUPRIMIDOS
           END-IF.

      *----LIMITE DE ATRASO DA INADIMPLENCIA EM CONFIG.DAT; SEM O
      *    ARQUIVO OU COM VALOR INVALIDO VALEM 30 DIAS.
       S-LE-CONFIG-RCB SECTION.
       R-LE-CONFIG-RCB-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-RCB-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'INADIMPL-DIAS' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WINADIMPL-DIAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-RCB-1-EXIT.
           EXIT.

       COPY BLOQVIS.CPY.

       COPY CONSENT.CPY.

       COPY OUTBOX.CPY.

       COPY OUTBOX-CLI.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
