       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pacotecampo.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

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

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT ENDCLI ASSIGN TO DISK WID-ARQ-ENDCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-END-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ECL.

       SELECT PLANOVIS ASSIGN TO DISK WID-ARQ-PLANOVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PLANO
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PLA.

       SELECT AGENDAVIS ASSIGN TO DISK WID-ARQ-AGENDAVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AGENDA
              ALTERNATE RECORD KEY IS COD-CLI-AGE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AGE.

       SELECT CAMPANHAS ASSIGN TO DISK WID-ARQ-CAMPANHAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CAMP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CAM.

       SELECT CAMPALVOS ASSIGN TO DISK WID-ARQ-CAMPALVOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ALVO
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ALV.

       SELECT DIS-VISITA ASSIGN TO DISK WID-ARQ-DIS-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT SEQINT ASSIGN TO DISK WID-ARQ-SEQINT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS TIPO-SEQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SEQ.

       SELECT LEADS ASSIGN TO  DISK WID-ARQ-LEADS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD
              ALTERNATE RECORD KEY IS CNPJ-LEAD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LEA.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT ARQPAC ASSIGN TO DISK WID-ARQ-PACOTE
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-PAC.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

      *----PONTO DE ENTREGA ('E') DO CLIENTE: QUANDO CADASTRADO, VAI
      *    NO PACOTE NO LUGAR DO ENDERECO/COORDENADAS DO CADASTRO.
       FD ENDCLI.
       01  REGISTRO-END-CLI.
           02 CHAVE-END-CLI.
              03 CODIGO-CLI-END         PIC  9(007).
              03 TIPO-END               PIC  X(001).
           02 ENDERECO-END              PIC  X(060).
           02 LATITUDE-END              PIC S9(003)v9(008).
           02 LONGITUDE-END             PIC S9(003)v9(008).

       FD PLANOVIS.
       01  REGISTRO-PLANO-VIS.
           02 CHAVE-PLANO.
              03 COD-VEN-PLANO          PIC  9(003).
              03 DATA-PLANO             PIC  9(008).
              03 COD-CLI-PLANO          PIC  9(007).
           02 CLASSIF-PLANO             PIC  X(001).
           02 ORIGEM-PLANO              PIC  X(001).
           02 DATA-ORIG-PLANO           PIC  9(008).
           02 QTD-ADIA-PLANO            PIC  9(002).

       FD AGENDAVIS.
       01  REGISTRO-AGENDA.
           02 CHAVE-AGENDA.
              03 COD-VEN-AGE            PIC  9(003).
              03 DATA-AGE               PIC  9(008).
              03 HORA-AGE               PIC  9(004).
           02 COD-CLI-AGE               PIC  9(007).
           02 DURACAO-AGE               PIC  9(003).
           02 OBS-AGE                   PIC  X(040).
           02 OPERADOR-AGE              PIC  X(020).
           02 DATA-HORA-AGE             PIC  X(014).

       FD CAMPANHAS.
       01  REGISTRO-CAMPANHA.
           02 CODIGO-CAMP               PIC  9(003).
           02 DESCRICAO-CAMP            PIC  X(040).
           02 DATA-INI-CAMP             PIC  9(008).
           02 DATA-FIM-CAMP             PIC  9(008).
           02 FILTRO-REGIAO-CAMP        PIC  9(003).
           02 FILTRO-CLASSIF-CAMP       PIC  X(001).
           02 FILTRO-RAIZ-CAMP          PIC  9(008).
           02 STATUS-CAMP               PIC  X(001).
              88 CAMP-ATIVA                   VALUE 'A'.
              88 CAMP-ENCERRADA               VALUE 'E'.

       FD CAMPALVOS.
       01  REGISTRO-CAMP-ALVO.
           02 CHAVE-ALVO.
              03 COD-CAMP-ALVO          PIC  9(003).
              03 COD-CLI-ALVO           PIC  9(007).
           02 COD-VEN-ALVO              PIC  9(003).
           02 COD-REGIAO-ALVO           PIC  9(003).
           02 DATA-GERACAO-ALVO         PIC  9(008).

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

       FD SEQINT.
       01  REG-SEQINT.
           02 TIPO-SEQ              PIC X(008).
           02 PROX-SEQ-ENV          PIC 9(006).
           02 ULT-SEQ-REC           PIC 9(006).

       FD LEADS.
       01  REGISTRO-LEAD.
           02 CODIGO-LEAD               PIC  9(007).
           02 CNPJ-LEAD                 PIC  9(014).
           02 RAZAO-LEAD                PIC  X(040).
           02 LATITUDE-LEAD             PIC S9(003)v9(008).
           02 LONGITUDE-LEAD            PIC S9(003)v9(008).
           02 ENDERECO-LEAD             PIC  X(060).
           02 TELEFONE-LEAD             PIC  X(015).
           02 EMAIL-LEAD                PIC  X(050).
           02 ORIGEM-LEAD               PIC  X(020).
           02 STATUS-LEAD               PIC  X(001).
              88 LEAD-PENDENTE                VALUE 'P'.
              88 LEAD-PROMOVIDO               VALUE 'A'.
              88 LEAD-DESCARTADO              VALUE 'D'.
           02 DATA-ENTRADA-LEAD         PIC  9(008).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

      *----PACOTE DIARIO DO APARELHO DE CAMPO, UM ARQUIVO POR
      *    VENDEDOR (PACOTE-CAMPO-<VEN>-<AAAAMMDD>.TXT) NO ENVELOPE
      *    PADRAO, TIPO 'CAMPO' + CODIGO DO VENDEDOR (SEQUENCIA
      *    PROPRIA POR APARELHO). TODA LINHA DE DADOS COMECA COM
      *    CLIENTE (7) E VENDEDOR (3) NAS MESMAS POSICOES DA LINHA DE
      *    VISITA DE CAMPO LIDA PELA CARGA (VIDE IMPVISITA.COB), PARA
      *    OS CODIGOS VOLTAREM SEM CONVERSAO, SEGUIDOS DO TIPO DO
      *    REGISTRO:
      *      VE - VENDEDOR (CLIENTE ZERADO)
      *      CL - CLIENTE DA CARTEIRA ABERTA (VINCULO P/R)
      *      UV - ULTIMAS VISITAS DO CLIENTE (PACOTE-ULT-VISITAS)
      *      PL - PARADA DO PLANO DE VISITAS DO DIA
      *      CA - ALVO DE CAMPANHA ATIVA AINDA NAO VISITADO
      *      LE - DADOS DO LEAD DE UMA PARADA DE PROSPECCAO (ORIGEM
      *           'L'), LOGO APOS A LINHA PL; O CODIGO DO LEAD VAI NO
      *           LUGAR DO CLIENTE
       FD  ARQPAC.
       01  REG-PACOTE.
           02 PAC-CLI                   PIC  9(007).
           02 PAC-VEN                   PIC  9(003).
           02 PAC-TIPO                  PIC  X(002).
           02 PAC-DADOS                 PIC  X(244).
       01  REG-PAC-VEN.
           02 FILLER                    PIC  X(012).
           02 PVE-NOME                  PIC  X(040).
           02 PVE-REGIAO                PIC  9(003).
           02 PVE-DATA                  PIC  9(008).
           02 PVE-MAX-DIA               PIC  9(003).
           02 FILLER                    PIC  X(190).
       01  REG-PAC-CLI.
           02 FILLER                    PIC  X(012).
           02 PCL-VINCULO               PIC  X(001).
           02 PCL-CNPJ                  PIC  9(014).
           02 PCL-RAZAO                 PIC  X(040).
           02 PCL-ENDERECO              PIC  X(060).
           02 PCL-LATITUDE              PIC S9(003)v9(008).
           02 PCL-LONGITUDE             PIC S9(003)v9(008).
           02 PCL-TELEFONE              PIC  X(015).
           02 PCL-EMAIL                 PIC  X(050).
           02 PCL-CLASSIF               PIC  X(001).
           02 PCL-LINHA                 PIC  X(003).
           02 PCL-FREQ                  PIC  9(003).
           02 FILLER                    PIC  X(035).
       01  REG-PAC-ULT.
           02 FILLER                    PIC  X(012).
           02 PUV-VEN-VISITA            PIC  9(003).
           02 PUV-DATA-HORA             PIC  X(014).
           02 PUV-RESULTADO             PIC  X(002).
           02 PUV-OBS                   PIC  X(060).
           02 FILLER                    PIC  X(165).
       01  REG-PAC-PLANO.
           02 FILLER                    PIC  X(012).
           02 PPL-DATA                  PIC  9(008).
           02 PPL-HORA                  PIC  9(004).
           02 PPL-DURACAO               PIC  9(003).
           02 PPL-ORIGEM                PIC  X(001).
           02 PPL-CLASSIF               PIC  X(001).
           02 PPL-DATA-ORIG             PIC  9(008).
           02 PPL-QTD-ADIA              PIC  9(002).
           02 FILLER                    PIC  X(217).
       01  REG-PAC-CAMP.
           02 FILLER                    PIC  X(012).
           02 PCA-CAMP                  PIC  9(003).
           02 PCA-DESCRICAO             PIC  X(040).
           02 PCA-DATA-INI              PIC  9(008).
           02 PCA-DATA-FIM              PIC  9(008).
           02 FILLER                    PIC  X(185).
       01  REG-PAC-LEAD.
           02 FILLER                    PIC  X(012).
           02 PLE-CNPJ                  PIC  9(014).
           02 PLE-RAZAO                 PIC  X(040).
           02 PLE-ENDERECO              PIC  X(060).
           02 PLE-LATITUDE              PIC S9(003)v9(008).
           02 PLE-LONGITUDE             PIC S9(003)v9(008).
           02 PLE-TELEFONE              PIC  X(015).
           02 PLE-EMAIL                 PIC  X(050).
           02 FILLER                    PIC  X(043).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-ECL.
           02 FS-ECL-1                PIC 9.
           02 FS-ECL-2                PIC 9.
           02 FS-ECL-R REDEFINES FS-ECL-2 PIC 99 COMP-X.
       01 FS-PLA.
           02 FS-PLA-1                PIC 9.
           02 FS-PLA-2                PIC 9.
           02 FS-PLA-R REDEFINES FS-PLA-2 PIC 99 COMP-X.
       01 FS-AGE.
           02 FS-AGE-1                PIC 9.
           02 FS-AGE-2                PIC 9.
           02 FS-AGE-R REDEFINES FS-AGE-2 PIC 99 COMP-X.
       01 FS-CAM.
           02 FS-CAM-1                PIC 9.
           02 FS-CAM-2                PIC 9.
           02 FS-CAM-R REDEFINES FS-CAM-2 PIC 99 COMP-X.
       01 FS-ALV.
           02 FS-ALV-1                PIC 9.
           02 FS-ALV-2                PIC 9.
           02 FS-ALV-R REDEFINES FS-ALV-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-PAC.
           02 FS-PAC-1                PIC 9.
           02 FS-PAC-2                PIC 9.
           02 FS-PAC-R REDEFINES FS-PAC-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.
       01 FS-LEA.
           02 FS-LEA-1                PIC 9.
           02 FS-LEA-2                PIC 9.
           02 FS-LEA-R REDEFINES FS-LEA-2 PIC 99 COMP-X.

       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-ENDCLI          PIC X(50) VALUE 'END-CLIENTE.DAT'.
       01 WID-ARQ-PLANOVIS        PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WID-ARQ-AGENDAVIS       PIC X(50) VALUE
              'AGENDA-VISITA.DAT'.
       01 WID-ARQ-CAMPANHAS       PIC X(50) VALUE 'CAMPANHAS.DAT'.
       01 WID-ARQ-CAMPALVOS       PIC X(50) VALUE 'CAMP-ALVOS.DAT'.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-LEADS           PIC X(50) VALUE 'LEADS.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-PACOTE          PIC X(50) VALUE SPACES.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'PACOTECAMPO.LOG'.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.

      *----ARQUIVOS OPCIONAIS: SEM ELES O PACOTE SAI SEM A PARTE
      *    CORRESPONDENTE.
       01 WECL-DISPONIVEL         PIC X VALUE 'N'.
          88 ECL-DISPONIVEL            VALUE 'S'.
       01 WPLA-DISPONIVEL         PIC X VALUE 'N'.
          88 PLA-DISPONIVEL            VALUE 'S'.
       01 WAGE-DISPONIVEL         PIC X VALUE 'N'.
          88 AGE-DISPONIVEL            VALUE 'S'.
       01 WCAM-DISPONIVEL         PIC X VALUE 'N'.
          88 CAM-DISPONIVEL            VALUE 'S'.
       01 WVIS-DISPONIVEL         PIC X VALUE 'N'.
          88 VIS-DISPONIVEL            VALUE 'S'.
       01 WLEA-DISPONIVEL         PIC X VALUE 'N'.
          88 LEA-DISPONIVEL            VALUE 'S'.

       01 FS-SEQ.
           02 FS-SEQ-1                PIC 9.
           02 FS-SEQ-2                PIC 9.
           02 FS-SEQ-R REDEFINES FS-SEQ-2 PIC 99 COMP-X.
       01 WID-ARQ-SEQINT     PIC X(50) VALUE 'SEQ-INTERFACE.DAT'.
       01 WENV-TIPO          PIC X(008) VALUE SPACES.
       01 WENV-SEQ           PIC 9(006) VALUE ZEROES.
       01 WENV-QTD           PIC 9(007) VALUE ZEROES.
       01 WENV-HASH          PIC 9(015) VALUE ZEROES.
       01 WENV-LINHA         PIC X(080) VALUE SPACES.
       01 WENV-SITUACAO      PIC X(001) VALUE 'O'.
          88 ENV-SEQ-OK              VALUE 'O'.
          88 ENV-JA-APLICADO         VALUE 'A'.
          88 ENV-FORA-DE-SEQ         VALUE 'F'.

      *----DATA DO PACOTE E VENDEDOR (ZERO = TODOS OS ATIVOS).
       01 WDATA-PACOTE            PIC 9(008) VALUE ZEROES.
       01 WVEN-PEDIDO             PIC 9(003) VALUE ZEROES.
       01 WVEN-CORRENTE           PIC 9(003) VALUE ZEROES.

      *----QUANTAS VISITAS ANTERIORES DE CADA CLIENTE VAO NO PACOTE
      *    (CONFIG.DAT PACOTE-ULT-VISITAS, PADRAO 3, MAXIMO 9).
       01 WQTD-ULT-VIS            PIC 9(001) VALUE 3.
       01 WTAB-ULT-VIS.
          02 WULT-LINHA OCCURS 9 TIMES.
             03 WULT-DATA-HORA    PIC X(014).
             03 WULT-VEN          PIC 9(003).
             03 WULT-RESULTADO    PIC X(002).
             03 WULT-OBS          PIC X(060).
       77 WQTD-ULT                PIC 9(002) VALUE ZEROES.
       77 WIDX-ULT                PIC 9(002) VALUE ZEROES.
       77 WPOS-ULT                PIC 9(002) VALUE ZEROES.

       01 WALVO-CONCLUIDO         PIC X VALUE 'N'.
          88 ALVO-CONCLUIDO            VALUE 'S'.
       01 WCHAVE-ALVO-SALVA       PIC X(010) VALUE SPACES.

       77 WCONT-PACOTES           PIC 9(005) VALUE ZEROES.
       77 WCONT-CLIENTES          PIC 9(007) VALUE ZEROES.
       77 WCONT-PARADAS           PIC 9(007) VALUE ZEROES.
       77 WCONT-ALVOS             PIC 9(007) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'pacotecampo'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-PACOTE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - PACOTE DIARIO PARA
      -"APARELHO DE CAMPO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE
             "DATA DO PACOTE (AAAAMMDD, ZERO = HOJE):".
          02 SCR-DATA-PAC LINE 6 COL 45 PIC 9(008)
                 USING WDATA-PACOTE AUTO.
          02 LINE 7 COL 5 VALUE
             "VENDEDOR (ZERO = TODOS OS ATIVOS).....:".
          02 SCR-VEN-PAC LINE 7 COL 45 PIC 9(003)
                 USING WVEN-PEDIDO AUTO.
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----GERA O PACOTE DO DIA DE CADA VENDEDOR ATIVO PARA O
      *    APLICATIVO DE CAMPO: CARTEIRA ABERTA COM DADOS DE CONTATO,
      *    ULTIMAS VISITAS DE CADA CLIENTE, PARADAS DO PLANO DO DIA E
      *    ALVOS DE CAMPANHA EM ABERTO. EM LOTE (CADEIA NOTURNA) GERA
      *    O PACOTE DE HOJE DE TODOS OS VENDEDORES ATIVOS.
       ABERTURA.
      *----MULTIEMPRESA: O RESUMO DE VINCULOS ACOMPANHA A DISTRIBUICAO
      *    DA EMPRESA CORRENTE (MESMA REGRA DAS CAMPANHAS).
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
           END-IF
           INITIALIZE WSAIDA
      *----A EMPRESA DE TREINAMENTO NAO MANDA PACOTE PARA O CAMPO.
           IF EMPRESA-TREINAMENTO
              OPEN EXTEND LOGRUN
              IF FS-LOG = '35'
                 OPEN OUTPUT LOGRUN
              END-IF
              IF FS-LOG = '00'
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',AVISO,PACOTES NAO GERADOS - EMPRESA '
                        WEMPRESA-LID ' E DE TREINAMENTO'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 WRITE LOGRUN-REC
                 CLOSE LOGRUN
              END-IF
              IF MODO-INTERATIVO
                 MOVE 'EMPRESA DE TREINAMENTO NAO GERA PACOTE '
                      TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           MOVE ZEROES TO WDATA-PACOTE WVEN-PEDIDO
           IF MODO-INTERATIVO
              DISPLAY TELA-PACOTE
              ACCEPT TELA-PACOTE
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           IF WDATA-PACOTE = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-PACOTE
           END-IF
           PERFORM S-LE-CONFIG-PACOTE THRU R-LE-CONFIG-PACOTE-1-EXIT
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           INITIALIZE WCONT-PACOTES WCONT-CLIENTES WCONT-PARADAS
                      WCONT-ALVOS
           MOVE LOW-VALUES TO CHAVE-VEN
           IF WVEN-PEDIDO > ZEROES
              MOVE WVEN-PEDIDO TO CODIGO-VEN
              MOVE ZEROES TO CPF-VEN
           END-IF
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00'
                 IF WVEN-PEDIDO > ZEROES AND
                    CODIGO-VEN NOT = WVEN-PEDIDO
                    MOVE '10' TO FS-VEN
                 ELSE
                    IF VEN-ATIVO AND CODIGO-VEN > ZEROES
                       PERFORM S-GERA-PACOTE-VEN
                             THRU R-GERA-PACOTE-VEN-1-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM FECHA-ARQUIVOS
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'PACOTES GERADOS: ' WCONT-PACOTES
                  ' CLIENTES: ' WCONT-CLIENTES
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       ABRE-ARQUIVOS SECTION.
       ABRE-ARQUIVOS-1.
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
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              MOVE 1 TO WSAIDA
              MOVE 8 TO RETURN-CODE
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO ABERT ARQ CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE VENDEDORES
              MOVE 1 TO WSAIDA
              MOVE 8 TO RETURN-CODE
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT VINCATUAL.
           IF FS-VAT NOT = '00'
              MOVE 'ERRO ABERT ARQ VINCULO-ATUAL ST ' TO WTXT
              MOVE FS-VAT TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE VENDEDORES CLIENTES
              MOVE 1 TO WSAIDA
              MOVE 8 TO RETURN-CODE
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           MOVE 'N' TO WECL-DISPONIVEL
           OPEN INPUT ENDCLI
           IF FS-ECL = '00'
              MOVE 'S' TO WECL-DISPONIVEL
           END-IF
           MOVE 'N' TO WPLA-DISPONIVEL
           OPEN INPUT PLANOVIS
           IF FS-PLA = '00'
              MOVE 'S' TO WPLA-DISPONIVEL
           END-IF
           MOVE 'N' TO WAGE-DISPONIVEL
           OPEN INPUT AGENDAVIS
           IF FS-AGE = '00'
              MOVE 'S' TO WAGE-DISPONIVEL
           END-IF
           MOVE 'N' TO WCAM-DISPONIVEL
           OPEN INPUT CAMPANHAS
           IF FS-CAM = '00'
              OPEN INPUT CAMPALVOS
              IF FS-ALV = '00'
                 MOVE 'S' TO WCAM-DISPONIVEL
              ELSE
                 CLOSE CAMPANHAS
              END-IF
           END-IF
           MOVE 'N' TO WVIS-DISPONIVEL
           OPEN INPUT DIS-VISITA
           IF FS-VIS = '00'
              MOVE 'S' TO WVIS-DISPONIVEL
           END-IF
           MOVE 'N' TO WLEA-DISPONIVEL
           OPEN INPUT LEADS
           IF FS-LEA = '00'
              MOVE 'S' TO WLEA-DISPONIVEL
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS SECTION.
       FECHA-ARQUIVOS-1.
           CLOSE VENDEDORES CLIENTES VINCATUAL
           IF ECL-DISPONIVEL
              CLOSE ENDCLI
           END-IF
           IF PLA-DISPONIVEL
              CLOSE PLANOVIS
           END-IF
           IF AGE-DISPONIVEL
              CLOSE AGENDAVIS
           END-IF
           IF CAM-DISPONIVEL
              CLOSE CAMPANHAS CAMPALVOS
           END-IF
           IF VIS-DISPONIVEL
              CLOSE DIS-VISITA
           END-IF
           IF LEA-DISPONIVEL
              CLOSE LEADS
           END-IF.
       FECHA-ARQUIVOS-EXIT.
           EXIT.

      *----SEM CONFIG.DAT OU COM VALOR INVALIDO VALE O PADRAO DE 3
      *    VISITAS ANTERIORES POR CLIENTE.
       S-LE-CONFIG-PACOTE SECTION.
       R-LE-CONFIG-PACOTE-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-PACOTE-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'PACOTE-ULT-VISITAS' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:4) = '0000'
                       MOVE WCFG-VALOR(5:1) TO WQTD-ULT-VIS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-PACOTE-1-EXIT.
           EXIT.

      *----UM ARQUIVO POR VENDEDOR, COM SEQUENCIA DE ENVELOPE PROPRIA
      *    ('CAMPO' + CODIGO), PARA O APARELHO DETECTAR PACOTE PERDIDO.
       S-GERA-PACOTE-VEN SECTION.
       R-GERA-PACOTE-VEN-1.
           MOVE CODIGO-VEN TO WVEN-CORRENTE
           MOVE SPACES TO WID-ARQ-PACOTE
           STRING 'PACOTE-CAMPO-' WVEN-CORRENTE '-' WDATA-PACOTE
                  '.TXT' DELIMITED BY SIZE INTO WID-ARQ-PACOTE
           OPEN OUTPUT ARQPAC
           IF FS-PAC NOT = '00'
              GO TO R-GERA-PACOTE-VEN-1-EXIT
           END-IF
           MOVE SPACES TO WENV-TIPO
           STRING 'CAMPO' WVEN-CORRENTE DELIMITED BY SIZE
               INTO WENV-TIPO
           PERFORM S-ENV-RESERVA-SEQ THRU R-ENV-RESERVA-SEQ-1-EXIT
           PERFORM S-ENV-MONTA-HDR THRU R-ENV-MONTA-HDR-1-EXIT
           MOVE SPACES TO REG-PACOTE
           MOVE WENV-LINHA TO REG-PACOTE
           WRITE REG-PACOTE
           MOVE ZEROES TO WENV-QTD WENV-HASH
           ADD 1 TO WCONT-PACOTES
           MOVE SPACES TO REG-PAC-VEN
           MOVE NOME-VEN TO PVE-NOME
           MOVE COD-REGIAO TO PVE-REGIAO
           MOVE WDATA-PACOTE TO PVE-DATA
           MOVE MAX-VISITAS-DIA-VEN TO PVE-MAX-DIA
           MOVE ZEROES TO PAC-CLI
           MOVE 'VE' TO PAC-TIPO
           PERFORM R-GRAVA-LINHA-PAC.
       R-GERA-PACOTE-VEN-2.
      *----CARTEIRA ABERTA: CLIENTES ONDE O VENDEDOR E O PRIMARIO OU
      *    O RESERVA NO RESUMO DE VINCULOS.
           MOVE ZEROES TO CODIGO-CLI-VAT
           START VINCATUAL KEY IS NOT LESS THAN CODIGO-CLI-VAT
           PERFORM UNTIL FS-VAT NOT = '00'
              READ VINCATUAL NEXT
              IF FS-VAT = '00'
                 IF VEN-PRIM-VAT = WVEN-CORRENTE OR
                    VEN-RES-VAT = WVEN-CORRENTE
                    PERFORM R-GRAVA-CLIENTE-PAC
                 END-IF
              END-IF
           END-PERFORM.
       R-GERA-PACOTE-VEN-3.
           IF PLA-DISPONIVEL
              PERFORM R-GRAVA-PLANO-PAC
           END-IF
           IF CAM-DISPONIVEL
              PERFORM R-GRAVA-CAMPANHA-PAC
           END-IF
           PERFORM S-ENV-MONTA-TRL THRU R-ENV-MONTA-TRL-1-EXIT
           MOVE SPACES TO REG-PACOTE
           MOVE WENV-LINHA TO REG-PACOTE
           WRITE REG-PACOTE
           CLOSE ARQPAC.
       R-GERA-PACOTE-VEN-1-EXIT.
           EXIT.

       R-GRAVA-LINHA-PAC.
           MOVE WVEN-CORRENTE TO PAC-VEN
           WRITE REG-PACOTE
           ADD 1 TO WENV-QTD
           COMPUTE WENV-HASH = WENV-HASH +
               FUNCTION LENGTH(FUNCTION TRIM(REG-PACOTE)).

       R-GRAVA-CLIENTE-PAC.
           MOVE CODIGO-CLI-VAT TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00' AND FS-CLI NOT = '02'
              MOVE '00' TO FS-CLI
           ELSE
              MOVE SPACES TO REG-PAC-CLI
              IF VEN-PRIM-VAT = WVEN-CORRENTE
                 MOVE 'P' TO PCL-VINCULO
              ELSE
                 MOVE 'R' TO PCL-VINCULO
              END-IF
              MOVE CNPJ TO PCL-CNPJ
              MOVE RAZAO TO PCL-RAZAO
              MOVE ENDERECO TO PCL-ENDERECO
              MOVE LATITUDE TO PCL-LATITUDE
              MOVE LONGITUDE TO PCL-LONGITUDE
              MOVE TELEFONE TO PCL-TELEFONE
              MOVE EMAIL TO PCL-EMAIL
              MOVE CLASSIFICACAO-CLI TO PCL-CLASSIF
              MOVE LINHA-PRODUTO-CLI TO PCL-LINHA
              MOVE FREQ-VISITA-CLI TO PCL-FREQ
              IF ECL-DISPONIVEL
                 MOVE CODIGO-CLI-VAT TO CODIGO-CLI-END
                 MOVE 'E' TO TIPO-END
                 READ ENDCLI
                 IF FS-ECL = '00'
                    IF LATITUDE-END NOT = ZEROES OR
                       LONGITUDE-END NOT = ZEROES
                       MOVE LATITUDE-END TO PCL-LATITUDE
                       MOVE LONGITUDE-END TO PCL-LONGITUDE
                    END-IF
                    IF ENDERECO-END NOT = SPACES
                       MOVE ENDERECO-END TO PCL-ENDERECO
                    END-IF
                 END-IF
              END-IF
              MOVE CODIGO-CLI-VAT TO PAC-CLI
              MOVE 'CL' TO PAC-TIPO
              PERFORM R-GRAVA-LINHA-PAC
              ADD 1 TO WCONT-CLIENTES
              IF VIS-DISPONIVEL AND WQTD-ULT-VIS > ZEROES
                 PERFORM R-GRAVA-ULTIMAS-PAC
              END-IF
           END-IF.

      *----ULTIMAS VISITAS DO CLIENTE (DE QUALQUER VENDEDOR), DA MAIS
      *    RECENTE PARA A MAIS ANTIGA. A CHAVE DE DIS-VISITA E
      *    CLIENTE+VENDEDOR+DATA, ENTAO A TABELA E MANTIDA ORDENADA
      *    PELA DATA-HORA A CADA VISITA LIDA.
       R-GRAVA-ULTIMAS-PAC.
           MOVE ZEROES TO WQTD-ULT
           MOVE CODIGO-CLI-VAT TO CODIGO-CLI-VISITA
           MOVE ZEROES TO CODIGO-VEN-VISITA
           MOVE LOW-VALUES TO DATA-HORA-VISITA
           START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
           PERFORM UNTIL FS-VIS NOT = '00'
              READ DIS-VISITA NEXT
              IF FS-VIS = '00'
                 IF CODIGO-CLI-VISITA = CODIGO-CLI-VAT
                    PERFORM R-GUARDA-ULTIMA
                 ELSE
                    MOVE '10' TO FS-VIS
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-ULT FROM 1 BY 1
                   UNTIL WIDX-ULT > WQTD-ULT
              MOVE SPACES TO REG-PAC-ULT
              MOVE WULT-VEN(WIDX-ULT) TO PUV-VEN-VISITA
              MOVE WULT-DATA-HORA(WIDX-ULT) TO PUV-DATA-HORA
              MOVE WULT-RESULTADO(WIDX-ULT) TO PUV-RESULTADO
              MOVE WULT-OBS(WIDX-ULT) TO PUV-OBS
              MOVE CODIGO-CLI-VAT TO PAC-CLI
              MOVE 'UV' TO PAC-TIPO
              PERFORM R-GRAVA-LINHA-PAC
           END-PERFORM.

       R-GUARDA-ULTIMA.
           MOVE 1 TO WPOS-ULT
           PERFORM UNTIL WPOS-ULT > WQTD-ULT OR
                   DATA-HORA-VISITA > WULT-DATA-HORA(WPOS-ULT)
              ADD 1 TO WPOS-ULT
           END-PERFORM
           IF WPOS-ULT > WQTD-ULT-VIS
              GO TO R-GUARDA-ULTIMA-FIM
           END-IF
           IF WQTD-ULT < WQTD-ULT-VIS
              ADD 1 TO WQTD-ULT
           END-IF
           PERFORM VARYING WIDX-ULT FROM WQTD-ULT BY -1
                   UNTIL WIDX-ULT NOT > WPOS-ULT
              MOVE WULT-LINHA(WIDX-ULT - 1) TO WULT-LINHA(WIDX-ULT)
           END-PERFORM
           MOVE DATA-HORA-VISITA TO WULT-DATA-HORA(WPOS-ULT)
           MOVE CODIGO-VEN-VISITA TO WULT-VEN(WPOS-ULT)
           MOVE RESULTADO-VISITA TO WULT-RESULTADO(WPOS-ULT)
           MOVE OBS-VISITA TO WULT-OBS(WPOS-ULT).
       R-GUARDA-ULTIMA-FIM.
           EXIT.

      *----PARADAS DO PLANO NA DATA DO PACOTE. COMPROMISSO DA AGENDA
      *    (ORIGEM 'A') LEVA O HORARIO E A DURACAO MARCADOS. PARADA DE
      *    PROSPECCAO (ORIGEM 'L') E SEGUIDA DOS DADOS DO LEAD, QUE
      *    NAO ESTA NA CARTEIRA DO PACOTE.
       R-GRAVA-PLANO-PAC.
           MOVE WVEN-CORRENTE TO COD-VEN-PLANO
           MOVE WDATA-PACOTE TO DATA-PLANO
           MOVE ZEROES TO COD-CLI-PLANO
           START PLANOVIS KEY IS NOT LESS THAN CHAVE-PLANO
           PERFORM UNTIL FS-PLA NOT = '00'
              READ PLANOVIS NEXT
              IF FS-PLA = '00'
                 IF COD-VEN-PLANO = WVEN-CORRENTE AND
                    DATA-PLANO = WDATA-PACOTE
                    MOVE SPACES TO REG-PAC-PLANO
                    MOVE DATA-PLANO TO PPL-DATA
                    MOVE ZEROES TO PPL-HORA PPL-DURACAO
                    MOVE ORIGEM-PLANO TO PPL-ORIGEM
                    MOVE CLASSIF-PLANO TO PPL-CLASSIF
                    MOVE DATA-ORIG-PLANO TO PPL-DATA-ORIG
                    MOVE QTD-ADIA-PLANO TO PPL-QTD-ADIA
                    IF ORIGEM-PLANO = 'A' AND AGE-DISPONIVEL
                       PERFORM R-BUSCA-HORA-AGENDA
                    END-IF
                    MOVE COD-CLI-PLANO TO PAC-CLI
                    MOVE 'PL' TO PAC-TIPO
                    PERFORM R-GRAVA-LINHA-PAC
                    ADD 1 TO WCONT-PARADAS
                    IF ORIGEM-PLANO = 'L' AND LEA-DISPONIVEL
                       PERFORM R-GRAVA-LEAD-PAC
                    END-IF
                 ELSE
                    MOVE '10' TO FS-PLA
                 END-IF
              END-IF
           END-PERFORM.

       R-GRAVA-LEAD-PAC.
           MOVE COD-CLI-PLANO TO CODIGO-LEAD
           READ LEADS
           IF FS-LEA = '00'
              MOVE SPACES TO REG-PAC-LEAD
              MOVE CNPJ-LEAD TO PLE-CNPJ
              MOVE RAZAO-LEAD TO PLE-RAZAO
              MOVE ENDERECO-LEAD TO PLE-ENDERECO
              MOVE LATITUDE-LEAD TO PLE-LATITUDE
              MOVE LONGITUDE-LEAD TO PLE-LONGITUDE
              MOVE TELEFONE-LEAD TO PLE-TELEFONE
              MOVE EMAIL-LEAD TO PLE-EMAIL
              MOVE CODIGO-LEAD TO PAC-CLI
              MOVE 'LE' TO PAC-TIPO
              PERFORM R-GRAVA-LINHA-PAC
           END-IF.

       R-BUSCA-HORA-AGENDA.
           MOVE WVEN-CORRENTE TO COD-VEN-AGE
           MOVE WDATA-PACOTE TO DATA-AGE
           MOVE ZEROES TO HORA-AGE
           START AGENDAVIS KEY IS NOT LESS THAN CHAVE-AGENDA
           PERFORM UNTIL FS-AGE NOT = '00'
              READ AGENDAVIS NEXT
              IF FS-AGE = '00'
                 IF COD-VEN-AGE = WVEN-CORRENTE AND
                    DATA-AGE = WDATA-PACOTE
                    IF COD-CLI-AGE = COD-CLI-PLANO
                       MOVE HORA-AGE TO PPL-HORA
                       MOVE DURACAO-AGE TO PPL-DURACAO
                       MOVE '10' TO FS-AGE
                    END-IF
                 ELSE
                    MOVE '10' TO FS-AGE
                 END-IF
              END-IF
           END-PERFORM
           MOVE '00' TO FS-AGE.

      *----ALVOS DO VENDEDOR EM CAMPANHA ATIVA NA DATA DO PACOTE QUE
      *    AINDA NAO TIVERAM VISITA DO VENDEDOR DENTRO DO PERIODO
      *    (MESMO CRITERIO DE CONCLUSAO DO ACOMPANHAMENTO DE
      *    CAMPANHAS).
       R-GRAVA-CAMPANHA-PAC.
           MOVE LOW-VALUES TO CHAVE-ALVO
           START CAMPALVOS KEY IS NOT LESS THAN CHAVE-ALVO
           PERFORM UNTIL FS-ALV NOT = '00'
              READ CAMPALVOS NEXT
              IF FS-ALV = '00' AND COD-VEN-ALVO = WVEN-CORRENTE
                 PERFORM R-AVALIA-ALVO THRU R-AVALIA-ALVO-FIM
              END-IF
           END-PERFORM.

       R-AVALIA-ALVO.
           IF COD-CAMP-ALVO NOT = CODIGO-CAMP
              MOVE COD-CAMP-ALVO TO CODIGO-CAMP
              READ CAMPANHAS
              IF FS-CAM NOT = '00'
                 MOVE ZEROES TO CODIGO-CAMP
                 GO TO R-AVALIA-ALVO-FIM
              END-IF
           END-IF
           IF NOT CAMP-ATIVA OR
              WDATA-PACOTE < DATA-INI-CAMP OR
              WDATA-PACOTE > DATA-FIM-CAMP
              GO TO R-AVALIA-ALVO-FIM
           END-IF
           MOVE 'N' TO WALVO-CONCLUIDO
           IF VIS-DISPONIVEL
              MOVE COD-CLI-ALVO TO CODIGO-CLI-VISITA
              MOVE COD-VEN-ALVO TO CODIGO-VEN-VISITA
              MOVE LOW-VALUES TO DATA-HORA-VISITA
              START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
              PERFORM UNTIL FS-VIS NOT = '00' OR ALVO-CONCLUIDO
                 READ DIS-VISITA NEXT
                 IF FS-VIS = '00'
                    IF CODIGO-CLI-VISITA = COD-CLI-ALVO AND
                       CODIGO-VEN-VISITA = COD-VEN-ALVO
                       IF DATA-HORA-VISITA(1:8) NOT < DATA-INI-CAMP AND
                          DATA-HORA-VISITA(1:8) NOT > DATA-FIM-CAMP
                          MOVE 'S' TO WALVO-CONCLUIDO
                       END-IF
                    ELSE
                       MOVE '10' TO FS-VIS
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF ALVO-CONCLUIDO
              GO TO R-AVALIA-ALVO-FIM
           END-IF
           MOVE SPACES TO REG-PAC-CAMP
           MOVE CODIGO-CAMP TO PCA-CAMP
           MOVE DESCRICAO-CAMP TO PCA-DESCRICAO
           MOVE DATA-INI-CAMP TO PCA-DATA-INI
           MOVE DATA-FIM-CAMP TO PCA-DATA-FIM
           MOVE COD-CLI-ALVO TO PAC-CLI
           MOVE 'CA' TO PAC-TIPO
           PERFORM R-GRAVA-LINHA-PAC
           ADD 1 TO WCONT-ALVOS.
       R-AVALIA-ALVO-FIM.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,DATA=' WDATA-PACOTE
                     ',PACOTES=' WCONT-PACOTES
                     ',CLIENTES=' WCONT-CLIENTES
                     ',PARADAS=' WCONT-PARADAS
                     ',ALVOS=' WCONT-ALVOS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY ENVELOPE.CPY.

       COPY FS-TRADUZ.CPY.
