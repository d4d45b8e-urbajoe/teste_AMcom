       IDENTIFICATION DIVISION.
       PROGRAM-ID.  acessolgpd.
       AUTHOR.      URBANO.
      *----ATENDIMENTO AO TITULAR DE DADOS (LGPD): A PARTIR DE UM CPF,
      *    CNPJ OU NOME, GERA UM RELATORIO UNICO COM TODOS OS LUGARES
      *    ONDE A PESSOA APARECE - CLIENTES, VENDEDORES, CONTATOS,
      *    ENDERECOS, LEADS, OBSERVACOES DE VISITA, TRILHA DE
      *    AUDITORIA (VIVA E ARQUIVOS DE EXPURGO), CAIXA DE SAIDA E
      *    ARQUIVOS DE INTERFACE AINDA EM DISCO. CADA SOLICITACAO FICA
      *    REGISTRADA EM SOLICITACOES-LGPD.DAT COM REQUERENTE, DATA DE
      *    RECEBIMENTO, PRAZO LEGAL, DATA DA RESPOSTA E OPERADOR QUE
      *    RESPONDEU, PARA COMPROVAR O ATENDIMENTO NO PRAZO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SOLLGPD ASSIGN TO DISK WID-ARQ-SOLLGPD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-SLG
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SLG.

       SELECT PROXCOD ASSIGN TO DISK WID-ARQ-PROXCOD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS ENTIDADE-PROX
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRX.

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

       SELECT CONTATOS-CLI ASSIGN TO DISK WID-ARQ-CONTATOS-CLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CONTATO-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CONT.

       SELECT ENDCLI ASSIGN TO DISK WID-ARQ-ENDCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-END-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-END.

       SELECT LEADS ASSIGN TO  DISK WID-ARQ-LEADS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD
              ALTERNATE RECORD KEY IS CNPJ-LEAD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LEA.

       SELECT DIS-VISITA ASSIGN TO DISK WID-ARQ-DIS-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-CFG.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT ARQVARRE ASSIGN TO DISK WID-ARQ-VARRE
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-VAR.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       DATA DIVISION.
       FILE SECTION.
       FD SOLLGPD.
       01  REGISTRO-SOL-LGPD.
           02 NUMERO-SLG                PIC  9(007).
           02 DATA-RECEB-SLG            PIC  9(008).
           02 REQUERENTE-SLG            PIC  X(040).
           02 TIPO-BUSCA-SLG            PIC  X(001).
              88 SLG-POR-CPF                  VALUE 'C'.
              88 SLG-POR-CNPJ                 VALUE 'J'.
              88 SLG-POR-NOME                 VALUE 'N'.
           02 TERMO-SLG                 PIC  X(040).
           02 DATA-PRAZO-SLG            PIC  9(008).
           02 DATA-RESP-SLG             PIC  9(008).
           02 OPERADOR-SLG              PIC  X(020).
           02 ARQUIVO-SLG               PIC  X(054).
           02 OCORRENCIAS-SLG           PIC  9(007).
           02 NO-PRAZO-SLG              PIC  X(001).
              88 SLG-NO-PRAZO                 VALUE 'S'.
              88 SLG-FORA-PRAZO               VALUE 'N'.
           02 EMPRESA-SLG               PIC  X(002).
           02 DATA-HORA-REG-SLG         PIC  X(014).

       FD PROXCOD.
       01  REG-PROXCOD.
           02 ENTIDADE-PROX             PIC  X(010).
           02 PROX-NUM                  PIC  9(007).

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

       FD  CONTATOS-CLI.
       01  REGISTRO-CONTATO-CLI.
           02 CHAVE-CONTATO-CLI.
              03 CODIGO-CLI-CONT       PIC  9(007).
              03 DATA-HORA-CONT        PIC  X(014).
           02 OPERADOR-CONT            PIC  X(020).
           02 NOTA-CONT                PIC  X(060).

       FD ENDCLI.
       01  REGISTRO-END-CLI.
           02 CHAVE-END-CLI.
              03 CODIGO-CLI-END         PIC  9(007).
              03 TIPO-END               PIC  X(001).
           02 ENDERECO-END              PIC  X(060).
           02 JANELAS-END REDEFINES ENDERECO-END.
              03 ABRE-1-END             PIC  9(004).
              03 FECHA-1-END            PIC  9(004).
              03 ABRE-2-END             PIC  9(004).
              03 FECHA-2-END            PIC  9(004).
              03 FILLER                 PIC  X(044).
           02 LATITUDE-END              PIC S9(003)v9(008).
           02 LONGITUDE-END             PIC S9(003)v9(008).

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

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01       PIC X(00080).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD  ARQVARRE.
       01  ARQVARRE-REC.
           05  ARQVARRE-DATA-01    PIC X(00512).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01      PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       WORKING-STORAGE SECTION.
       01 FS-SLG.
           02 FS-SLG-1                PIC 9.
           02 FS-SLG-2                PIC 9.
           02 FS-SLG-R REDEFINES FS-SLG-2 PIC 99 COMP-X.
       01 FS-PRX.
           02 FS-PRX-1                PIC 9.
           02 FS-PRX-2                PIC 9.
           02 FS-PRX-R REDEFINES FS-PRX-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-CONT.
           02 FS-CONT-1               PIC 9.
           02 FS-CONT-2               PIC 9.
           02 FS-CONT-R REDEFINES FS-CONT-2 PIC 99 COMP-X.
       01 FS-END.
           02 FS-END-1                PIC 9.
           02 FS-END-2                PIC 9.
           02 FS-END-R REDEFINES FS-END-2 PIC 99 COMP-X.
       01 FS-LEA.
           02 FS-LEA-1                PIC 9.
           02 FS-LEA-2                PIC 9.
           02 FS-LEA-R REDEFINES FS-LEA-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-VAR.
           02 FS-VAR-1                PIC 9.
           02 FS-VAR-2                PIC 9.
           02 FS-VAR-R REDEFINES FS-VAR-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-SOLLGPD         PIC X(50) VALUE
              'SOLICITACOES-LGPD.DAT'.
       01 WID-ARQ-PROXCOD         PIC X(50) VALUE 'PROXCODIGO.DAT'.
       01 WID-ARQ-CONTATOS-CLI    PIC X(50) VALUE 'CONTATOS-CLI.DAT'.
       01 WID-ARQ-ENDCLI          PIC X(50) VALUE 'END-CLIENTE.DAT'.
       01 WID-ARQ-LEADS           PIC X(50) VALUE 'LEADS.DAT'.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-VARRE           PIC X(54) VALUE SPACES.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WPROX-ENTIDADE          PIC X(010) VALUE SPACES.
       01 WPROX-RESERVADO         PIC 9(007) VALUE ZEROES.

      *----PRAZO LEGAL DE RESPOSTA EM DIAS CORRIDOS A PARTIR DO
      *    RECEBIMENTO (LGPD-PRAZO-DIAS) E JANELA, EM DIAS, DOS
      *    ARQUIVOS DE INTERFACE DATADOS PROCURADOS EM DISCO
      *    (LGPD-DIAS-INTERFACE), AMBOS EM CONFIG.DAT.
       77 WLGP-PRAZO-DIAS         PIC 9(003) VALUE 15.
       77 WLGP-DIAS-INTERFACE     PIC 9(003) VALUE 30.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.

      *----DADOS DA SOLICITACAO DIGITADOS NA TELA.
       01 WLGP-REQUERENTE         PIC X(040) VALUE SPACES.
       01 WLGP-DATA-RECEB         PIC 9(008) VALUE ZEROES.
       01 FILLER REDEFINES WLGP-DATA-RECEB.
          02 WLGP-RECEB-AAAA      PIC 9(004).
          02 WLGP-RECEB-MM        PIC 9(002).
          02 WLGP-RECEB-DD        PIC 9(002).
       01 WLGP-TIPO               PIC X(001) VALUE SPACE.
          88 LGP-POR-CPF               VALUE 'C'.
          88 LGP-POR-CNPJ              VALUE 'J'.
          88 LGP-POR-NOME              VALUE 'N'.
       01 WLGP-TERMO              PIC X(040) VALUE SPACES.
       01 WLGP-NUM                PIC 9(014) VALUE ZEROES.
       01 WLGP-NOME-NORM          PIC X(040) VALUE SPACES.
       77 WLGP-TAM-NOME           PIC 9(002) VALUE ZEROES.
       01 WLGP-PRAZO              PIC 9(008) VALUE ZEROES.
       01 WLGP-OPERADOR           PIC X(020) VALUE SPACES.
       01 WLGP-NO-PRAZO           PIC X(001) VALUE 'S'.
       77 WLGP-DIAS-RESP          PIC 9(005) VALUE ZEROES.

      *----TITULAR LOCALIZADO NOS CADASTROS: CODIGOS DE CLIENTE E DE
      *    VENDEDOR USADOS NAS DEMAIS SECOES (CONTATOS, ENDERECOS,
      *    VISITAS, AUDITORIA E CAIXA DE SAIDA).
       01 WTAB-CLI-LGP.
          02 WTCL-LINHA OCCURS 100 TIMES.
             03 WTCL-CODIGO       PIC 9(007).
             03 WTCL-CNPJ         PIC 9(014).
       77 WQTD-CLI-LGP            PIC 9(003) VALUE ZEROES.
       77 WIDX-CLI-LGP            PIC 9(003) VALUE ZEROES.
       01 WTAB-VEN-LGP.
          02 WTVL-LINHA OCCURS 20 TIMES.
             03 WTVL-CODIGO       PIC 9(003).
             03 WTVL-CPF          PIC 9(011).
       77 WQTD-VEN-LGP            PIC 9(002) VALUE ZEROES.
       77 WIDX-VEN-LGP            PIC 9(002) VALUE ZEROES.
       01 WLGP-TRUNCOU            PIC X VALUE 'N'.
          88 LGP-TRUNCOU               VALUE 'S'.

      *----TEXTOS PROCURADOS NAS LINHAS DE ARQUIVO: O DOCUMENTO (SEM
      *    E COM PONTUACAO) OU O NOME, MAIS OS DOCUMENTOS DOS
      *    CADASTROS LOCALIZADOS.
       01 WTAB-TOK-LGP.
          02 WTOK-LINHA OCCURS 40 TIMES.
             03 WTOK-TXT          PIC X(040).
             03 WTOK-TAM          PIC 9(002).
       77 WQTD-TOK                PIC 9(002) VALUE ZEROES.
       77 WIDX-TOK                PIC 9(002) VALUE ZEROES.
       01 WTOK-NOVO               PIC X(040) VALUE SPACES.
       77 WTOK-NOVO-TAM           PIC 9(002) VALUE ZEROES.
       01 WLGP-ALVO               PIC X(512) VALUE SPACES.
       01 WLGP-ACHOU              PIC X VALUE 'N'.
          88 LGP-ACHOU                 VALUE 'S'.
       77 WLGP-TALLY              PIC 9(004) VALUE ZEROES.

      *----ARQUIVOS TEXTO A VARRER (EXPURGOS DE AUDITORIA E ARQUIVOS
      *    DE INTERFACE), SEM REPETICAO.
       01 WTAB-ARQ-LGP.
          02 WTAL-LINHA OCCURS 300 TIMES.
             03 WTAL-NOME         PIC X(054).
       77 WQTD-ARQ-LGP            PIC 9(003) VALUE ZEROES.
       77 WIDX-ARQ-LGP            PIC 9(003) VALUE ZEROES.
       01 WLGP-ARQ-NOVO           PIC X(054) VALUE SPACES.
       77 WPOS-MARC               PIC 9(004) VALUE ZEROES.
       77 WLGP-DIA                PIC 9(003) VALUE ZEROES.
       01 WLGP-DATA-ARQ           PIC 9(008) VALUE ZEROES.
       77 WLGP-ARQS-LIDOS         PIC 9(005) VALUE ZEROES.

      *----INTERFACES DE ENTRADA DE NOME FIXO E PREFIXOS DAS SAIDAS
      *    DATADAS (AAAAMMDD) QUE NAO PASSAM PELO CATALOGO.
       01 WTAB-INTERF-FIXA-V.
          02 FILLER PIC X(020) VALUE 'VISITAS-CAMPO.TXT'.
          02 FILLER PIC X(020) VALUE 'PEDIDOS-CAMPO.TXT'.
          02 FILLER PIC X(020) VALUE 'FAT-CLIENTES.TXT'.
          02 FILLER PIC X(020) VALUE 'FAT-RECEBER.TXT'.
          02 FILLER PIC X(020) VALUE 'FAT-RETORNO.TXT'.
          02 FILLER PIC X(020) VALUE 'FAT-ACK.TXT'.
          02 FILLER PIC X(020) VALUE 'FOLHA-ACK.TXT'.
          02 FILLER PIC X(020) VALUE 'RH-VENDEDORES.TXT'.
          02 FILLER PIC X(020) VALUE 'CNPJ-EXTRATO.TXT'.
          02 FILLER PIC X(020) VALUE 'METAS-VENDAS.TXT'.
       01 WTAB-INTERF-FIXA REDEFINES WTAB-INTERF-FIXA-V.
          02 WIFX-NOME OCCURS 10 TIMES PIC X(020).
       01 WTAB-INTERF-DATA-V.
          02 FILLER PIC X(024) VALUE 'INTERFACE-FAT-      .DAT'.
          02 FILLER PIC X(024) VALUE 'EXPORT-BI-          .CSV'.
          02 FILLER PIC X(024) VALUE 'EXPORT-BI-DELTA-    .CSV'.
          02 FILLER PIC X(024) VALUE 'RELDIS-MUDANCAS-VEN-.CSV'.
       01 WTAB-INTERF-DATA REDEFINES WTAB-INTERF-DATA-V.
          02 WIDT-LINHA OCCURS 4 TIMES.
             03 WIDT-PREFIXO      PIC X(020).
             03 WIDT-SUFIXO       PIC X(004).
       77 WIDX-INTERF             PIC 9(002) VALUE ZEROES.

      *----LINHA DE AUDITORIA DECOMPOSTA (ENTIDADE E CODIGO).
       01 WAUD-TS                 PIC X(014) VALUE SPACES.
       01 WAUD-USER               PIC X(020) VALUE SPACES.
       01 WAUD-ENT                PIC X(020) VALUE SPACES.
       01 WAUD-OP                 PIC X(001) VALUE SPACE.
       01 WAUD-COD                PIC X(020) VALUE SPACES.
       01 WAUD-COD-NUM            PIC 9(007) VALUE ZEROES.
       01 WAUD-DATA-HORA          PIC X(014) VALUE SPACES.

      *----MODO DA VARREDURA DE ARQUIVO TEXTO: 'A' = AUDITORIA (CONTA
      *    TAMBEM ENTIDADE/CODIGO DOS CADASTROS LOCALIZADOS), 'O' =
      *    CAIXA DE SAIDA (CONTA O DESTINO VENDEDOR-NNN), 'I' =
      *    INTERFACE (SO OS TEXTOS PROCURADOS).
       01 WLGP-MODO               PIC X(001) VALUE SPACE.
          88 VARRE-AUDITORIA           VALUE 'A'.
          88 VARRE-OUTBOX              VALUE 'O'.
          88 VARRE-INTERFACE           VALUE 'I'.
       01 WLGP-ROTULO             PIC X(012) VALUE SPACES.
       77 WLGP-NUM-LINHA          PIC 9(007) VALUE ZEROES.
       01 WLGP-DESTINO-VEN        PIC X(012) VALUE SPACES.

      *----OCORRENCIAS POR SECAO PARA O RESUMO DO RELATORIO.
       01 WTAB-SEC-LGP.
          02 WTSC-LINHA OCCURS 12 TIMES.
             03 WTSC-NOME         PIC X(030).
             03 WTSC-QTD          PIC 9(007).
       77 WQTD-SEC                PIC 9(002) VALUE ZEROES.
       77 WLGP-QTD-SEC            PIC 9(007) VALUE ZEROES.
       77 WLGP-TOTAL              PIC 9(007) VALUE ZEROES.
       77 WLGP-LINHAS             PIC 9(007) VALUE ZEROES.
       01 WLGP-NOME-SEC           PIC X(030) VALUE SPACES.

       01 WNORM-TEXTO              PIC X(060) VALUE SPACES.
       01 WNORM-SAIDA              PIC X(060) VALUE SPACES.
       77 WNORM-I                  PIC 9(003) VALUE ZEROES.
       77 WNORM-J                  PIC 9(003) VALUE ZEROES.

       01 WMASC-TIPO                       PIC X(01) VALUE 'J'.
       01 WMASC-NUM                        PIC 9(014) VALUE ZEROES.
       01 WMASC-TXT                        PIC X(018) VALUE SPACES.
       01 WMASC-IDX                        PIC 9(002) VALUE ZEROES.

       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WED-NUM-LINHA           PIC Z(6)9.

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'acessolgpd'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-LGPD.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - ACESSO DO TITULAR A
      -"OS DADOS (LGPD)".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] NOVA SOLICITACAO DO TITULAR".
          02 LINE 8 COL 10 VALUE "[2] RELATORIO DE SOLICITACOES".
          02 LINE 9 COL 10 VALUE "[3] SAIR".
          02 LINE 11 COL 10 VALUE "PRAZO LEGAL (DIAS):".
          02 LINE 11 COL 30 PIC 9(003) FROM WLGP-PRAZO-DIAS.
          02 LINE 13 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 13 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-SOLICITACAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - ACESSO DO TITULAR A
      -"OS DADOS (LGPD)".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "REQUERENTE.................:".
          02 SCR-LGP-REQ LINE 6 COL 35 PIC X(040)
                 USING WLGP-REQUERENTE AUTO.
          02 LINE 7 COL 5 VALUE "RECEBIDA EM (AAAAMMDD).....:".
          02 SCR-LGP-RECEB LINE 7 COL 35 PIC 9(008)
                 USING WLGP-DATA-RECEB AUTO.
          02 LINE 8 COL 5 VALUE "BUSCA (C=CPF J=CNPJ N=NOME):".
          02 SCR-LGP-TIPO LINE 8 COL 35 PIC X(001)
                 USING WLGP-TIPO AUTO.
          02 LINE 9 COL 5 VALUE "DOCUMENTO OU NOME..........:".
          02 SCR-LGP-TERMO LINE 9 COL 35 PIC X(040)
                 USING WLGP-TERMO AUTO.
          02 LINE 11 COL 5 VALUE "[ESC] VOLTA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA WOPCAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE WDATA-HOJE TO WDATA-REL
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WLGP-OPERADOR
           ELSE
              ACCEPT WLGP-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           PERFORM S-LE-CONFIG-LGPD THRU R-LE-CONFIG-LGPD-1-EXIT
           OPEN I-O SOLLGPD.
           IF FS-SLG = '35'
              OPEN OUTPUT SOLLGPD
              IF FS-SLG = '00'
                 CLOSE SOLLGPD
                 OPEN I-O SOLLGPD
              END-IF
           END-IF
           IF FS-SLG NOT = '00'
              MOVE FS-SLG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-SOLLGPD TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT SOLICITACOES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-SLG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM UNTIL WOPCAO = 3
              DISPLAY TELA-OPCAO-LGPD
              ACCEPT TELA-OPCAO-LGPD
              IF ESC
                 MOVE 3 TO WOPCAO
              END-IF
              EVALUATE WOPCAO
                 WHEN 1
                    PERFORM S-NOVA-SOLICITACAO
                          THRU R-NOVA-SOLICITACAO-1-EXIT
                 WHEN 2
                    PERFORM S-LISTA-SOLICITACOES
                          THRU R-LISTA-SOLICITACOES-1-EXIT
                 WHEN 3
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           CLOSE SOLLGPD.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-LE-CONFIG-LGPD SECTION.
       R-LE-CONFIG-LGPD-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-LGPD-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'LGPD-PRAZO-DIAS' AND
                       WCFG-VALOR(1:3) IS NUMERIC
                       MOVE WCFG-VALOR(1:3) TO WLGP-PRAZO-DIAS
                    END-IF
                    IF WCFG-NOME = 'LGPD-DIAS-INTERFACE' AND
                       WCFG-VALOR(1:3) IS NUMERIC
                       MOVE WCFG-VALOR(1:3) TO WLGP-DIAS-INTERFACE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG
           IF WLGP-PRAZO-DIAS = ZEROES
              MOVE 15 TO WLGP-PRAZO-DIAS
           END-IF
           IF WLGP-DIAS-INTERFACE > 60
              MOVE 60 TO WLGP-DIAS-INTERFACE
           END-IF.
       R-LE-CONFIG-LGPD-1-EXIT.
           EXIT.

      *----DIGITACAO, VALIDACAO, GERACAO DO RELATORIO E REGISTRO DA
      *    SOLICITACAO COMO RESPONDIDA PELO OPERADOR DA SESSAO.
       S-NOVA-SOLICITACAO SECTION.
       R-NOVA-SOLICITACAO-1.
           MOVE SPACES TO WLGP-REQUERENTE WLGP-TIPO WLGP-TERMO
           MOVE WDATA-HOJE TO WLGP-DATA-RECEB
           DISPLAY TELA-SOLICITACAO
           ACCEPT TELA-SOLICITACAO
           IF ESC
              GO TO R-NOVA-SOLICITACAO-1-EXIT
           END-IF
           IF WLGP-REQUERENTE = SPACES
              MOVE 'INFORME O REQUERENTE ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-NOVA-SOLICITACAO-1-EXIT
           END-IF
           IF WLGP-DATA-RECEB > WDATA-HOJE OR
              WLGP-RECEB-MM < 1 OR WLGP-RECEB-MM > 12 OR
              WLGP-RECEB-DD < 1 OR WLGP-RECEB-DD > 31
              MOVE 'DATA DE RECEBIMENTO INVALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-NOVA-SOLICITACAO-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WLGP-TIPO) TO WLGP-TIPO
           MOVE ZEROES TO WLGP-NUM
           MOVE SPACES TO WLGP-NOME-NORM
           EVALUATE TRUE
              WHEN LGP-POR-CPF OR LGP-POR-CNPJ
                 MOVE WLGP-TERMO TO WMASC-TXT
                 PERFORM S-DESFORMATA-DOC THRU S-DESFORMATA-DOC-EXIT
                 MOVE WMASC-NUM TO WLGP-NUM
                 IF WLGP-NUM = ZEROES OR
                    (LGP-POR-CPF AND WLGP-NUM > 99999999999)
                    MOVE 'DOCUMENTO INVALIDO ' TO WTXT
                    PERFORM R-MOSTRA-MENSAGEM
                    GO TO R-NOVA-SOLICITACAO-1-EXIT
                 END-IF
              WHEN LGP-POR-NOME
                 MOVE WLGP-TERMO TO WNORM-TEXTO
                 PERFORM S-NORMALIZA-TEXTO THRU S-NORMALIZA-TEXTO-EXIT
                 MOVE WNORM-TEXTO(1:40) TO WLGP-NOME-NORM
                 MOVE ZEROES TO WLGP-TAM-NOME
                 IF WLGP-NOME-NORM NOT = SPACES
                    COMPUTE WLGP-TAM-NOME = FUNCTION LENGTH(
                        FUNCTION TRIM(WLGP-NOME-NORM TRAILING))
                 END-IF
                 IF WLGP-TAM-NOME < 5
                    MOVE 'NOME COM MENOS DE 5 LETRAS ' TO WTXT
                    PERFORM R-MOSTRA-MENSAGEM
                    GO TO R-NOVA-SOLICITACAO-1-EXIT
                 END-IF
              WHEN OTHER
                 MOVE 'TIPO DE BUSCA INVALIDO (C/J/N) ' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-NOVA-SOLICITACAO-1-EXIT
           END-EVALUATE
           COMPUTE WLGP-PRAZO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WLGP-DATA-RECEB)
               + WLGP-PRAZO-DIAS)
           COMPUTE WLGP-DIAS-RESP =
               FUNCTION INTEGER-OF-DATE(WDATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(WLGP-DATA-RECEB)
           IF WDATA-HOJE > WLGP-PRAZO
              MOVE 'N' TO WLGP-NO-PRAZO
           ELSE
              MOVE 'S' TO WLGP-NO-PRAZO
           END-IF
           MOVE SPACES TO WTXT
           STRING 'PRAZO ' WLGP-PRAZO ' - CONFIRMA ?...'
               DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-NOVA-SOLICITACAO-1-EXIT
           END-IF
           MOVE 'LGPD' TO WPROX-ENTIDADE
           PERFORM S-LE-PROX-CODIGO THRU R-LE-PROX-CODIGO-1-EXIT
           IF WPROX-RESERVADO = ZEROES
              MOVE 'CONTROLE DE NUMERACAO INDISPONIVEL ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-NOVA-SOLICITACAO-1-EXIT
           END-IF
           MOVE WPROX-RESERVADO TO NUMERO-SLG
           READ SOLLGPD
           PERFORM UNTIL FS-SLG NOT = '00'
              ADD 1 TO WPROX-RESERVADO
              MOVE WPROX-RESERVADO TO NUMERO-SLG
              READ SOLLGPD
           END-PERFORM
           PERFORM S-GRAVA-PROX-CODIGO THRU R-GRAVA-PROX-CODIGO-1-EXIT
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'LGPD-ACESSO-' WPROX-RESERVADO '.TXT'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE 'ERRO ABERT RELATORIO ST ' TO WTXT
              MOVE FS-REL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-NOVA-SOLICITACAO-1-EXIT
           END-IF
           MOVE 'PESQUISANDO, AGUARDE...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           PERFORM S-GERA-RELATORIO THRU R-GERA-RELATORIO-1-EXIT
           CLOSE ARQREL
           PERFORM R-GRAVA-SOLICITACAO
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE WLGP-LINHAS TO WCATR-LINHAS
           MOVE SPACES TO WCATR-PARAM
           STRING 'PROTOCOLO=' WPROX-RESERVADO ' TIPO=' WLGP-TIPO
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           IF WLGP-NO-PRAZO = 'N'
              STRING 'PROTOCOLO ' WPROX-RESERVADO ': ' WLGP-TOTAL
                  ' OCORR. FORA DO PRAZO'
                  DELIMITED BY SIZE INTO WTXT
           ELSE
              STRING 'PROTOCOLO ' WPROX-RESERVADO ': ' WLGP-TOTAL
                  ' OCORRENCIAS'
                  DELIMITED BY SIZE INTO WTXT
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       R-NOVA-SOLICITACAO-1-EXIT.
           EXIT.

       R-GRAVA-SOLICITACAO.
           INITIALIZE REGISTRO-SOL-LGPD
           MOVE WPROX-RESERVADO TO NUMERO-SLG
           MOVE WLGP-DATA-RECEB TO DATA-RECEB-SLG
           MOVE WLGP-REQUERENTE TO REQUERENTE-SLG
           MOVE WLGP-TIPO TO TIPO-BUSCA-SLG
           IF LGP-POR-NOME
              MOVE WLGP-NOME-NORM TO TERMO-SLG
           ELSE
              MOVE WLGP-NUM TO TERMO-SLG
           END-IF
           MOVE WLGP-PRAZO TO DATA-PRAZO-SLG
           MOVE WDATA-HOJE TO DATA-RESP-SLG
           MOVE WLGP-OPERADOR TO OPERADOR-SLG
           MOVE WID-ARQ-RELT TO ARQUIVO-SLG
           MOVE WLGP-TOTAL TO OCORRENCIAS-SLG
           MOVE WLGP-NO-PRAZO TO NO-PRAZO-SLG
           MOVE WEMPRESA-LID TO EMPRESA-SLG
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-REG-SLG
           WRITE REGISTRO-SOL-LGPD
           IF FS-SLG NOT = '00'
              MOVE 'ERRO DE GRAVACAO DA SOLICITACAO ST ' TO WTXT
              MOVE FS-SLG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF
           OPEN EXTEND AUDITORIA.
           IF FS-AUD = '00'
              MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
              MOVE SPACES TO AUDITORIA-DATA-01
              STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WLGP-OPERADOR)
                  ',' 'LGPD-ACESSO' ',' 'I' ',' WPROX-RESERVADO ','
                  '""' ','
                  '"REQUERENTE=' FUNCTION TRIM(WLGP-REQUERENTE)
                  ';RECEBIDA=' WLGP-DATA-RECEB
                  ';PRAZO=' WLGP-PRAZO
                  ';NO-PRAZO=' WLGP-NO-PRAZO
                  ';OCORRENCIAS=' WLGP-TOTAL '"' ',' WEMPRESA-LID
                  DELIMITED BY SIZE INTO AUDITORIA-DATA-01
              PERFORM S-ENCADEIA-AUDITORIA
                 THRU R-ENCADEIA-AUDITORIA-1-EXIT
              WRITE AUDITORIA-REC
              CLOSE AUDITORIA
           END-IF.

      *----RELATORIO AO TITULAR: CABECALHO DO PROTOCOLO, UMA SECAO
      *    POR ORIGEM E O RESUMO DE OCORRENCIAS.
       S-GERA-RELATORIO SECTION.
       R-GERA-RELATORIO-1.
           MOVE ZEROES TO WLGP-LINHAS WLGP-TOTAL WQTD-SEC
                          WQTD-CLI-LGP WQTD-VEN-LGP WQTD-TOK
           MOVE 'N' TO WLGP-TRUNCOU
           INITIALIZE WTAB-SEC-LGP
           MOVE ALL '=' TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'RELATORIO DE DADOS PESSOAIS (LGPD) - PROTOCOLO '
               WPROX-RESERVADO
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE ALL '=' TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'REQUERENTE....: ' WLGP-REQUERENTE
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'RECEBIDA EM...: ' WLGP-DATA-RECEB
               '   PRAZO LEGAL: ' WLGP-PRAZO
               '   RESPONDIDA EM: ' WDATA-HOJE
               ' (' WLGP-DIAS-RESP ' DIAS)'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE SPACES TO ARQREL-DATA-01
           EVALUATE TRUE
              WHEN LGP-POR-CPF
                 MOVE 'F' TO WMASC-TIPO
                 MOVE WLGP-NUM TO WMASC-NUM
                 PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
                 STRING 'BUSCA POR CPF: ' WMASC-TXT
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              WHEN LGP-POR-CNPJ
                 MOVE 'J' TO WMASC-TIPO
                 MOVE WLGP-NUM TO WMASC-NUM
                 PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
                 STRING 'BUSCA POR CNPJ: ' WMASC-TXT
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              WHEN OTHER
                 STRING 'BUSCA POR NOME: ' WLGP-NOME-NORM
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-EVALUATE
           PERFORM R-GRAVA-LINHA-LGP
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'OPERADOR......: ' WLGP-OPERADOR
               '   EMPRESA: ' WEMPRESA-LID
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           PERFORM R-SECAO-CLIENTES
           PERFORM R-SECAO-VENDEDORES
           PERFORM R-MONTA-TOKENS
           PERFORM R-SECAO-CONTATOS
           PERFORM R-SECAO-ENDERECOS
           PERFORM R-SECAO-LEADS
           PERFORM R-SECAO-VISITAS
           PERFORM R-SECAO-AUDITORIA
           PERFORM R-SECAO-OUTBOX
           PERFORM R-SECAO-INTERFACES
           PERFORM R-SECAO-SOLICITACOES
           MOVE SPACES TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE ALL '-' TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE 'RESUMO' TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           PERFORM VARYING WIDX-TOK FROM 1 BY 1
                   UNTIL WIDX-TOK > WQTD-SEC
              MOVE SPACES TO ARQREL-DATA-01
              STRING '  ' WTSC-NOME(WIDX-TOK) ' ' WTSC-QTD(WIDX-TOK)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA-LGP
           END-PERFORM
           MOVE SPACES TO ARQREL-DATA-01
           STRING '  TOTAL DE OCORRENCIAS.......... ' WLGP-TOTAL
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           IF LGP-TRUNCOU
              MOVE SPACES TO ARQREL-DATA-01
              STRING '  ATENCAO: MAIS CADASTROS QUE O LIMITE DA '
                  'PESQUISA - REFINE O NOME E REPITA'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA-LGP
           END-IF.
       R-GERA-RELATORIO-1-EXIT.
           EXIT.

       R-GRAVA-LINHA-LGP.
           WRITE ARQREL-REC
           ADD 1 TO WLGP-LINHAS.

       R-ABRE-SECAO.
           MOVE ZEROES TO WLGP-QTD-SEC
           MOVE SPACES TO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE SPACES TO ARQREL-DATA-01
           STRING '== ' WLGP-NOME-SEC
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP.

       R-FECHA-SECAO.
           IF WLGP-QTD-SEC = ZEROES
              MOVE '    (NENHUMA OCORRENCIA)' TO ARQREL-DATA-01
              PERFORM R-GRAVA-LINHA-LGP
           END-IF
           IF WQTD-SEC < 12
              ADD 1 TO WQTD-SEC
              MOVE WLGP-NOME-SEC TO WTSC-NOME(WQTD-SEC)
              MOVE WLGP-QTD-SEC TO WTSC-QTD(WQTD-SEC)
           END-IF
           ADD WLGP-QTD-SEC TO WLGP-TOTAL.

       R-OCORRENCIA.
           PERFORM R-GRAVA-LINHA-LGP
           ADD 1 TO WLGP-QTD-SEC.

      *----CLIENTES: DOCUMENTO IGUAL (CPF DE PESSOA FISICA FICA NO
      *    CAMPO CNPJ) OU RAZAO SOCIAL CONTENDO O NOME PESQUISADO.
       R-SECAO-CLIENTES.
           MOVE 'CADASTRO DE CLIENTES' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE LOW-VALUES TO CHAVE-CLI
              START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
              PERFORM UNTIL FS-CLI NOT = '00'
                 READ CLIENTES NEXT
                 IF FS-CLI = '00'
                    MOVE 'N' TO WLGP-ACHOU
                    IF LGP-POR-NOME
                       MOVE RAZAO TO WNORM-TEXTO
                       PERFORM R-CONFERE-NOME
                    ELSE
                       IF CNPJ = WLGP-NUM
                          MOVE 'S' TO WLGP-ACHOU
                       END-IF
                    END-IF
                    IF LGP-ACHOU
                       PERFORM R-REGISTRA-CLIENTE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CLIENTES
           END-IF
           PERFORM R-FECHA-SECAO.

       R-REGISTRA-CLIENTE.
           IF WQTD-CLI-LGP < 100
              ADD 1 TO WQTD-CLI-LGP
              MOVE CODIGO TO WTCL-CODIGO(WQTD-CLI-LGP)
              MOVE CNPJ TO WTCL-CNPJ(WQTD-CLI-LGP)
           ELSE
              MOVE 'S' TO WLGP-TRUNCOU
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING '    CLIENTE ' CODIGO ' DOC ' CNPJ ' ' RAZAO
               ' SITUACAO ' STATUS-CLI
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-OCORRENCIA
           MOVE SPACES TO ARQREL-DATA-01
           STRING '      ENDERECO: ' ENDERECO
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE SPACES TO ARQREL-DATA-01
           STRING '      TELEFONE: ' TELEFONE '  E-MAIL: ' EMAIL
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP.

      *----NOME NORMALIZADO EM WNORM-TEXTO CONTENDO O NOME PESQUISADO.
       R-CONFERE-NOME.
           PERFORM S-NORMALIZA-TEXTO THRU S-NORMALIZA-TEXTO-EXIT
           MOVE ZEROES TO WLGP-TALLY
           INSPECT WNORM-TEXTO TALLYING WLGP-TALLY
               FOR ALL WLGP-NOME-NORM(1:WLGP-TAM-NOME)
           IF WLGP-TALLY > ZEROES
              MOVE 'S' TO WLGP-ACHOU
           END-IF.

       R-SECAO-VENDEDORES.
           MOVE 'CADASTRO DE VENDEDORES' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE LOW-VALUES TO CHAVE-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              PERFORM UNTIL FS-VEN NOT = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00'
                    MOVE 'N' TO WLGP-ACHOU
                    EVALUATE TRUE
                       WHEN LGP-POR-NOME
                          MOVE NOME-VEN TO WNORM-TEXTO
                          PERFORM R-CONFERE-NOME
                       WHEN LGP-POR-CPF
                          IF CPF-VEN = WLGP-NUM
                             MOVE 'S' TO WLGP-ACHOU
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                    IF LGP-ACHOU
                       PERFORM R-REGISTRA-VENDEDOR
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE VENDEDORES
           END-IF
           PERFORM R-FECHA-SECAO.

       R-REGISTRA-VENDEDOR.
           IF WQTD-VEN-LGP < 20
              ADD 1 TO WQTD-VEN-LGP
              MOVE CODIGO-VEN TO WTVL-CODIGO(WQTD-VEN-LGP)
              MOVE CPF-VEN TO WTVL-CPF(WQTD-VEN-LGP)
           ELSE
              MOVE 'S' TO WLGP-TRUNCOU
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING '    VENDEDOR ' CODIGO-VEN ' CPF ' CPF-VEN ' '
               NOME-VEN ' SITUACAO ' STATUS-VEN
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-OCORRENCIA
           MOVE SPACES TO ARQREL-DATA-01
           STRING '      REGIAO ' COD-REGIAO ' TIPO ' TIPO-VEN
               ' ADMISSAO ' DATA-ADMISSAO-VEN
               ' DESLIGAMENTO ' DATA-DESLIGAMENTO-VEN
               ' AFASTAMENTO ' DATA-INICIO-AFASTAMENTO
               ' A ' DATA-FIM-AFASTAMENTO
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP.

      *----TEXTOS PROCURADOS NOS ARQUIVOS: DOCUMENTO PESQUISADO OU
      *    NOME, MAIS CNPJ/CPF DOS CADASTROS LOCALIZADOS, CADA UM SEM
      *    E COM PONTUACAO.
       R-MONTA-TOKENS.
           INITIALIZE WTAB-TOK-LGP
           MOVE ZEROES TO WQTD-TOK
           IF LGP-POR-NOME
              MOVE WLGP-NOME-NORM TO WTOK-NOVO
              MOVE WLGP-TAM-NOME TO WTOK-NOVO-TAM
              PERFORM R-ADICIONA-TOKEN
           ELSE
              IF LGP-POR-CPF
                 MOVE 'F' TO WMASC-TIPO
              ELSE
                 MOVE 'J' TO WMASC-TIPO
              END-IF
              MOVE WLGP-NUM TO WMASC-NUM
              PERFORM R-TOKENS-DOCUMENTO
           END-IF
           PERFORM VARYING WIDX-CLI-LGP FROM 1 BY 1
                   UNTIL WIDX-CLI-LGP > WQTD-CLI-LGP
              IF WTCL-CNPJ(WIDX-CLI-LGP) > ZEROES
                 IF WTCL-CNPJ(WIDX-CLI-LGP) > 99999999999
                    MOVE 'J' TO WMASC-TIPO
                 ELSE
                    MOVE 'F' TO WMASC-TIPO
                 END-IF
                 MOVE WTCL-CNPJ(WIDX-CLI-LGP) TO WMASC-NUM
                 PERFORM R-TOKENS-DOCUMENTO
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-VEN-LGP FROM 1 BY 1
                   UNTIL WIDX-VEN-LGP > WQTD-VEN-LGP
              IF WTVL-CPF(WIDX-VEN-LGP) > ZEROES
                 MOVE 'F' TO WMASC-TIPO
                 MOVE WTVL-CPF(WIDX-VEN-LGP) TO WMASC-NUM
                 PERFORM R-TOKENS-DOCUMENTO
              END-IF
           END-PERFORM.

       R-TOKENS-DOCUMENTO.
           MOVE SPACES TO WTOK-NOVO
           IF WMASC-TIPO = 'F'
              MOVE WMASC-NUM(4:11) TO WTOK-NOVO
              MOVE 11 TO WTOK-NOVO-TAM
           ELSE
              MOVE WMASC-NUM TO WTOK-NOVO
              MOVE 14 TO WTOK-NOVO-TAM
           END-IF
           PERFORM R-ADICIONA-TOKEN
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           MOVE WMASC-TXT TO WTOK-NOVO
           IF WMASC-TIPO = 'F'
              MOVE 14 TO WTOK-NOVO-TAM
           ELSE
              MOVE 18 TO WTOK-NOVO-TAM
           END-IF
           PERFORM R-ADICIONA-TOKEN.

       R-ADICIONA-TOKEN.
           MOVE 'N' TO WLGP-ACHOU
           PERFORM VARYING WIDX-TOK FROM 1 BY 1
                   UNTIL WIDX-TOK > WQTD-TOK OR LGP-ACHOU
              IF WTOK-TXT(WIDX-TOK) = WTOK-NOVO
                 MOVE 'S' TO WLGP-ACHOU
              END-IF
           END-PERFORM
           IF NOT LGP-ACHOU AND WQTD-TOK < 40
              ADD 1 TO WQTD-TOK
              MOVE WTOK-NOVO TO WTOK-TXT(WQTD-TOK)
              MOVE WTOK-NOVO-TAM TO WTOK-TAM(WQTD-TOK)
           END-IF.

      *----WLGP-ALVO (EM CAIXA ALTA) CONTEM ALGUM TEXTO PROCURADO?
       R-TESTA-TOKENS.
           MOVE 'N' TO WLGP-ACHOU
           PERFORM VARYING WIDX-TOK FROM 1 BY 1
                   UNTIL WIDX-TOK > WQTD-TOK OR LGP-ACHOU
              MOVE ZEROES TO WLGP-TALLY
              INSPECT WLGP-ALVO TALLYING WLGP-TALLY
                  FOR ALL WTOK-TXT(WIDX-TOK)(1:WTOK-TAM(WIDX-TOK))
              IF WLGP-TALLY > ZEROES
                 MOVE 'S' TO WLGP-ACHOU
              END-IF
           END-PERFORM.

       R-CLIENTE-NA-TABELA.
           MOVE 'N' TO WLGP-ACHOU
           PERFORM VARYING WIDX-CLI-LGP FROM 1 BY 1
                   UNTIL WIDX-CLI-LGP > WQTD-CLI-LGP OR LGP-ACHOU
              IF WTCL-CODIGO(WIDX-CLI-LGP) = WAUD-COD-NUM
                 MOVE 'S' TO WLGP-ACHOU
              END-IF
           END-PERFORM.

       R-VENDEDOR-NA-TABELA.
           MOVE 'N' TO WLGP-ACHOU
           PERFORM VARYING WIDX-VEN-LGP FROM 1 BY 1
                   UNTIL WIDX-VEN-LGP > WQTD-VEN-LGP OR LGP-ACHOU
              IF WTVL-CODIGO(WIDX-VEN-LGP) = WAUD-COD-NUM
                 MOVE 'S' TO WLGP-ACHOU
              END-IF
           END-PERFORM.

      *----CONTATOS: TODOS OS DOS CLIENTES LOCALIZADOS E OS DE
      *    QUALQUER CLIENTE CUJA NOTA CITE O TITULAR.
       R-SECAO-CONTATOS.
           MOVE 'CONTATOS COM CLIENTES' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           OPEN INPUT CONTATOS-CLI
           IF FS-CONT = '00'
              MOVE LOW-VALUES TO CHAVE-CONTATO-CLI
              START CONTATOS-CLI KEY IS NOT LESS THAN CHAVE-CONTATO-CLI
              PERFORM UNTIL FS-CONT NOT = '00'
                 READ CONTATOS-CLI NEXT
                 IF FS-CONT = '00'
                    MOVE CODIGO-CLI-CONT TO WAUD-COD-NUM
                    PERFORM R-CLIENTE-NA-TABELA
                    IF NOT LGP-ACHOU
                       MOVE NOTA-CONT TO WNORM-TEXTO
                       PERFORM S-NORMALIZA-TEXTO
                             THRU S-NORMALIZA-TEXTO-EXIT
                       MOVE WNORM-TEXTO TO WLGP-ALVO
                       PERFORM R-TESTA-TOKENS
                    END-IF
                    IF LGP-ACHOU
                       MOVE SPACES TO ARQREL-DATA-01
                       STRING '    CLIENTE ' CODIGO-CLI-CONT ' '
                           DATA-HORA-CONT ' ' OPERADOR-CONT ' '
                           NOTA-CONT
                           DELIMITED BY SIZE INTO ARQREL-DATA-01
                       PERFORM R-OCORRENCIA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CONTATOS-CLI
           END-IF
           PERFORM R-FECHA-SECAO.

       R-SECAO-ENDERECOS.
           MOVE 'ENDERECOS E HORARIOS DO CLIENTE' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           OPEN INPUT ENDCLI
           IF FS-END = '00'
              PERFORM VARYING WIDX-CLI-LGP FROM 1 BY 1
                      UNTIL WIDX-CLI-LGP > WQTD-CLI-LGP
                 MOVE WTCL-CODIGO(WIDX-CLI-LGP) TO CODIGO-CLI-END
                 MOVE LOW-VALUES TO TIPO-END
                 START ENDCLI KEY IS NOT LESS THAN CHAVE-END-CLI
                 PERFORM UNTIL FS-END NOT = '00'
                    READ ENDCLI NEXT
                    IF FS-END = '00'
                       IF CODIGO-CLI-END NOT = WTCL-CODIGO(WIDX-CLI-LGP)
                          MOVE '10' TO FS-END
                       ELSE
                          MOVE SPACES TO ARQREL-DATA-01
                          STRING '    CLIENTE ' CODIGO-CLI-END
                              ' TIPO ' TIPO-END ' ' ENDERECO-END
                              DELIMITED BY SIZE INTO ARQREL-DATA-01
                          PERFORM R-OCORRENCIA
                       END-IF
                    END-IF
                 END-PERFORM
              END-PERFORM
              CLOSE ENDCLI
           END-IF
           PERFORM R-FECHA-SECAO.

       R-SECAO-LEADS.
           MOVE 'LEADS (PROSPECTS)' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           OPEN INPUT LEADS
           IF FS-LEA = '00'
              MOVE ZEROES TO CODIGO-LEAD
              START LEADS KEY IS NOT LESS THAN CODIGO-LEAD
              PERFORM UNTIL FS-LEA NOT = '00'
                 READ LEADS NEXT
                 IF FS-LEA = '00'
                    MOVE 'N' TO WLGP-ACHOU
                    IF LGP-POR-NOME
                       MOVE RAZAO-LEAD TO WNORM-TEXTO
                       PERFORM R-CONFERE-NOME
                    ELSE
                       IF CNPJ-LEAD = WLGP-NUM
                          MOVE 'S' TO WLGP-ACHOU
                       END-IF
                    END-IF
                    PERFORM VARYING WIDX-CLI-LGP FROM 1 BY 1
                            UNTIL WIDX-CLI-LGP > WQTD-CLI-LGP
                               OR LGP-ACHOU
                       IF CNPJ-LEAD > ZEROES AND
                          CNPJ-LEAD = WTCL-CNPJ(WIDX-CLI-LGP)
                          MOVE 'S' TO WLGP-ACHOU
                       END-IF
                    END-PERFORM
                    IF LGP-ACHOU
                       MOVE SPACES TO ARQREL-DATA-01
                       STRING '    LEAD ' CODIGO-LEAD ' DOC ' CNPJ-LEAD
                           ' ' RAZAO-LEAD ' SITUACAO ' STATUS-LEAD
                           ' ENTRADA ' DATA-ENTRADA-LEAD
                           DELIMITED BY SIZE INTO ARQREL-DATA-01
                       PERFORM R-OCORRENCIA
                       MOVE SPACES TO ARQREL-DATA-01
                       STRING '      ' ENDERECO-LEAD ' ' TELEFONE-LEAD
                           ' ' EMAIL-LEAD
                           DELIMITED BY SIZE INTO ARQREL-DATA-01
                       PERFORM R-GRAVA-LINHA-LGP
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE LEADS
           END-IF
           PERFORM R-FECHA-SECAO.

      *----VISITAS: AS DOS CLIENTES E VENDEDORES LOCALIZADOS E AS
      *    DEMAIS CUJA OBSERVACAO CITE O TITULAR.
       R-SECAO-VISITAS.
           MOVE 'VISITAS E OBSERVACOES' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           OPEN INPUT DIS-VISITA
           IF FS-VIS = '00'
              MOVE LOW-VALUES TO CHAVE-VISITA-DIS
              START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
              PERFORM UNTIL FS-VIS NOT = '00'
                 READ DIS-VISITA NEXT
                 IF FS-VIS = '00'
                    MOVE CODIGO-CLI-VISITA TO WAUD-COD-NUM
                    PERFORM R-CLIENTE-NA-TABELA
                    IF NOT LGP-ACHOU
                       MOVE CODIGO-VEN-VISITA TO WAUD-COD-NUM
                       PERFORM R-VENDEDOR-NA-TABELA
                    END-IF
                    IF NOT LGP-ACHOU AND OBS-VISITA NOT = SPACES
                       MOVE OBS-VISITA TO WNORM-TEXTO
                       PERFORM S-NORMALIZA-TEXTO
                             THRU S-NORMALIZA-TEXTO-EXIT
                       MOVE WNORM-TEXTO TO WLGP-ALVO
                       PERFORM R-TESTA-TOKENS
                    END-IF
                    IF LGP-ACHOU
                       MOVE SPACES TO ARQREL-DATA-01
                       STRING '    CLIENTE ' CODIGO-CLI-VISITA
                           ' VEN ' CODIGO-VEN-VISITA ' '
                           DATA-HORA-VISITA ' ' OPERADOR-VISITA ' '
                           OBS-VISITA
                           DELIMITED BY SIZE INTO ARQREL-DATA-01
                       PERFORM R-OCORRENCIA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE DIS-VISITA
           END-IF
           PERFORM R-FECHA-SECAO.

      *----TRILHA VIVA E ARQUIVOS DE EXPURGO (NOMES TIRADOS DAS
      *    LINHAS 'ARQUIVO=AUDITORIA-...' DO LOG DO EXPURGO).
       R-SECAO-AUDITORIA.
           MOVE 'TRILHA DE AUDITORIA' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           MOVE 'A' TO WLGP-MODO
           MOVE WID-ARQ-AUDITORIA TO WID-ARQ-VARRE
           PERFORM S-VARRE-ARQUIVO THRU R-VARRE-ARQUIVO-1-EXIT
           MOVE ZEROES TO WQTD-ARQ-LGP
           MOVE 'EXPURGAHIST.LOG' TO WID-ARQ-VARRE
           OPEN INPUT ARQVARRE
           IF FS-VAR = '00'
              PERFORM UNTIL FS-VAR NOT = '00'
                 READ ARQVARRE
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE ZEROES TO WPOS-MARC
                       INSPECT ARQVARRE-DATA-01 TALLYING WPOS-MARC
                           FOR CHARACTERS
                           BEFORE INITIAL ',ARQUIVO=AUDITORIA-'
                       IF WPOS-MARC < 480
                          MOVE SPACES TO WLGP-ARQ-NOVO
                          MOVE ARQVARRE-DATA-01(WPOS-MARC + 10:22)
                               TO WLGP-ARQ-NOVO
                          PERFORM R-ADICIONA-ARQUIVO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQVARRE
           END-IF
           PERFORM VARYING WIDX-ARQ-LGP FROM 1 BY 1
                   UNTIL WIDX-ARQ-LGP > WQTD-ARQ-LGP
              MOVE WTAL-NOME(WIDX-ARQ-LGP) TO WID-ARQ-VARRE
              PERFORM S-VARRE-ARQUIVO THRU R-VARRE-ARQUIVO-1-EXIT
           END-PERFORM
           PERFORM R-FECHA-SECAO.

       R-SECAO-OUTBOX.
           MOVE 'CAIXA DE SAIDA DE AVISOS' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           MOVE 'O' TO WLGP-MODO
           MOVE 'OUTBOX.DAT' TO WID-ARQ-VARRE
           PERFORM S-VARRE-ARQUIVO THRU R-VARRE-ARQUIVO-1-EXIT
           PERFORM R-FECHA-SECAO.

      *----INTERFACES: AS DE ENTRADA DE NOME FIXO, AS SAIDAS DATADAS
      *    DOS ULTIMOS DIAS E TUDO O QUE O CATALOGO REGISTROU (MENOS
      *    AS PROPRIAS RESPOSTAS LGPD). ARQUIVO QUE NAO ESTA MAIS EM
      *    DISCO E SIMPLESMENTE PULADO.
       R-SECAO-INTERFACES.
           MOVE 'ARQUIVOS DE INTERFACE EM DISCO' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           MOVE ZEROES TO WQTD-ARQ-LGP WLGP-ARQS-LIDOS
           PERFORM VARYING WIDX-INTERF FROM 1 BY 1
                   UNTIL WIDX-INTERF > 10
              MOVE WIFX-NOME(WIDX-INTERF) TO WLGP-ARQ-NOVO
              PERFORM R-ADICIONA-ARQUIVO
           END-PERFORM
           PERFORM VARYING WLGP-DIA FROM 0 BY 1
                   UNTIL WLGP-DIA > WLGP-DIAS-INTERFACE
              COMPUTE WLGP-DATA-ARQ = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WDATA-HOJE) - WLGP-DIA)
              PERFORM VARYING WIDX-INTERF FROM 1 BY 1
                      UNTIL WIDX-INTERF > 4
                 MOVE SPACES TO WLGP-ARQ-NOVO
                 STRING WIDT-PREFIXO(WIDX-INTERF) DELIMITED BY SPACE
                     WLGP-DATA-ARQ DELIMITED BY SIZE
                     WIDT-SUFIXO(WIDX-INTERF) DELIMITED BY SIZE
                     INTO WLGP-ARQ-NOVO
                 PERFORM R-ADICIONA-ARQUIVO
              END-PERFORM
           END-PERFORM
           OPEN INPUT CATREL
           IF FS-CTR = '00'
              PERFORM UNTIL FS-CTR NOT = '00'
                 READ CATREL
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE SPACES TO WAUD-TS WAUD-USER WLGP-ARQ-NOVO
                       UNSTRING CATREL-DATA-01 DELIMITED BY ','
                           INTO WAUD-TS WAUD-USER WLGP-ARQ-NOVO
                       IF WLGP-ARQ-NOVO NOT = SPACES AND
                          WLGP-ARQ-NOVO(1:12) NOT = 'LGPD-ACESSO-'
                          PERFORM R-ADICIONA-ARQUIVO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATREL
           END-IF
           MOVE 'I' TO WLGP-MODO
           PERFORM VARYING WIDX-ARQ-LGP FROM 1 BY 1
                   UNTIL WIDX-ARQ-LGP > WQTD-ARQ-LGP
              MOVE WTAL-NOME(WIDX-ARQ-LGP) TO WID-ARQ-VARRE
              PERFORM S-VARRE-ARQUIVO THRU R-VARRE-ARQUIVO-1-EXIT
           END-PERFORM
           MOVE SPACES TO ARQREL-DATA-01
           STRING '    (' WLGP-ARQS-LIDOS ' ARQUIVOS LIDOS)'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           PERFORM R-FECHA-SECAO.

       R-ADICIONA-ARQUIVO.
           MOVE 'N' TO WLGP-ACHOU
           PERFORM VARYING WIDX-ARQ-LGP FROM 1 BY 1
                   UNTIL WIDX-ARQ-LGP > WQTD-ARQ-LGP OR LGP-ACHOU
              IF WTAL-NOME(WIDX-ARQ-LGP) = WLGP-ARQ-NOVO
                 MOVE 'S' TO WLGP-ACHOU
              END-IF
           END-PERFORM
           IF NOT LGP-ACHOU AND WQTD-ARQ-LGP < 300
              ADD 1 TO WQTD-ARQ-LGP
              MOVE WLGP-ARQ-NOVO TO WTAL-NOME(WQTD-ARQ-LGP)
           END-IF.

      *----SOLICITACOES ANTERIORES DO MESMO TITULAR.
       R-SECAO-SOLICITACOES.
           MOVE 'SOLICITACOES LGPD ANTERIORES' TO WLGP-NOME-SEC
           PERFORM R-ABRE-SECAO
           MOVE ZEROES TO NUMERO-SLG
           START SOLLGPD KEY IS NOT LESS THAN NUMERO-SLG
           PERFORM UNTIL FS-SLG NOT = '00'
              READ SOLLGPD NEXT
              IF FS-SLG = '00'
                 MOVE 'N' TO WLGP-ACHOU
                 IF TIPO-BUSCA-SLG = WLGP-TIPO
                    IF LGP-POR-NOME
                       IF TERMO-SLG = WLGP-NOME-NORM
                          MOVE 'S' TO WLGP-ACHOU
                       END-IF
                    ELSE
                       IF TERMO-SLG(1:14) = WLGP-NUM
                          MOVE 'S' TO WLGP-ACHOU
                       END-IF
                    END-IF
                 END-IF
                 IF LGP-ACHOU
                    MOVE SPACES TO ARQREL-DATA-01
                    STRING '    PROTOCOLO ' NUMERO-SLG
                        ' RECEBIDA ' DATA-RECEB-SLG
                        ' RESPONDIDA ' DATA-RESP-SLG
                        ' POR ' OPERADOR-SLG ' REQUERENTE '
                        REQUERENTE-SLG
                        DELIMITED BY SIZE INTO ARQREL-DATA-01
                    PERFORM R-OCORRENCIA
                 END-IF
              END-IF
           END-PERFORM
           PERFORM R-FECHA-SECAO.

      *----VARRE UM ARQUIVO TEXTO (WID-ARQ-VARRE) LISTANDO AS LINHAS
      *    QUE CITAM O TITULAR, CONFORME WLGP-MODO.
       S-VARRE-ARQUIVO SECTION.
       R-VARRE-ARQUIVO-1.
           OPEN INPUT ARQVARRE
           IF FS-VAR NOT = '00'
              GO TO R-VARRE-ARQUIVO-1-EXIT
           END-IF
           ADD 1 TO WLGP-ARQS-LIDOS
           MOVE ZEROES TO WLGP-NUM-LINHA
           PERFORM UNTIL FS-VAR NOT = '00'
              READ ARQVARRE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WLGP-NUM-LINHA
                    PERFORM R-AVALIA-LINHA-ARQ
              END-READ
           END-PERFORM
           CLOSE ARQVARRE.
       R-VARRE-ARQUIVO-1-EXIT.
           EXIT.

       R-AVALIA-LINHA-ARQ.
           MOVE FUNCTION UPPER-CASE(ARQVARRE-DATA-01) TO WLGP-ALVO
           PERFORM R-TESTA-TOKENS
           IF NOT LGP-ACHOU AND VARRE-AUDITORIA
              MOVE SPACES TO WAUD-TS WAUD-USER WAUD-ENT WAUD-OP
                             WAUD-COD
              UNSTRING ARQVARRE-DATA-01 DELIMITED BY ','
                  INTO WAUD-TS WAUD-USER WAUD-ENT WAUD-OP WAUD-COD
              MOVE ZEROES TO WAUD-COD-NUM
              IF WAUD-COD NOT = SPACES AND
                 FUNCTION TRIM(WAUD-COD) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WAUD-COD) TO WAUD-COD-NUM
                 IF WAUD-ENT = 'CLIENTES'
                    PERFORM R-CLIENTE-NA-TABELA
                 END-IF
                 IF WAUD-ENT = 'VENDEDORES'
                    PERFORM R-VENDEDOR-NA-TABELA
                 END-IF
              END-IF
           END-IF
           IF NOT LGP-ACHOU AND VARRE-OUTBOX
              PERFORM VARYING WIDX-VEN-LGP FROM 1 BY 1
                      UNTIL WIDX-VEN-LGP > WQTD-VEN-LGP OR LGP-ACHOU
                 MOVE SPACES TO WLGP-DESTINO-VEN
                 STRING 'VENDEDOR-' WTVL-CODIGO(WIDX-VEN-LGP)
                     DELIMITED BY SIZE INTO WLGP-DESTINO-VEN
                 MOVE ZEROES TO WLGP-TALLY
                 INSPECT WLGP-ALVO TALLYING WLGP-TALLY
                     FOR ALL WLGP-DESTINO-VEN
                 IF WLGP-TALLY > ZEROES
                    MOVE 'S' TO WLGP-ACHOU
                 END-IF
              END-PERFORM
           END-IF
           IF LGP-ACHOU
              MOVE WLGP-NUM-LINHA TO WED-NUM-LINHA
              MOVE SPACES TO ARQREL-DATA-01
              STRING '    ' WID-ARQ-VARRE DELIMITED BY SPACE
                  ' L' WED-NUM-LINHA ': '
                  ARQVARRE-DATA-01(1:150)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              PERFORM R-OCORRENCIA
           END-IF.

      *----RELATORIO DE ATENDIMENTO DAS SOLICITACOES: PROTOCOLO,
      *    DATAS, DIAS ATE A RESPOSTA, PRAZO E OPERADOR. O DOCUMENTO
      *    OU NOME PESQUISADO NAO SAI NESTE ARQUIVO.
       S-LISTA-SOLICITACOES SECTION.
       R-LISTA-SOLICITACOES-1.
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'LGPD-SOLICITACOES-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE 'ERRO ABERT RELATORIO ST ' TO WTXT
              MOVE FS-REL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-LISTA-SOLICITACOES-1-EXIT
           END-IF
           MOVE ZEROES TO WLGP-LINHAS WLGP-TOTAL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"PROTOCOLO","RECEBIDA","PRAZO","RESPONDIDA",'
               '"DIAS","NO PRAZO","TIPO","REQUERENTE","OPERADOR",'
               '"OCORRENCIAS","ARQUIVO","EMPRESA"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-GRAVA-LINHA-LGP
           MOVE ZEROES TO NUMERO-SLG
           START SOLLGPD KEY IS NOT LESS THAN NUMERO-SLG
           PERFORM UNTIL FS-SLG NOT = '00'
              READ SOLLGPD NEXT
              IF FS-SLG = '00'
                 ADD 1 TO WLGP-TOTAL
                 COMPUTE WLGP-DIAS-RESP =
                     FUNCTION INTEGER-OF-DATE(DATA-RESP-SLG) -
                     FUNCTION INTEGER-OF-DATE(DATA-RECEB-SLG)
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING NUMERO-SLG ',' DATA-RECEB-SLG ','
                     DATA-PRAZO-SLG ',' DATA-RESP-SLG ','
                     WLGP-DIAS-RESP ',' NO-PRAZO-SLG ','
                     TIPO-BUSCA-SLG ','
                     '"' FUNCTION TRIM(REQUERENTE-SLG) '"' ','
                     '"' FUNCTION TRIM(OPERADOR-SLG) '"' ','
                     OCORRENCIAS-SLG ','
                     '"' FUNCTION TRIM(ARQUIVO-SLG) '"' ','
                     EMPRESA-SLG
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
                 PERFORM R-GRAVA-LINHA-LGP
              END-IF
           END-PERFORM
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE WLGP-LINHAS TO WCATR-LINHAS
           MOVE SPACES TO WCATR-PARAM
           STRING 'SOLICITACOES=' WLGP-TOTAL
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'GERADO ' WID-ARQ-RELT(1:31)
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-LISTA-SOLICITACOES-1-EXIT.
           EXIT.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       COPY NORMALIZA.CPY.

       COPY MASCARACPFCNPJ.CPY.

       COPY PROX-COD.CPY.

       COPY CATALOGO.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
