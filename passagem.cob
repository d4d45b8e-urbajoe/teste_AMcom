       IDENTIFICATION DIVISION.
       PROGRAM-ID.  passagem.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT PASSBASE ASSIGN TO DISK WID-ARQ-PASSBASE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-PSB
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PSB.

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

       SELECT DIS-VISITA ASSIGN TO DISK WID-ARQ-DIS-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT RESULTVIS ASSIGN TO DISK WID-ARQ-RESULTVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-RES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RES.

       SELECT CONTATOS-CLI ASSIGN TO DISK WID-ARQ-CONTATOS-CLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CONTATO-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CONT.

       SELECT CHAMSAC ASSIGN TO DISK WID-ARQ-CHAMSAC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-SAC
              ALTERNATE RECORD KEY IS COD-CLI-SAC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SAC.

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

       SELECT FATURA ASSIGN TO DISK WID-ARQ-FATURA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FAT.

       SELECT ARQPAC  ASSIGN TO DISK WID-ARQ-PACOTE
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-PAC.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT ORDENA  ASSIGN TO DISK 'PASSAGEM.SRT'.

       DATA DIVISION.
       FILE SECTION.
       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

      *----ULTIMO VENDEDOR PRIMARIO VISTO POR CLIENTE NA PASSAGEM
      *    ANTERIOR E A DATA EM QUE ELE ASSUMIU. A TROCA E DETECTADA
      *    COMPARANDO ESTE ARQUIVO COM O VINCULO-ATUAL, QUE TODOS OS
      *    CAMINHOS DE REDISTRIBUICAO MANTEM (GERADOR, REBALANCEAMENTO,
      *    CADASTRO DE DISTRIBUICAO, TRANSFERENCIA E MESCLA) E QUE A
      *    CONSISTENCIA RECONSTROI TODA NOITE.
       FD PASSBASE.
       01  REGISTRO-PASS-BASE.
           02 COD-CLI-PSB               PIC  9(007).
           02 VEN-PSB                   PIC  9(003).
           02 DATA-PSB                  PIC  9(008).

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

       FD RESULTVIS.
       01  REGISTRO-RESULTADO.
           02 CODIGO-RES                PIC  X(002).
           02 DESCRICAO-RES             PIC  X(030).
           02 PRODUTIVO-RES             PIC  X(001).
              88 RES-PRODUTIVO                VALUE 'S'.
           02 DIAS-RETORNO-RES          PIC  9(003).

       FD  CONTATOS-CLI.
       01  REGISTRO-CONTATO-CLI.
           02 CHAVE-CONTATO-CLI.
              03 CODIGO-CLI-CONT       PIC  9(007).
              03 DATA-HORA-CONT        PIC  X(014).
           02 OPERADOR-CONT            PIC  X(020).
           02 NOTA-CONT                PIC  X(060).

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

       FD FATURA.
       01  REGISTRO-FATURA.
           02 CHAVE-FAT.
              03 MES-FAT            PIC  9(006).
              03 CNPJ-FAT           PIC  9(014).
           02 VALOR-FAT             PIC  9(013)V9(002).
           02 COD-CLI-FAT           PIC  9(007).

       FD  ARQPAC.
       01  ARQPAC-REC.
           05  ARQPAC-DATA-01   PIC X(00132).

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

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-VEN-NOVO         PIC 9(003).
           02 ORD-CLIENTE          PIC 9(007).
           02 ORD-VEN-ANTERIOR     PIC 9(003).
           02 ORD-DATA-ANTERIOR    PIC 9(008).

       WORKING-STORAGE SECTION.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-PSB.
           02 FS-PSB-1                PIC 9.
           02 FS-PSB-2                PIC 9.
           02 FS-PSB-R REDEFINES FS-PSB-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-RES.
           02 FS-RES-1                PIC 9.
           02 FS-RES-2                PIC 9.
           02 FS-RES-R REDEFINES FS-RES-2 PIC 99 COMP-X.
       01 FS-CONT.
           02 FS-CONT-1               PIC 9.
           02 FS-CONT-2               PIC 9.
           02 FS-CONT-R REDEFINES FS-CONT-2 PIC 99 COMP-X.
       01 FS-SAC.
           02 FS-SAC-1                PIC 9.
           02 FS-SAC-2                PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01 FS-CAM.
           02 FS-CAM-1                PIC 9.
           02 FS-CAM-2                PIC 9.
           02 FS-CAM-R REDEFINES FS-CAM-2 PIC 99 COMP-X.
       01 FS-ALV.
           02 FS-ALV-1                PIC 9.
           02 FS-ALV-2                PIC 9.
           02 FS-ALV-R REDEFINES FS-ALV-2 PIC 99 COMP-X.
       01 FS-FAT.
           02 FS-FAT-1                PIC 9.
           02 FS-FAT-2                PIC 9.
           02 FS-FAT-R REDEFINES FS-FAT-2 PIC 99 COMP-X.
       01 FS-PAC.
           02 FS-PAC-1                PIC 9.
           02 FS-PAC-2                PIC 9.
           02 FS-PAC-R REDEFINES FS-PAC-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-PASSBASE        PIC X(50) VALUE 'PASSAGEM-BASE.DAT'.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-RESULTVIS       PIC X(50) VALUE
              'RESULTADO-VISITA.DAT'.
       01 WID-ARQ-CONTATOS-CLI    PIC X(50) VALUE 'CONTATOS-CLI.DAT'.
       01 WID-ARQ-CHAMSAC         PIC X(50) VALUE 'CHAMADOS-SAC.DAT'.
       01 WID-ARQ-CAMPANHAS       PIC X(50) VALUE 'CAMPANHAS.DAT'.
       01 WID-ARQ-CAMPALVOS       PIC X(50) VALUE 'CAMP-ALVOS.DAT'.
       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-PACOTE          PIC X(54) VALUE SPACES.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'PASSAGEM.LOG'.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACES.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM            PIC X(080) VALUE SPACES.

      *----ARQUIVOS DE APOIO DO PACOTE: OS QUE FALTAREM SO DEIXAM O
      *    BLOCO CORRESPONDENTE VAZIO.
       01 WCLI-DISPONIVEL         PIC X VALUE 'N'.
          88 CLI-DISPONIVEL            VALUE 'S'.
       01 WVIS-DISPONIVEL         PIC X VALUE 'N'.
          88 VIS-DISPONIVEL            VALUE 'S'.
       01 WRES-DISPONIVEL         PIC X VALUE 'N'.
          88 RES-DISPONIVEL            VALUE 'S'.
       01 WCONT-DISPONIVEL        PIC X VALUE 'N'.
          88 CONT-DISPONIVEL           VALUE 'S'.
       01 WSAC-DISPONIVEL         PIC X VALUE 'N'.
          88 SAC-DISPONIVEL            VALUE 'S'.
       01 WALV-DISPONIVEL         PIC X VALUE 'N'.
          88 ALV-DISPONIVEL            VALUE 'S'.
       01 WFAT-DISPONIVEL         PIC X VALUE 'N'.
          88 FAT-DISPONIVEL            VALUE 'S'.

      *----SEM PASSAGEM-BASE.DAT (PRIMEIRA EXECUCAO) A CARTEIRA DE
      *    HOJE VIRA A BASE E NENHUM PACOTE E GERADO.
       01 WPAS-BASE-INICIAL       PIC X VALUE 'N'.
          88 PAS-BASE-INICIAL          VALUE 'S'.
       01 WPAS-PACOTE-ABERTO      PIC X VALUE 'N'.
          88 PAS-PACOTE-ABERTO         VALUE 'S'.

      *----NOME DE CADA VENDEDOR E, PARA QUEM PERDEU CLIENTES, A
      *    QUANTIDADE E O PRIMEIRO CLIENTE QUE SAIU (AVISO DE SAIDA).
       01 WTAB-VEN-PAS.
          02 WTVP-LINHA OCCURS 999 TIMES.
             03 WTVP-NOME         PIC X(040).
             03 WTVP-SAIDAS       PIC 9(005).
             03 WTVP-PRIM-CLI     PIC 9(007).
             03 WTVP-PRIM-NOVO    PIC 9(003).
       77 WIDX-VEN                PIC 9(004) VALUE ZEROES.

      *----CAMPANHAS ATIVAS E VIGENTES HOJE.
       01 WTAB-CAMP-PAS.
          02 WTCP-LINHA OCCURS 200 TIMES.
             03 WTCP-CODIGO       PIC 9(003).
             03 WTCP-DESC         PIC X(040).
             03 WTCP-FIM          PIC 9(008).
       77 WQTD-CAMP               PIC 9(003) VALUE ZEROES.
       77 WIDX-CAMP               PIC 9(003) VALUE ZEROES.

      *----AS N VISITAS MAIS RECENTES DO CLIENTE (QUALQUER VENDEDOR).
       01 WTAB-VIS-PAS.
          02 WTVS-LINHA OCCURS 10 TIMES.
             03 WTVS-DATA-HORA    PIC X(014).
             03 WTVS-VEN          PIC 9(003).
             03 WTVS-RESULT       PIC X(002).
             03 WTVS-OBS          PIC X(060).
             03 WTVS-IMPRESSA     PIC X(001).
       77 WQTD-VIS                PIC 9(002) VALUE ZEROES.
       77 WIDX-VIS                PIC 9(002) VALUE ZEROES.
       77 WIDX-VIS-MIN            PIC 9(002) VALUE ZEROES.
       77 WIDX-VIS-MAX            PIC 9(002) VALUE ZEROES.

      *----OS N CONTATOS MAIS RECENTES (FILA CIRCULAR).
       01 WTAB-CTT-PAS.
          02 WTCT-LINHA OCCURS 10 TIMES.
             03 WTCT-DATA-HORA    PIC X(014).
             03 WTCT-OPERADOR     PIC X(020).
             03 WTCT-NOTA         PIC X(060).
       77 WQTD-CTT                PIC 9(007) VALUE ZEROES.
       77 WIDX-CTT                PIC 9(002) VALUE ZEROES.
       77 WPOS-CTT                PIC 9(007) VALUE ZEROES.
       77 WRESTO-CTT              PIC 9(002) VALUE ZEROES.
       77 WK-CTT                  PIC 9(002) VALUE ZEROES.
       77 WLIM-CTT                PIC 9(002) VALUE ZEROES.

      *----FATURAMENTO DOS ULTIMOS 12 MESES (O MES CORRENTE E O 12O).
       01 WTAB-FAT-PAS.
          02 WTFP-LINHA OCCURS 12 TIMES.
             03 WTFP-MES          PIC 9(006).
             03 WTFP-VALOR        PIC 9(013)V9(002).
       77 WIDX-MES                PIC 9(002) VALUE ZEROES.
       01 WMES-SEQ                PIC 9(006) VALUE ZEROES.
       01 WMES-CALC               PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-CALC.
          02 WMES-CALC-AAAA       PIC 9(004).
          02 WMES-CALC-MM         PIC 9(002).
       01 WFAT-TOTAL              PIC 9(013)V9(002) VALUE ZEROES.
       01 WFAT-SEM1               PIC 9(013)V9(002) VALUE ZEROES.
       01 WFAT-SEM2               PIC 9(013)V9(002) VALUE ZEROES.
       01 WED-VALOR               PIC Z(12)9.99.
       01 WED-VALOR-2             PIC Z(12)9.99.
       01 WED-VALOR-3             PIC Z(12)9.99.

       01 WPAS-VISITAS            PIC 9(002) VALUE 5.
       01 WPAS-CONTATOS           PIC 9(002) VALUE 5.
       01 WCONFIRMA               PIC X(001) VALUE SPACE.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 FILLER REDEFINES WDATA-HOJE.
          02 WDATA-HOJE-AAAA      PIC 9(004).
          02 WDATA-HOJE-MM        PIC 9(002).
          02 WDATA-HOJE-DD        PIC 9(002).
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WPAS-VEN-ATUAL          PIC 9(003) VALUE ZEROES.
       01 WPAS-CLI-PACOTE         PIC 9(005) VALUE ZEROES.
       01 WPAS-LINHAS             PIC 9(007) VALUE ZEROES.
       01 WPAS-PTR                PIC 9(003) VALUE ZEROES.
       01 WPAS-EMP                PIC X(004) VALUE SPACES.
       01 WED-RAZAO               PIC X(040) VALUE SPACES.
       01 WED-RESULT              PIC X(030) VALUE SPACES.
       01 WED-NOME-VEN            PIC X(040) VALUE SPACES.

       77 WCONT-CLIENTES          PIC 9(007) VALUE ZEROES.
       77 WCONT-TROCAS            PIC 9(007) VALUE ZEROES.
       77 WCONT-PACOTES           PIC 9(007) VALUE ZEROES.
       77 WCONT-AVISOS-SAIDA      PIC 9(007) VALUE ZEROES.
       77 WCONT-BASE-EXCL         PIC 9(007) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'passagem'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-PASSAGEM.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - PASSAGEM DE CARTEIR
      -"A".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ULTIMAS VISITAS POR CLIENTE (1-10):".
          02 SCR-PAS-VISITAS LINE 6 COL 41 PIC 9(002)
                 USING WPAS-VISITAS AUTO.
          02 LINE 7 COL 5 VALUE "ULTIMOS CONTATOS POR CLIENTE (1-10):".
          02 SCR-PAS-CONTATOS LINE 7 COL 42 PIC 9(002)
                 USING WPAS-CONTATOS AUTO.
          02 LINE 9 COL 5 VALUE "CONFIRMA (S/N)?".
          02 SCR-CONFIRMA LINE 9 COL 21 PIC X(001)
                 USING WCONFIRMA AUTO.
          02 LINE 11 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----PACOTE DE PASSAGEM DE CARTEIRA: CADA CLIENTE CUJO VENDEDOR
      *    PRIMARIO MUDOU DESDE A ULTIMA EXECUCAO ENTRA NO PACOTE DO
      *    VENDEDOR QUE O RECEBEU (CADASTRO E CONTATO, ULTIMAS
      *    VISITAS COM RESULTADO, CONTATOS RECENTES, CHAMADOS SAC
      *    PENDENTES, CAMPANHAS EM ANDAMENTO E FATURAMENTO DE 12
      *    MESES). UM ARQUIVO POR VENDEDOR, COM AVISO NA CAIXA DE
      *    SAIDA; QUEM PERDEU CLIENTES RECEBE O AVISO DE SAIDA.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE WDATA-HOJE TO WDATA-REL
           MOVE SPACES TO WPAS-EMP
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
              MOVE SPACES TO WID-ARQ-PASSBASE
              STRING 'PASSAGEM-BASE-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PASSBASE
              MOVE SPACES TO WID-ARQ-CHAMSAC
              STRING 'CHAMADOS-SAC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-CHAMSAC
              STRING 'E' WEMPRESA-LID '-'
                  DELIMITED BY SIZE INTO WPAS-EMP
           END-IF
           IF MODO-INTERATIVO
              MOVE 'S' TO WCONFIRMA
              DISPLAY TELA-PASSAGEM
              ACCEPT TELA-PASSAGEM
              IF ESC OR (WCONFIRMA NOT = 'S' AND WCONFIRMA NOT = 's')
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           IF WPAS-VISITAS < 1 OR WPAS-VISITAS > 10
              MOVE 5 TO WPAS-VISITAS
           END-IF
           IF WPAS-CONTATOS < 1 OR WPAS-CONTATOS > 10
              MOVE 5 TO WPAS-CONTATOS
           END-IF
           OPEN INPUT VINCATUAL.
           IF FS-VAT NOT = '00'
              MOVE 'VINCULO ATUAL INDISPONIVEL ST ' TO WTXT
              MOVE FS-VAT TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WPAS-BASE-INICIAL
           OPEN I-O PASSBASE.
           IF FS-PSB = '35'
              MOVE 'S' TO WPAS-BASE-INICIAL
              OPEN OUTPUT PASSBASE
              IF FS-PSB = '00'
                 CLOSE PASSBASE
                 OPEN I-O PASSBASE
              END-IF
           END-IF
           IF FS-PSB NOT = '00'
              MOVE FS-PSB TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PASSBASE TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT PASSAGEM-BASE: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-PSB TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE VINCATUAL
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-APOIO THRU R-CARREGA-APOIO-1-EXIT
           MOVE ZEROES TO WCATR-LINHAS
           SORT ORDENA
                ON ASCENDING KEY ORD-VEN-NOVO ORD-CLIENTE
                INPUT PROCEDURE IS S-DETECTA-TROCAS
                OUTPUT PROCEDURE IS S-EMITE-PACOTES
           PERFORM S-LIMPA-BASE THRU R-LIMPA-BASE-1-EXIT
           PERFORM S-AVISA-SAIDAS THRU R-AVISA-SAIDAS-1-EXIT
           PERFORM S-FECHA-APOIO THRU R-FECHA-APOIO-1-EXIT
           CLOSE VINCATUAL PASSBASE
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           IF PAS-BASE-INICIAL
              STRING 'BASE INICIAL COM ' WCONT-CLIENTES ' CLIENTES'
                     DELIMITED BY SIZE INTO WTXT
           ELSE
              STRING 'TROCAS ' WCONT-TROCAS ' PACOTES ' WCONT-PACOTES
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-CARREGA-APOIO SECTION.
       R-CARREGA-APOIO-1.
           INITIALIZE WTAB-VEN-PAS WTAB-CAMP-PAS
           MOVE ZEROES TO WQTD-CAMP
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE LOW-VALUES TO CHAVE-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              PERFORM UNTIL FS-VEN NOT = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00' AND CODIGO-VEN > ZEROES
                    MOVE NOME-VEN TO WTVP-NOME(CODIGO-VEN)
                 END-IF
              END-PERFORM
              CLOSE VENDEDORES
           END-IF
           OPEN INPUT CAMPANHAS
           IF FS-CAM = '00'
              MOVE ZEROES TO CODIGO-CAMP
              START CAMPANHAS KEY IS NOT LESS THAN CODIGO-CAMP
              PERFORM UNTIL FS-CAM NOT = '00' OR WQTD-CAMP = 200
                 READ CAMPANHAS NEXT
                 IF FS-CAM = '00' AND CAMP-ATIVA AND
                    DATA-FIM-CAMP NOT < WDATA-HOJE
                    ADD 1 TO WQTD-CAMP
                    MOVE CODIGO-CAMP TO WTCP-CODIGO(WQTD-CAMP)
                    MOVE DESCRICAO-CAMP TO WTCP-DESC(WQTD-CAMP)
                    MOVE DATA-FIM-CAMP TO WTCP-FIM(WQTD-CAMP)
                 END-IF
              END-PERFORM
              CLOSE CAMPANHAS
           END-IF
           MOVE 'N' TO WCLI-DISPONIVEL WVIS-DISPONIVEL WRES-DISPONIVEL
                       WCONT-DISPONIVEL WSAC-DISPONIVEL WALV-DISPONIVEL
                       WFAT-DISPONIVEL
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 'S' TO WCLI-DISPONIVEL
           END-IF
           OPEN INPUT DIS-VISITA
           IF FS-VIS = '00'
              MOVE 'S' TO WVIS-DISPONIVEL
           END-IF
           OPEN INPUT RESULTVIS
           IF FS-RES = '00'
              MOVE 'S' TO WRES-DISPONIVEL
           END-IF
           OPEN INPUT CONTATOS-CLI
           IF FS-CONT = '00'
              MOVE 'S' TO WCONT-DISPONIVEL
           END-IF
           OPEN INPUT CHAMSAC
           IF FS-SAC = '00'
              MOVE 'S' TO WSAC-DISPONIVEL
           END-IF
           IF WQTD-CAMP > ZEROES
              OPEN INPUT CAMPALVOS
              IF FS-ALV = '00'
                 MOVE 'S' TO WALV-DISPONIVEL
              END-IF
           END-IF
           OPEN INPUT FATURA
           IF FS-FAT = '00'
              MOVE 'S' TO WFAT-DISPONIVEL
           END-IF.
       R-CARREGA-APOIO-1-EXIT.
           EXIT.

       S-FECHA-APOIO SECTION.
       R-FECHA-APOIO-1.
           IF CLI-DISPONIVEL
              CLOSE CLIENTES
           END-IF
           IF VIS-DISPONIVEL
              CLOSE DIS-VISITA
           END-IF
           IF RES-DISPONIVEL
              CLOSE RESULTVIS
           END-IF
           IF CONT-DISPONIVEL
              CLOSE CONTATOS-CLI
           END-IF
           IF SAC-DISPONIVEL
              CLOSE CHAMSAC
           END-IF
           IF ALV-DISPONIVEL
              CLOSE CAMPALVOS
           END-IF
           IF FAT-DISPONIVEL
              CLOSE FATURA
           END-IF.
       R-FECHA-APOIO-1-EXIT.
           EXIT.

      *----VARRE O VINCULO ATUAL: CLIENTE NOVO NA BASE SO E GRAVADO;
      *    CLIENTE COM OUTRO PRIMARIO VAI PARA A ORDENACAO E A BASE
      *    PASSA A TER O NOVO VENDEDOR.
       S-DETECTA-TROCAS SECTION.
       R-DETECTA-TROCAS-1.
           MOVE ZEROES TO CODIGO-CLI-VAT
           START VINCATUAL KEY IS NOT LESS THAN CODIGO-CLI-VAT
           IF FS-VAT NOT = '00'
              GO TO R-DETECTA-TROCAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-VAT NOT = '00'
              READ VINCATUAL NEXT
              IF FS-VAT = '00' AND VEN-PRIM-VAT > ZEROES
                 ADD 1 TO WCONT-CLIENTES
                 PERFORM R-CONFERE-BASE
              END-IF
           END-PERFORM.
       R-DETECTA-TROCAS-1-EXIT.
           EXIT.

       R-CONFERE-BASE.
           MOVE CODIGO-CLI-VAT TO COD-CLI-PSB
           READ PASSBASE
           IF FS-PSB NOT = '00'
              MOVE CODIGO-CLI-VAT TO COD-CLI-PSB
              MOVE VEN-PRIM-VAT TO VEN-PSB
              MOVE WDATA-HOJE TO DATA-PSB
              WRITE REGISTRO-PASS-BASE
           ELSE
              IF VEN-PSB NOT = VEN-PRIM-VAT
                 ADD 1 TO WCONT-TROCAS
                 MOVE VEN-PRIM-VAT TO ORD-VEN-NOVO
                 MOVE CODIGO-CLI-VAT TO ORD-CLIENTE
                 MOVE VEN-PSB TO ORD-VEN-ANTERIOR
                 MOVE DATA-PSB TO ORD-DATA-ANTERIOR
                 RELEASE REG-ORDENA
                 IF VEN-PSB > ZEROES
                    IF WTVP-SAIDAS(VEN-PSB) = ZEROES
                       MOVE CODIGO-CLI-VAT TO WTVP-PRIM-CLI(VEN-PSB)
                       MOVE VEN-PRIM-VAT TO WTVP-PRIM-NOVO(VEN-PSB)
                    END-IF
                    ADD 1 TO WTVP-SAIDAS(VEN-PSB)
                 END-IF
                 MOVE VEN-PRIM-VAT TO VEN-PSB
                 MOVE WDATA-HOJE TO DATA-PSB
                 REWRITE REGISTRO-PASS-BASE
              END-IF
           END-IF.

      *----UM ARQUIVO POR VENDEDOR QUE RECEBEU CLIENTES (QUEBRA NO
      *    VENDEDOR NOVO). NA CARGA DA BASE INICIAL NADA E LIBERADO.
       S-EMITE-PACOTES SECTION.
       R-EMITE-PACOTES-1.
           MOVE 'N' TO WPAS-PACOTE-ABERTO
           PERFORM UNTIL 1 = 2
              RETURN ORDENA
                 AT END
                    GO TO R-EMITE-PACOTES-2
              END-RETURN
              IF PAS-PACOTE-ABERTO AND ORD-VEN-NOVO NOT = WPAS-VEN-ATUAL
                 PERFORM R-FECHA-PACOTE
              END-IF
              IF NOT PAS-PACOTE-ABERTO
                 PERFORM R-ABRE-PACOTE
              END-IF
              PERFORM S-BLOCO-CLIENTE THRU R-BLOCO-CLIENTE-1-EXIT
           END-PERFORM.
       R-EMITE-PACOTES-2.
           IF PAS-PACOTE-ABERTO
              PERFORM R-FECHA-PACOTE
           END-IF.
       R-EMITE-PACOTES-1-EXIT.
           EXIT.

       R-ABRE-PACOTE.
           MOVE ORD-VEN-NOVO TO WPAS-VEN-ATUAL
           MOVE ZEROES TO WPAS-CLI-PACOTE WPAS-LINHAS
           MOVE SPACES TO WID-ARQ-PACOTE
           STRING 'PASSAGEM-' FUNCTION TRIM(WPAS-EMP) 'V'
               WPAS-VEN-ATUAL '-' WDATA-REL '.TXT'
               DELIMITED BY SIZE INTO WID-ARQ-PACOTE
           OPEN EXTEND ARQPAC
           IF FS-PAC = '35'
              OPEN OUTPUT ARQPAC
           END-IF
           MOVE 'S' TO WPAS-PACOTE-ABERTO
           MOVE ALL '=' TO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE SPACES TO ARQPAC-DATA-01
           STRING 'PASSAGEM DE CARTEIRA EM ' WDATA-HOJE
               ' - VENDEDOR ' WPAS-VEN-ATUAL ' '
               WTVP-NOME(WPAS-VEN-ATUAL)
               DELIMITED BY SIZE INTO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE ALL '=' TO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC.

       R-FECHA-PACOTE.
           MOVE SPACES TO ARQPAC-DATA-01
           STRING 'FIM DO PACOTE: ' WPAS-CLI-PACOTE ' CLIENTE(S)'
               DELIMITED BY SIZE INTO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           CLOSE ARQPAC
           ADD 1 TO WCONT-PACOTES
           MOVE WID-ARQ-PACOTE TO WCATR-ARQUIVO
           MOVE WPAS-LINHAS TO WCATR-LINHAS
           MOVE SPACES TO WCATR-PARAM
           STRING 'VENDEDOR=' WPAS-VEN-ATUAL
               ' CLIENTES=' WPAS-CLI-PACOTE
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE 'PASSAGEM-CARTEIRA' TO WOTB-TIPO
           MOVE 'M' TO WOTB-SEVERIDADE
           MOVE SPACES TO WOTB-DESTINO
           STRING 'VENDEDOR-' WPAS-VEN-ATUAL
               DELIMITED BY SIZE INTO WOTB-DESTINO
           MOVE SPACES TO WOTB-MENSAGEM
           STRING 'VOCE RECEBEU ' WPAS-CLI-PACOTE ' CLIENTE(S): '
               FUNCTION TRIM(WID-ARQ-PACOTE)
               DELIMITED BY SIZE INTO WOTB-MENSAGEM
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           MOVE 'N' TO WPAS-PACOTE-ABERTO.

       R-GRAVA-LINHA-PAC.
           WRITE ARQPAC-REC
           ADD 1 TO WPAS-LINHAS.

      *----BLOCO DE UM CLIENTE NO PACOTE.
       S-BLOCO-CLIENTE SECTION.
       R-BLOCO-CLIENTE-1.
           ADD 1 TO WPAS-CLI-PACOTE
           MOVE SPACES TO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE 'N' TO WX
           IF CLI-DISPONIVEL
              MOVE ORD-CLIENTE TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE 'S' TO WX
              END-IF
           END-IF
           IF WX NOT = 'S'
              INITIALIZE REGISTRO-CLIENTES
              MOVE ORD-CLIENTE TO CODIGO
              MOVE '(CADASTRO NAO ENCONTRADO)' TO RAZAO
           END-IF
           MOVE SPACES TO ARQPAC-DATA-01
           STRING 'CLIENTE ' CODIGO ' ' RAZAO ' CNPJ ' CNPJ
               DELIMITED BY SIZE INTO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE SPACES TO ARQPAC-DATA-01
           STRING '  ENDERECO: ' ENDERECO
               DELIMITED BY SIZE INTO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE SPACES TO ARQPAC-DATA-01
           STRING '  TELEFONE: ' TELEFONE '  E-MAIL: ' EMAIL
               DELIMITED BY SIZE INTO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE SPACES TO ARQPAC-DATA-01
           STRING '  CLASSE: ' CLASSIFICACAO-CLI
               '  LINHA: ' LINHA-PRODUTO-CLI
               '  FREQ. VISITA (DIAS): ' FREQ-VISITA-CLI
               '  SITUACAO: ' STATUS-CLI
               DELIMITED BY SIZE INTO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE SPACES TO WED-NOME-VEN
           IF ORD-VEN-ANTERIOR > ZEROES
              MOVE WTVP-NOME(ORD-VEN-ANTERIOR) TO WED-NOME-VEN
           END-IF
           MOVE SPACES TO ARQPAC-DATA-01
           STRING '  VENDEDOR ANTERIOR: ' ORD-VEN-ANTERIOR ' '
               WED-NOME-VEN ' DESDE ' ORD-DATA-ANTERIOR
               DELIMITED BY SIZE INTO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           PERFORM R-BLOCO-VISITAS
           PERFORM R-BLOCO-CONTATOS
           PERFORM R-BLOCO-SAC
           PERFORM R-BLOCO-CAMPANHAS
           PERFORM R-BLOCO-FATURAMENTO.
       R-BLOCO-CLIENTE-1-EXIT.
           EXIT.

      *----VISITAS DO CLIENTE SAO LIDAS POR INTEIRO (A CHAVE E
      *    CLIENTE/VENDEDOR/DATA); FICAM AS N DE DATA MAIS RECENTE,
      *    IMPRESSAS DA MAIS NOVA PARA A MAIS ANTIGA.
       R-BLOCO-VISITAS.
           MOVE SPACES TO ARQPAC-DATA-01
           MOVE '  ULTIMAS VISITAS:' TO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           INITIALIZE WTAB-VIS-PAS
           MOVE ZEROES TO WQTD-VIS
           IF VIS-DISPONIVEL
              MOVE ORD-CLIENTE TO CODIGO-CLI-VISITA
              MOVE ZEROES TO CODIGO-VEN-VISITA
              MOVE LOW-VALUES TO DATA-HORA-VISITA
              START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
              PERFORM UNTIL FS-VIS NOT = '00'
                 READ DIS-VISITA NEXT
                 IF FS-VIS = '00'
                    IF CODIGO-CLI-VISITA NOT = ORD-CLIENTE
                       MOVE '10' TO FS-VIS
                    ELSE
                       PERFORM R-GUARDA-VISITA
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WQTD-VIS = ZEROES
              MOVE '    (NENHUMA VISITA REGISTRADA)' TO ARQPAC-DATA-01
              PERFORM R-GRAVA-LINHA-PAC
           END-IF
           PERFORM WQTD-VIS TIMES
              MOVE ZEROES TO WIDX-VIS-MAX
              PERFORM VARYING WIDX-VIS FROM 1 BY 1
                      UNTIL WIDX-VIS > WQTD-VIS
                 IF WTVS-IMPRESSA(WIDX-VIS) NOT = 'S'
                    IF WIDX-VIS-MAX = ZEROES
                       MOVE WIDX-VIS TO WIDX-VIS-MAX
                    ELSE
                       IF WTVS-DATA-HORA(WIDX-VIS) >
                          WTVS-DATA-HORA(WIDX-VIS-MAX)
                          MOVE WIDX-VIS TO WIDX-VIS-MAX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE 'S' TO WTVS-IMPRESSA(WIDX-VIS-MAX)
              MOVE SPACES TO WED-RESULT
              IF RES-DISPONIVEL
                 MOVE WTVS-RESULT(WIDX-VIS-MAX) TO CODIGO-RES
                 READ RESULTVIS
                 IF FS-RES = '00'
                    MOVE DESCRICAO-RES TO WED-RESULT
                 END-IF
              END-IF
              MOVE SPACES TO ARQPAC-DATA-01
              STRING '    ' WTVS-DATA-HORA(WIDX-VIS-MAX)(1:8) ' '
                  WTVS-DATA-HORA(WIDX-VIS-MAX)(9:4) ' VEN '
                  WTVS-VEN(WIDX-VIS-MAX) ' '
                  WTVS-RESULT(WIDX-VIS-MAX) ' ' WED-RESULT ' '
                  WTVS-OBS(WIDX-VIS-MAX)
                  DELIMITED BY SIZE INTO ARQPAC-DATA-01
              PERFORM R-GRAVA-LINHA-PAC
           END-PERFORM.

       R-GUARDA-VISITA.
           IF WQTD-VIS < WPAS-VISITAS
              ADD 1 TO WQTD-VIS
              MOVE WQTD-VIS TO WIDX-VIS-MIN
           ELSE
              MOVE 1 TO WIDX-VIS-MIN
              PERFORM VARYING WIDX-VIS FROM 2 BY 1
                      UNTIL WIDX-VIS > WQTD-VIS
                 IF WTVS-DATA-HORA(WIDX-VIS) <
                    WTVS-DATA-HORA(WIDX-VIS-MIN)
                    MOVE WIDX-VIS TO WIDX-VIS-MIN
                 END-IF
              END-PERFORM
              IF DATA-HORA-VISITA NOT > WTVS-DATA-HORA(WIDX-VIS-MIN)
                 MOVE ZEROES TO WIDX-VIS-MIN
              END-IF
           END-IF
           IF WIDX-VIS-MIN > ZEROES
              MOVE DATA-HORA-VISITA TO WTVS-DATA-HORA(WIDX-VIS-MIN)
              MOVE CODIGO-VEN-VISITA TO WTVS-VEN(WIDX-VIS-MIN)
              MOVE RESULTADO-VISITA TO WTVS-RESULT(WIDX-VIS-MIN)
              MOVE OBS-VISITA TO WTVS-OBS(WIDX-VIS-MIN)
              MOVE 'N' TO WTVS-IMPRESSA(WIDX-VIS-MIN)
           END-IF.

      *----CONTATOS VEM EM ORDEM DE DATA; A FILA GUARDA OS N ULTIMOS
      *    E A IMPRESSAO VAI DO MAIS NOVO PARA O MAIS ANTIGO.
       R-BLOCO-CONTATOS.
           MOVE SPACES TO ARQPAC-DATA-01
           MOVE '  CONTATOS RECENTES:' TO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           INITIALIZE WTAB-CTT-PAS
           MOVE ZEROES TO WQTD-CTT
           IF CONT-DISPONIVEL
              MOVE ORD-CLIENTE TO CODIGO-CLI-CONT
              MOVE LOW-VALUES TO DATA-HORA-CONT
              START CONTATOS-CLI KEY IS NOT LESS THAN CHAVE-CONTATO-CLI
              PERFORM UNTIL FS-CONT NOT = '00'
                 READ CONTATOS-CLI NEXT
                 IF FS-CONT = '00'
                    IF CODIGO-CLI-CONT NOT = ORD-CLIENTE
                       MOVE '10' TO FS-CONT
                    ELSE
                       DIVIDE WQTD-CTT BY WPAS-CONTATOS
                           GIVING WPOS-CTT REMAINDER WRESTO-CTT
                       ADD 1 TO WQTD-CTT
                       COMPUTE WIDX-CTT = WRESTO-CTT + 1
                       MOVE DATA-HORA-CONT TO WTCT-DATA-HORA(WIDX-CTT)
                       MOVE OPERADOR-CONT TO WTCT-OPERADOR(WIDX-CTT)
                       MOVE NOTA-CONT TO WTCT-NOTA(WIDX-CTT)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WQTD-CTT = ZEROES
              MOVE '    (NENHUM CONTATO REGISTRADO)' TO ARQPAC-DATA-01
              PERFORM R-GRAVA-LINHA-PAC
           END-IF
           IF WQTD-CTT < WPAS-CONTATOS
              MOVE WQTD-CTT TO WLIM-CTT
           ELSE
              MOVE WPAS-CONTATOS TO WLIM-CTT
           END-IF
           PERFORM VARYING WK-CTT FROM 1 BY 1 UNTIL WK-CTT > WLIM-CTT
              COMPUTE WPOS-CTT = WQTD-CTT - WK-CTT
              DIVIDE WPOS-CTT BY WPAS-CONTATOS
                  GIVING WPOS-CTT REMAINDER WRESTO-CTT
              COMPUTE WIDX-CTT = WRESTO-CTT + 1
              MOVE SPACES TO ARQPAC-DATA-01
              STRING '    ' WTCT-DATA-HORA(WIDX-CTT)(1:8) ' '
                  WTCT-DATA-HORA(WIDX-CTT)(9:4) ' '
                  WTCT-OPERADOR(WIDX-CTT) ' ' WTCT-NOTA(WIDX-CTT)
                  DELIMITED BY SIZE INTO ARQPAC-DATA-01
              PERFORM R-GRAVA-LINHA-PAC
           END-PERFORM.

       R-BLOCO-SAC.
           MOVE SPACES TO ARQPAC-DATA-01
           MOVE '  CHAMADOS SAC PENDENTES:' TO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE ZEROES TO WIDX-VIS
           IF SAC-DISPONIVEL
              MOVE ORD-CLIENTE TO COD-CLI-SAC
              START CHAMSAC KEY IS EQUAL TO COD-CLI-SAC
              PERFORM UNTIL FS-SAC NOT = '00'
                 READ CHAMSAC NEXT
                 IF FS-SAC = '00'
                    IF COD-CLI-SAC NOT = ORD-CLIENTE
                       MOVE '10' TO FS-SAC
                    ELSE
                       IF SAC-PENDENTE
                          ADD 1 TO WIDX-VIS
                          MOVE SPACES TO ARQPAC-DATA-01
                          STRING '    ' NUMERO-SAC ' ' CATEGORIA-SAC
                              ' ABERTO ' DATA-ABERTURA-SAC
                              ' PRAZO ' DATA-PRAZO-SAC ' '
                              DESCRICAO-SAC
                              DELIMITED BY SIZE INTO ARQPAC-DATA-01
                          PERFORM R-GRAVA-LINHA-PAC
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WIDX-VIS = ZEROES
              MOVE '    (NENHUM)' TO ARQPAC-DATA-01
              PERFORM R-GRAVA-LINHA-PAC
           END-IF.

       R-BLOCO-CAMPANHAS.
           MOVE SPACES TO ARQPAC-DATA-01
           MOVE '  CAMPANHAS EM ANDAMENTO:' TO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           MOVE ZEROES TO WIDX-VIS
           IF ALV-DISPONIVEL
              PERFORM VARYING WIDX-CAMP FROM 1 BY 1
                      UNTIL WIDX-CAMP > WQTD-CAMP
                 MOVE WTCP-CODIGO(WIDX-CAMP) TO COD-CAMP-ALVO
                 MOVE ORD-CLIENTE TO COD-CLI-ALVO
                 READ CAMPALVOS
                 IF FS-ALV = '00'
                    ADD 1 TO WIDX-VIS
                    MOVE SPACES TO ARQPAC-DATA-01
                    STRING '    ' WTCP-CODIGO(WIDX-CAMP) ' '
                        WTCP-DESC(WIDX-CAMP) ' ATE '
                        WTCP-FIM(WIDX-CAMP)
                        DELIMITED BY SIZE INTO ARQPAC-DATA-01
                    PERFORM R-GRAVA-LINHA-PAC
                 END-IF
              END-PERFORM
           END-IF
           IF WIDX-VIS = ZEROES
              MOVE '    (NENHUMA)' TO ARQPAC-DATA-01
              PERFORM R-GRAVA-LINHA-PAC
           END-IF.

      *----12 MESES ATE O CORRENTE, DOIS SEMESTRES PARA A TENDENCIA.
       R-BLOCO-FATURAMENTO.
           MOVE SPACES TO ARQPAC-DATA-01
           MOVE '  FATURAMENTO 12 MESES:' TO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC
           INITIALIZE WTAB-FAT-PAS
           MOVE ZEROES TO WFAT-TOTAL WFAT-SEM1 WFAT-SEM2
           COMPUTE WMES-SEQ = WDATA-HOJE-AAAA * 12
                            + WDATA-HOJE-MM - 1 - 11
           PERFORM VARYING WIDX-MES FROM 1 BY 1 UNTIL WIDX-MES > 12
              DIVIDE WMES-SEQ BY 12 GIVING WMES-CALC-AAAA
                  REMAINDER WMES-CALC-MM
              ADD 1 TO WMES-CALC-MM
              MOVE WMES-CALC TO WTFP-MES(WIDX-MES)
              IF FAT-DISPONIVEL AND CNPJ > ZEROES
                 MOVE WMES-CALC TO MES-FAT
                 MOVE CNPJ TO CNPJ-FAT
                 READ FATURA
                 IF FS-FAT = '00'
                    MOVE VALOR-FAT TO WTFP-VALOR(WIDX-MES)
                 END-IF
              END-IF
              ADD WTFP-VALOR(WIDX-MES) TO WFAT-TOTAL
              IF WIDX-MES < 7
                 ADD WTFP-VALOR(WIDX-MES) TO WFAT-SEM1
              ELSE
                 ADD WTFP-VALOR(WIDX-MES) TO WFAT-SEM2
              END-IF
              ADD 1 TO WMES-SEQ
           END-PERFORM
           PERFORM VARYING WIDX-MES FROM 1 BY 3 UNTIL WIDX-MES > 12
              MOVE WTFP-VALOR(WIDX-MES) TO WED-VALOR
              MOVE WTFP-VALOR(WIDX-MES + 1) TO WED-VALOR-2
              MOVE WTFP-VALOR(WIDX-MES + 2) TO WED-VALOR-3
              MOVE SPACES TO ARQPAC-DATA-01
              STRING '    ' WTFP-MES(WIDX-MES) ' ' WED-VALOR
                  '   ' WTFP-MES(WIDX-MES + 1) ' ' WED-VALOR-2
                  '   ' WTFP-MES(WIDX-MES + 2) ' ' WED-VALOR-3
                  DELIMITED BY SIZE INTO ARQPAC-DATA-01
              PERFORM R-GRAVA-LINHA-PAC
           END-PERFORM
           MOVE WFAT-TOTAL TO WED-VALOR
           MOVE WFAT-SEM1 TO WED-VALOR-2
           MOVE WFAT-SEM2 TO WED-VALOR-3
           MOVE SPACES TO ARQPAC-DATA-01
           STRING '    TOTAL ' WED-VALOR '  1O SEMESTRE ' WED-VALOR-2
               '  2O SEMESTRE ' WED-VALOR-3
               DELIMITED BY SIZE INTO ARQPAC-DATA-01
           PERFORM R-GRAVA-LINHA-PAC.

      *----CLIENTE QUE SAIU DO VINCULO ATUAL (SEM VINCULO ABERTO)
      *    SAI DA BASE; SE VOLTAR, ENTRA COMO CLIENTE NOVO.
       S-LIMPA-BASE SECTION.
       R-LIMPA-BASE-1.
           MOVE ZEROES TO COD-CLI-PSB
           START PASSBASE KEY IS NOT LESS THAN COD-CLI-PSB
           IF FS-PSB NOT = '00'
              GO TO R-LIMPA-BASE-1-EXIT
           END-IF
           PERFORM UNTIL FS-PSB NOT = '00'
              READ PASSBASE NEXT
              IF FS-PSB = '00'
                 MOVE COD-CLI-PSB TO CODIGO-CLI-VAT
                 READ VINCATUAL
                 IF FS-VAT NOT = '00' OR VEN-PRIM-VAT = ZEROES
                    DELETE PASSBASE
                    ADD 1 TO WCONT-BASE-EXCL
                    MOVE '00' TO FS-PSB
                 END-IF
              END-IF
           END-PERFORM.
       R-LIMPA-BASE-1-EXIT.
           EXIT.

      *----UM AVISO POR VENDEDOR QUE PERDEU CLIENTES: COM UM SO, O
      *    CLIENTE E QUEM O RECEBEU; COM MAIS, A QUANTIDADE.
       S-AVISA-SAIDAS SECTION.
       R-AVISA-SAIDAS-1.
           PERFORM VARYING WIDX-VEN FROM 1 BY 1 UNTIL WIDX-VEN > 999
              IF WTVP-SAIDAS(WIDX-VEN) > ZEROES
                 MOVE 'SAIDA-CARTEIRA' TO WOTB-TIPO
                 MOVE 'B' TO WOTB-SEVERIDADE
                 MOVE SPACES TO WOTB-DESTINO
                 MOVE WIDX-VEN TO ORD-VEN-ANTERIOR
                 STRING 'VENDEDOR-' ORD-VEN-ANTERIOR
                     DELIMITED BY SIZE INTO WOTB-DESTINO
                 MOVE SPACES TO WOTB-MENSAGEM
                 IF WTVP-SAIDAS(WIDX-VEN) = 1
                    STRING 'CLIENTE ' WTVP-PRIM-CLI(WIDX-VEN)
                        ' SAIU DA SUA CARTEIRA (AGORA COM O VENDEDOR '
                        WTVP-PRIM-NOVO(WIDX-VEN) ')'
                        DELIMITED BY SIZE INTO WOTB-MENSAGEM
                 ELSE
                    STRING WTVP-SAIDAS(WIDX-VEN)
                        ' CLIENTES SAIRAM DA SUA CARTEIRA NA '
                        'REDISTRIBUICAO DE ' WDATA-HOJE
                        DELIMITED BY SIZE INTO WOTB-MENSAGEM
                 END-IF
                 PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
                 ADD 1 TO WCONT-AVISOS-SAIDA
              END-IF
           END-PERFORM.
       R-AVISA-SAIDAS-1-EXIT.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,CLIENTES=' WCONT-CLIENTES
                     ',BASE-INICIAL=' WPAS-BASE-INICIAL
                     ',TROCAS=' WCONT-TROCAS
                     ',PACOTES=' WCONT-PACOTES
                     ',AVISOS-SAIDA=' WCONT-AVISOS-SAIDA
                     ',BASE-EXCLUIDOS=' WCONT-BASE-EXCL
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY OUTBOX.CPY.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
