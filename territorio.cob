       IDENTIFICATION DIVISION.
       PROGRAM-ID.  territorio.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REGIAO ASSIGN TO  DISK WID-ARQ-REGIAO-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-REG
              ALTERNATE RECORD KEY IS NOME-REG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-REG.

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

       SELECT FATURA ASSIGN TO DISK WID-ARQ-FATURA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FAT.

       SELECT PROPOSTA ASSIGN TO DISK WID-ARQ-PROPOSTA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-PRO.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT ARQGEO  ASSIGN TO DISK WID-ARQ-GEO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-GEO.

       SELECT ARQLOG  ASSIGN TO DISK WID-ARQ-LOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       DATA DIVISION.
       FILE SECTION.
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

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 STATUS-CLI            PIC  X(001).
             88 CLI-ATIVO                VALUE 'A'.
             88 CLI-INATIVO              VALUE 'I'.
          02 ENDERECO              PIC  X(060).
          02 TELEFONE              PIC  X(015).
          02 EMAIL                 PIC  X(050).
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

       FD FATURA.
       01  REGISTRO-FATURA.
           02 CHAVE-FAT.
              03 MES-FAT            PIC  9(006).
              03 CNPJ-FAT           PIC  9(014).
           02 VALOR-FAT             PIC  9(013)V9(002).
           02 COD-CLI-FAT           PIC  9(007).

      *----PROPOSTA DE TERRITORIOS: UMA LINHA 'H' COM OS PARAMETROS
      *    DA RODADA E A SITUACAO (P=PENDENTE, A=APLICADA) E UMA
      *    LINHA 'T' POR TERRITORIO COM A CAIXA PROPOSTA.
       FD  PROPOSTA.
       01  REG-PROPOSTA.
           02 TIPO-PRO                  PIC  X(001).
           02 FILLER                    PIC  X(199).
       01  REG-PRO-CAB.
           02 FILLER                    PIC  X(001).
           02 DATA-PRO                  PIC  9(008).
           02 HORA-PRO                  PIC  9(006).
           02 OPERADOR-PRO              PIC  X(020).
           02 SITUACAO-PRO              PIC  X(001).
              88 PRO-PENDENTE                 VALUE 'P'.
              88 PRO-APLICADA                 VALUE 'A'.
           02 QTD-TERR-PRO              PIC  9(002).
           02 MODO-PESO-PRO             PIC  X(001).
           02 MES-INI-PRO               PIC  9(006).
           02 MES-FIM-PRO               PIC  9(006).
           02 QTD-SEL-PRO               PIC  9(002).
           02 REG-SEL-PRO OCCURS 10 TIMES PIC 9(003).
           02 FILLER                    PIC  X(117).
       01  REG-PRO-TERR.
           02 FILLER                    PIC  X(001).
           02 SEQ-TERR-PRO              PIC  9(002).
           02 LAT-MIN-PRO               PIC S9(003)v9(008).
           02 LAT-MAX-PRO               PIC S9(003)v9(008).
           02 LON-MIN-PRO               PIC S9(003)v9(008).
           02 LON-MAX-PRO               PIC S9(003)v9(008).
           02 QTD-CLI-PRO               PIC  9(007).
           02 PESO-PRO                  PIC  9(015)V9(002).
           02 FILLER                    PIC  X(129).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00300).

       FD  ARQGEO.
       01  ARQGEO-REC.
           05  ARQGEO-DATA-01   PIC X(00600).

       FD  ARQLOG.
       01  ARQLOG-REC.
           05  ARQLOG-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       WORKING-STORAGE SECTION.
       01 FS-REG.
           02 FS-REG-1                PIC 9.
           02 FS-REG-2                PIC 9.
           02 FS-REG-R REDEFINES FS-REG-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-FAT.
           02 FS-FAT-1                PIC 9.
           02 FS-FAT-2                PIC 9.
           02 FS-FAT-R REDEFINES FS-FAT-2 PIC 99 COMP-X.
       01 FS-PRO.
           02 FS-PRO-1                PIC 9.
           02 FS-PRO-2                PIC 9.
           02 FS-PRO-R REDEFINES FS-PRO-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-GEO.
           02 FS-GEO-1                PIC 9.
           02 FS-GEO-2                PIC 9.
           02 FS-GEO-R REDEFINES FS-GEO-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-PROPOSTA        PIC X(50) VALUE
              'TERRITORIO-PROPOSTA.DAT'.
       01 WID-ARQ-LOG             PIC X(50) VALUE 'TERRITORIO.LOG'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WID-ARQ-GEO             PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WFAT-DISP               PIC X VALUE 'N'.
          88 FAT-DISP                  VALUE 'S'.

      *----PARAMETROS DA TELA: REGIOES ESCOLHIDAS (ATE 10), NUMERO
      *    DE TERRITORIOS, PESO (C=CLIENTES, F=FREQUENCIA DE VISITA,
      *    R=FATURAMENTO NO PERIODO) E A ACAO (P=PROPOR, A=APLICAR
      *    A ULTIMA PROPOSTA).
       01 WACAO                   PIC X(001) VALUE 'P'.
          88 ACAO-PROPOR               VALUE 'P' 'p'.
          88 ACAO-APLICAR              VALUE 'A' 'a'.
       01 WTAB-SEL-TELA.
          02 WSEL-TELA-1          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-2          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-3          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-4          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-5          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-6          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-7          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-8          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-9          PIC 9(003) VALUE ZEROES.
          02 WSEL-TELA-10         PIC 9(003) VALUE ZEROES.
       01 WTAB-SEL-TELA-R REDEFINES WTAB-SEL-TELA.
          02 WSEL-TELA OCCURS 10 TIMES PIC 9(003).
       01 WQTD-TERR               PIC 9(002) VALUE 2.
       01 WMODO-PESO              PIC X(001) VALUE 'C'.
          88 PESO-CLIENTES             VALUE 'C'.
          88 PESO-FREQUENCIA           VALUE 'F'.
          88 PESO-FATURAMENTO          VALUE 'R'.
       01 WMES-INI                PIC 9(006) VALUE ZEROES.
       01 WMES-FIM                PIC 9(006) VALUE ZEROES.
       01 WMES-CORR               PIC 9(006) VALUE ZEROES.
       01 WMES-CORR-R REDEFINES WMES-CORR.
          02 WMES-CORR-ANO        PIC 9(004).
          02 WMES-CORR-MES        PIC 9(002).

      *----REGIOES ESCOLHIDAS, SEM REPETICAO E EM ORDEM DE CODIGO
      *    (O TERRITORIO N FICA COM O CODIGO DA N-ESIMA REGIAO).
       01 WTAB-SEL.
          02 WSEL-COD OCCURS 10 TIMES PIC 9(003).
       77 WQTD-SEL                PIC 9(002) VALUE ZEROES.
       77 WIDX-SEL                PIC 9(002) VALUE ZEROES.
       77 WIDX-SEL-2              PIC 9(002) VALUE ZEROES.

      *----CAIXAS DE TODAS AS REGIOES COM LIMITES, EM ORDEM DE CODIGO,
      *    PARA RESOLVER A REGIAO DO CLIENTE DO MESMO JEITO QUE A
      *    DISTRIBUICAO (PRIMEIRA CAIXA QUE CONTEM A COORDENADA).
       01 WTAB-CAIXAS.
          02 WCX-LINHA OCCURS 999 TIMES.
             03 WCX-COD           PIC 9(003).
             03 WCX-LAT-MIN       PIC S9(003)V9(008).
             03 WCX-LAT-MAX       PIC S9(003)V9(008).
             03 WCX-LON-MIN       PIC S9(003)V9(008).
             03 WCX-LON-MAX       PIC S9(003)V9(008).
             03 WCX-SEL           PIC X(001).
       77 WQTD-CX                 PIC 9(003) VALUE ZEROES.
       77 WIDX-CX                 PIC 9(003) VALUE ZEROES.
       01 WCX-ACHADA              PIC 9(003) VALUE ZEROES.

      *----CLIENTES ATIVOS DAS REGIOES ESCOLHIDAS COM O PESO DE CADA UM.
       01 WTAB-PONTOS.
          02 WPTO-LINHA OCCURS 9999 TIMES.
             03 WPTO-LAT          PIC S9(003)V9(008).
             03 WPTO-LON          PIC S9(003)V9(008).
             03 WPTO-PESO         PIC 9(013)V9(002).
       01 WPTO-AUX.
          02 WPTO-AUX-LAT         PIC S9(003)V9(008).
          02 WPTO-AUX-LON         PIC S9(003)V9(008).
          02 WPTO-AUX-PESO        PIC 9(013)V9(002).
       77 WQTD-PTO                PIC 9(005) VALUE ZEROES.
       77 WCONT-EXCEDENTES        PIC 9(007) VALUE ZEROES.
       77 WCONT-SEM-COORD         PIC 9(007) VALUE ZEROES.

      *----CELULAS DA BISSECAO: CADA UMA TEM A FAIXA DE PONTOS, A
      *    CAIXA E QUANTOS TERRITORIOS AINDA DEVE GERAR. A CELULA COM
      *    K > 1 E CORTADA NO EIXO MAIS LONGO NA MEDIANA PONDERADA
      *    (K/2 PARA UM LADO, O RESTO PARA O OUTRO) ATE TODAS TEREM
      *    K = 1 - CAIXAS RETANGULARES QUE LADRILHAM A AREA ORIGINAL.
       01 WTAB-CELULAS.
          02 WCEL-LINHA OCCURS 20 TIMES.
             03 WCEL-INI          PIC 9(005).
             03 WCEL-FIM          PIC 9(005).
             03 WCEL-K            PIC 9(002).
             03 WCEL-LAT-MIN      PIC S9(003)V9(008).
             03 WCEL-LAT-MAX      PIC S9(003)V9(008).
             03 WCEL-LON-MIN      PIC S9(003)V9(008).
             03 WCEL-LON-MAX      PIC S9(003)V9(008).
             03 WCEL-QTD-CLI      PIC 9(007).
             03 WCEL-PESO         PIC 9(015)V9(002).
       77 WQTD-CEL                PIC 9(002) VALUE ZEROES.
       77 WIDX-CEL                PIC 9(002) VALUE ZEROES.
       01 WCEL-CORTE              PIC 9(002) VALUE ZEROES.
       01 WCORTE-K1               PIC 9(002) VALUE ZEROES.
       01 WCORTE-K2               PIC 9(002) VALUE ZEROES.
       01 WCORTE-IDX              PIC S9(005) VALUE ZEROES.
       01 WCORTE-QTD              PIC 9(005) VALUE ZEROES.
       01 WCORTE-COORD            PIC S9(003)V9(008) VALUE ZEROES.
       01 WCORTE-TOTAL            PIC 9(015)V9(002) VALUE ZEROES.
       01 WCORTE-ACUM             PIC 9(015)V9(002) VALUE ZEROES.
       01 WCORTE-MIN-IDX          PIC S9(005) VALUE ZEROES.
       01 WCORTE-MAX-IDX          PIC S9(005) VALUE ZEROES.
       01 WEIXO                   PIC X(001) VALUE 'A'.
          88 EIXO-LATITUDE             VALUE 'A'.
          88 EIXO-LONGITUDE            VALUE 'O'.
       01 WLARG-LAT               PIC S9(005)V9(008) VALUE ZEROES.
       01 WLARG-LON               PIC S9(005)V9(008) VALUE ZEROES.
       01 WLAT-MEDIA              PIC S9(003)V9(008) VALUE ZEROES.
       01 WCHAVE-A                PIC S9(003)V9(008) VALUE ZEROES.
       01 WCHAVE-B                PIC S9(003)V9(008) VALUE ZEROES.
       01 WBOX-MIN                PIC S9(003)V9(008) VALUE ZEROES.
       01 WBOX-MAX                PIC S9(003)V9(008) VALUE ZEROES.

      *----ORDENACAO (SHELL) DE UMA FAIXA DA TABELA DE PONTOS PELO EIXO
       01 WSHL-INI                PIC 9(005) VALUE ZEROES.
       01 WSHL-FIM                PIC 9(005) VALUE ZEROES.
       01 WSHL-GAP                PIC 9(005) VALUE ZEROES.
       01 WSHL-I                  PIC 9(005) VALUE ZEROES.
       01 WSHL-J                  PIC 9(005) VALUE ZEROES.
       01 WSHL-PARA               PIC X(001) VALUE 'N'.
          88 SHL-PARA                  VALUE 'S'.
       77 WIDX-PTO                PIC 9(005) VALUE ZEROES.

      *----APURACAO POR TERRITORIO PARA O CSV/GEOJSON
       01 WPESO-TOTAL             PIC 9(015)V9(002) VALUE ZEROES.
       01 WPESO-IDEAL             PIC 9(015)V9(002) VALUE ZEROES.
       01 WDESVIO                 PIC S9(005)V9(001) VALUE ZEROES.
       01 WPESO-CLI               PIC 9(013)V9(002) VALUE ZEROES.
       01 WFREQ-CLI               PIC 9(003) VALUE ZEROES.
       01 WCSV-VENDEDORES         PIC X(060) VALUE SPACES.
       77 WPTR-VEN                PIC 9(003) VALUE ZEROES.
       77 WQTD-VEN-TERR           PIC 9(003) VALUE ZEROES.
       01 WCSV-SOBREPOE           PIC X(060) VALUE SPACES.
       77 WPTR-SOB                PIC 9(003) VALUE ZEROES.
       77 WPTR-GEO                PIC 9(003) VALUE ZEROES.
       01 WVEN-DISP               PIC X VALUE 'N'.
          88 VEN-DISP                  VALUE 'S'.
       01 WVEN-ENVOLVIDO          PIC X VALUE 'N'.
          88 VEN-ENVOLVIDO             VALUE 'S'.
       01 WCSV-DESTINO            PIC X(010) VALUE SPACES.
       01 WED-LAT-MIN             PIC -ZZ9.99999999.
       01 WED-LAT-MAX             PIC -ZZ9.99999999.
       01 WED-LON-MIN             PIC -ZZ9.99999999.
       01 WED-LON-MAX             PIC -ZZ9.99999999.
       01 WED-PESO                PIC ZZZZZZZZZZZZZZ9.99.
       01 WED-DESVIO              PIC -ZZZZ9.9.
       01 WED-SEQ                 PIC Z9.
       01 WED-QTD-CLI             PIC ZZZZZZ9.

      *----APLICACAO DA PROPOSTA
       01 WPRO-CAB-SALVO          PIC X(200) VALUE SPACES.
       01 WTAB-PRO-TERR.
          02 WPRO-TERR-LIN OCCURS 20 TIMES PIC X(200).
       77 WQTD-PRO-TERR           PIC 9(002) VALUE ZEROES.
       01 WPRO-SITUACAO           PIC X(001) VALUE SPACE.
       01 WPRO-DATA               PIC 9(008) VALUE ZEROES.
       01 WPRO-QTD-TERR           PIC 9(002) VALUE ZEROES.
       01 WPRO-QTD-SEL            PIC 9(002) VALUE ZEROES.
       01 WTAB-PRO-SEL.
          02 WPRO-SEL OCCURS 10 TIMES PIC 9(003).
       01 WREG-BASE-SUP           PIC 9(003) VALUE ZEROES.
       01 WREG-BASE-MACRO         PIC 9(002) VALUE ZEROES.
       01 WREG-PROX-LIVRE         PIC 9(003) VALUE ZEROES.
       01 WREG-DESTINO            PIC 9(003) VALUE ZEROES.
       01 WTAB-DESTINO.
          02 WDESTINO-TERR OCCURS 20 TIMES PIC 9(003).
       77 WCONT-ATUALIZADAS       PIC 9(003) VALUE ZEROES.
       77 WCONT-CRIADAS           PIC 9(003) VALUE ZEROES.
       77 WCONT-ZERADAS           PIC 9(003) VALUE ZEROES.
       77 WCONT-VEN-FORA          PIC 9(005) VALUE ZEROES.
       01 WED-LAT-MIN-ANT         PIC -ZZ9.99999999.
       01 WED-LAT-MAX-ANT         PIC -ZZ9.99999999.
       01 WED-LON-MIN-ANT         PIC -ZZ9.99999999.
       01 WED-LON-MAX-ANT         PIC -ZZ9.99999999.
       01 WNOME-TERR              PIC X(030) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'territorio'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-TERRITORIO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - DESENHO DE TERRITOR
      -"IOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE
             "ACAO (P=PROPOR, A=APLICAR ULTIMA PROPOSTA):".
          02 SCR-ACAO LINE 5 COL 50 PIC X(001) USING WACAO AUTO.
          02 LINE 7 COL 5 VALUE "REGIOES A REDESENHAR:".
          02 SCR-SEL-1 LINE 7 COL 28 PIC 9(003)
                 USING WSEL-TELA-1 AUTO.
          02 SCR-SEL-2 LINE 7 COL 33 PIC 9(003)
                 USING WSEL-TELA-2 AUTO.
          02 SCR-SEL-3 LINE 7 COL 38 PIC 9(003)
                 USING WSEL-TELA-3 AUTO.
          02 SCR-SEL-4 LINE 7 COL 43 PIC 9(003)
                 USING WSEL-TELA-4 AUTO.
          02 SCR-SEL-5 LINE 7 COL 48 PIC 9(003)
                 USING WSEL-TELA-5 AUTO.
          02 SCR-SEL-6 LINE 8 COL 28 PIC 9(003)
                 USING WSEL-TELA-6 AUTO.
          02 SCR-SEL-7 LINE 8 COL 33 PIC 9(003)
                 USING WSEL-TELA-7 AUTO.
          02 SCR-SEL-8 LINE 8 COL 38 PIC 9(003)
                 USING WSEL-TELA-8 AUTO.
          02 SCR-SEL-9 LINE 8 COL 43 PIC 9(003)
                 USING WSEL-TELA-9 AUTO.
          02 SCR-SEL-10 LINE 8 COL 48 PIC 9(003)
                 USING WSEL-TELA-10 AUTO.
          02 LINE 10 COL 5 VALUE "NUMERO DE TERRITORIOS (2 A 20):".
          02 SCR-QTD-TERR LINE 10 COL 38 PIC 9(002)
                 USING WQTD-TERR AUTO.
          02 LINE 11 COL 5 VALUE
             "PESO (C=CLIENTES F=FREQ. VISITA R=FATURAMENTO):".
          02 SCR-MODO-PESO LINE 11 COL 54 PIC X(001)
                 USING WMODO-PESO AUTO.
          02 LINE 12 COL 5 VALUE "FATURAMENTO DE (AAAAMM):".
          02 SCR-MES-INI LINE 12 COL 30 PIC 9(006)
                 USING WMES-INI AUTO.
          02 LINE 12 COL 38 VALUE "ATE:".
          02 SCR-MES-FIM LINE 12 COL 43 PIC 9(006)
                 USING WMES-FIM AUTO.
          02 LINE 14 COL 5 VALUE
             "A PROPOSTA SO ALTERA REGIAO.DAT QUANDO APLICADA (A).".
          02 LINE 16 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----DESENHO DE TERRITORIOS: O PLANEJADOR ESCOLHE AS REGIOES E
      *    QUANTOS TERRITORIOS QUER; OS CLIENTES ATIVOS DESSAS REGIOES
      *    SAO DIVIDIDOS EM TERRITORIOS COMPACTOS E EQUILIBRADOS PELO
      *    PESO ESCOLHIDO. A PROPOSTA VAI PARA TERRITORIO-PROPOSTA.DAT
      *    E PARA UM CSV E UM GEOJSON DE CONFERENCIA; REGIAO.DAT SO
      *    MUDA QUANDO A PROPOSTA E APLICADA (ACAO A).
       ABERTURA.
           INITIALIZE WSAIDA
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-PROPOSTA
              STRING 'TERRITORIO-PROPOSTA-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PROPOSTA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-INI WMES-FIM
           DISPLAY TELA-TERRITORIO
           ACCEPT TELA-TERRITORIO
           IF ESC
              GO TO ABERTURA-EXIT
           END-IF
           IF ACAO-APLICAR
              PERFORM S-APLICA-PROPOSTA THRU R-APLICA-PROPOSTA-1-EXIT
              GO TO ABERTURA-EXIT
           END-IF
           IF NOT ACAO-PROPOR
              MOVE 'ACAO INVALIDA ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-VALIDA-PARAMETROS THRU R-VALIDA-PARAMETROS-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-CAIXAS THRU R-CARREGA-CAIXAS-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-PONTOS THRU R-CARREGA-PONTOS-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           IF WQTD-PTO = ZEROES
              MOVE 'NENHUM CLIENTE ATIVO NAS REGIOES ESCOLHIDAS '
                   TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-DIVIDE-TERRITORIOS
                 THRU R-DIVIDE-TERRITORIOS-1-EXIT
           PERFORM S-GRAVA-PROPOSTA THRU R-GRAVA-PROPOSTA-1-EXIT
           MOVE SPACES TO WTXT
           STRING WQTD-CEL ' TERRITORIO(S) PROPOSTO(S), '
                  WQTD-PTO ' CLIENTE(S)'
                  DELIMITED BY SIZE INTO WTXT
           IF WCONT-EXCEDENTES > ZEROES
              MOVE SPACES TO WTXT
              STRING 'LIMITE DE 9999 CLIENTES: ' WCONT-EXCEDENTES
                     ' FORA DA PROPOSTA'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----REGIOES SEM REPETICAO, EM ORDEM DE CODIGO; NUMERO DE
      *    TERRITORIOS E PESO DENTRO DO PERMITIDO.
       S-VALIDA-PARAMETROS SECTION.
       R-VALIDA-PARAMETROS-1.
           INITIALIZE WTAB-SEL WQTD-SEL
           PERFORM VARYING WIDX-SEL FROM 1 BY 1 UNTIL WIDX-SEL > 10
              IF WSEL-TELA(WIDX-SEL) > ZEROES
                 PERFORM R-INCLUI-SELECAO THRU R-INCLUI-SELECAO-FIM
              END-IF
           END-PERFORM
           IF WQTD-SEL = ZEROES
              MOVE 'INFORME AO MENOS UMA REGIAO ' TO WTXT
              GO TO R-VALIDA-PARAMETROS-1-ERRO
           END-IF
           IF WQTD-TERR < 2 OR WQTD-TERR > 20
              MOVE 'NUMERO DE TERRITORIOS DEVE SER DE 2 A 20 '
                   TO WTXT
              GO TO R-VALIDA-PARAMETROS-1-ERRO
           END-IF
           IF WMODO-PESO = 'c' OR 'f' OR 'r'
              MOVE FUNCTION UPPER-CASE(WMODO-PESO) TO WMODO-PESO
           END-IF
           IF NOT PESO-CLIENTES AND NOT PESO-FREQUENCIA AND
              NOT PESO-FATURAMENTO
              MOVE 'PESO INVALIDO (C, F OU R) ' TO WTXT
              GO TO R-VALIDA-PARAMETROS-1-ERRO
           END-IF
           IF PESO-FATURAMENTO
              IF WMES-INI > WMES-FIM OR
                 WMES-INI(5:2) < '01' OR WMES-INI(5:2) > '12' OR
                 WMES-FIM(5:2) < '01' OR WMES-FIM(5:2) > '12'
                 MOVE 'PERIODO INVALIDO ' TO WTXT
                 GO TO R-VALIDA-PARAMETROS-1-ERRO
              END-IF
           END-IF
           GO TO R-VALIDA-PARAMETROS-1-EXIT.
       R-VALIDA-PARAMETROS-1-ERRO.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           MOVE 1 TO WSAIDA.
       R-VALIDA-PARAMETROS-1-EXIT.
           EXIT.

      *----INSERE NA POSICAO DE ORDEM (IGNORA REPETIDO).
       R-INCLUI-SELECAO.
           PERFORM VARYING WIDX-SEL-2 FROM 1 BY 1
                   UNTIL WIDX-SEL-2 > WQTD-SEL
              IF WSEL-COD(WIDX-SEL-2) = WSEL-TELA(WIDX-SEL)
                 GO TO R-INCLUI-SELECAO-FIM
              END-IF
           END-PERFORM
           ADD 1 TO WQTD-SEL
           MOVE WQTD-SEL TO WIDX-SEL-2
           PERFORM UNTIL WIDX-SEL-2 = 1
              IF WSEL-COD(WIDX-SEL-2 - 1) > WSEL-TELA(WIDX-SEL)
                 MOVE WSEL-COD(WIDX-SEL-2 - 1) TO WSEL-COD(WIDX-SEL-2)
                 SUBTRACT 1 FROM WIDX-SEL-2
              ELSE
                 GO TO R-INCLUI-SELECAO-POS
              END-IF
           END-PERFORM.
       R-INCLUI-SELECAO-POS.
           MOVE WSEL-TELA(WIDX-SEL) TO WSEL-COD(WIDX-SEL-2).
       R-INCLUI-SELECAO-FIM.
           EXIT.

      *----CARREGA AS CAIXAS DE REGIAO.DAT; AS ESCOLHIDAS PRECISAM
      *    EXISTIR E TER LIMITES. A AREA INICIAL DA DIVISAO E A UNIAO
      *    DAS CAIXAS ESCOLHIDAS.
       S-CARREGA-CAIXAS SECTION.
       R-CARREGA-CAIXAS-1.
           INITIALIZE WTAB-CAIXAS WQTD-CX
           OPEN INPUT REGIAO.
           IF FS-REG NOT = '00'
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ REGIAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-REG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              MOVE 1 TO WSAIDA
              GO TO R-CARREGA-CAIXAS-1-EXIT
           END-IF
           MOVE ZEROES TO CODIGO-REG
           START REGIAO KEY IS NOT LESS THAN CODIGO-REG
           PERFORM UNTIL FS-REG NOT = '00'
              READ REGIAO NEXT
              IF FS-REG = '00' AND
                 (LAT-MIN-REG NOT = ZEROES OR
                  LAT-MAX-REG NOT = ZEROES OR
                  LON-MIN-REG NOT = ZEROES OR
                  LON-MAX-REG NOT = ZEROES)
                 ADD 1 TO WQTD-CX
                 MOVE CODIGO-REG TO WCX-COD(WQTD-CX)
                 MOVE LAT-MIN-REG TO WCX-LAT-MIN(WQTD-CX)
                 MOVE LAT-MAX-REG TO WCX-LAT-MAX(WQTD-CX)
                 MOVE LON-MIN-REG TO WCX-LON-MIN(WQTD-CX)
                 MOVE LON-MAX-REG TO WCX-LON-MAX(WQTD-CX)
                 MOVE 'N' TO WCX-SEL(WQTD-CX)
              END-IF
           END-PERFORM
           CLOSE REGIAO
           INITIALIZE WTAB-CELULAS
           MOVE 1 TO WQTD-CEL
           MOVE WQTD-TERR TO WCEL-K(1)
           PERFORM VARYING WIDX-SEL FROM 1 BY 1
                   UNTIL WIDX-SEL > WQTD-SEL
              MOVE ZEROES TO WCX-ACHADA
              PERFORM VARYING WIDX-CX FROM 1 BY 1
                      UNTIL WIDX-CX > WQTD-CX
                 IF WCX-COD(WIDX-CX) = WSEL-COD(WIDX-SEL)
                    MOVE WIDX-CX TO WCX-ACHADA
                 END-IF
              END-PERFORM
              IF WCX-ACHADA = ZEROES
                 MOVE SPACES TO WTXT
                 STRING 'REGIAO ' WSEL-COD(WIDX-SEL)
                        ' INEXISTENTE OU SEM LIMITES'
                        DELIMITED BY SIZE INTO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 MOVE 1 TO WSAIDA
                 GO TO R-CARREGA-CAIXAS-1-EXIT
              END-IF
              MOVE 'S' TO WCX-SEL(WCX-ACHADA)
              IF WIDX-SEL = 1
                 MOVE WCX-LAT-MIN(WCX-ACHADA) TO WCEL-LAT-MIN(1)
                 MOVE WCX-LAT-MAX(WCX-ACHADA) TO WCEL-LAT-MAX(1)
                 MOVE WCX-LON-MIN(WCX-ACHADA) TO WCEL-LON-MIN(1)
                 MOVE WCX-LON-MAX(WCX-ACHADA) TO WCEL-LON-MAX(1)
              ELSE
                 IF WCX-LAT-MIN(WCX-ACHADA) < WCEL-LAT-MIN(1)
                    MOVE WCX-LAT-MIN(WCX-ACHADA) TO WCEL-LAT-MIN(1)
                 END-IF
                 IF WCX-LAT-MAX(WCX-ACHADA) > WCEL-LAT-MAX(1)
                    MOVE WCX-LAT-MAX(WCX-ACHADA) TO WCEL-LAT-MAX(1)
                 END-IF
                 IF WCX-LON-MIN(WCX-ACHADA) < WCEL-LON-MIN(1)
                    MOVE WCX-LON-MIN(WCX-ACHADA) TO WCEL-LON-MIN(1)
                 END-IF
                 IF WCX-LON-MAX(WCX-ACHADA) > WCEL-LON-MAX(1)
                    MOVE WCX-LON-MAX(WCX-ACHADA) TO WCEL-LON-MAX(1)
                 END-IF
              END-IF
           END-PERFORM.
       R-CARREGA-CAIXAS-1-EXIT.
           EXIT.

      *----CLIENTES ATIVOS COM COORDENADAS CUJA REGIAO (PRIMEIRA
      *    CAIXA QUE OS CONTEM) ESTA ENTRE AS ESCOLHIDAS, COM O PESO:
      *    C = 1 POR CLIENTE; F = VISITAS POR MES (30 / INTERVALO DA
      *    FREQUENCIA, COM O PADRAO DA CLASSIFICACAO QUANDO ZERADA);
      *    R = FATURAMENTO DO CLIENTE NO PERIODO (FATURAMENTO.DAT).
       S-CARREGA-PONTOS SECTION.
       R-CARREGA-PONTOS-1.
           INITIALIZE WQTD-PTO WCONT-EXCEDENTES WCONT-SEM-COORD
                      WPESO-TOTAL
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
              MOVE 1 TO WSAIDA
              GO TO R-CARREGA-PONTOS-1-EXIT
           END-IF
           MOVE 'N' TO WFAT-DISP
           IF PESO-FATURAMENTO
              OPEN INPUT FATURA
              IF FS-FAT = '00'
                 MOVE 'S' TO WFAT-DISP
              END-IF
           END-IF
           MOVE LOW-VALUES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           PERFORM UNTIL FS-CLI NOT = '00'
              READ CLIENTES NEXT
              IF FS-CLI = '00' AND CLI-ATIVO
                 PERFORM R-CARREGA-UM-CLIENTE
                       THRU R-CARREGA-UM-CLIENTE-FIM
              END-IF
           END-PERFORM
           CLOSE CLIENTES
           IF FAT-DISP
              CLOSE FATURA
           END-IF
           IF PESO-FATURAMENTO AND NOT FAT-DISP
              MOVE 'SEM FATURAMENTO.DAT PARA O PESO R ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              MOVE 1 TO WSAIDA
           END-IF.
       R-CARREGA-PONTOS-1-EXIT.
           EXIT.

       R-CARREGA-UM-CLIENTE.
           IF LATITUDE = ZEROES AND LONGITUDE = ZEROES
              ADD 1 TO WCONT-SEM-COORD
              GO TO R-CARREGA-UM-CLIENTE-FIM
           END-IF
           MOVE ZEROES TO WCX-ACHADA
           PERFORM VARYING WIDX-CX FROM 1 BY 1
                   UNTIL WIDX-CX > WQTD-CX OR WCX-ACHADA > ZEROES
              IF LATITUDE NOT < WCX-LAT-MIN(WIDX-CX) AND
                 LATITUDE NOT > WCX-LAT-MAX(WIDX-CX) AND
                 LONGITUDE NOT < WCX-LON-MIN(WIDX-CX) AND
                 LONGITUDE NOT > WCX-LON-MAX(WIDX-CX)
                 MOVE WIDX-CX TO WCX-ACHADA
              END-IF
           END-PERFORM
           IF WCX-ACHADA = ZEROES
              GO TO R-CARREGA-UM-CLIENTE-FIM
           END-IF
           IF WCX-SEL(WCX-ACHADA) NOT = 'S'
              GO TO R-CARREGA-UM-CLIENTE-FIM
           END-IF
           IF WQTD-PTO NOT < 9999
              ADD 1 TO WCONT-EXCEDENTES
              GO TO R-CARREGA-UM-CLIENTE-FIM
           END-IF
           EVALUATE TRUE
              WHEN PESO-FREQUENCIA
                 MOVE FREQ-VISITA-CLI TO WFREQ-CLI
                 IF WFREQ-CLI = ZEROES
                    EVALUATE CLASSIFICACAO-CLI
                       WHEN 'A'
                          MOVE 7 TO WFREQ-CLI
                       WHEN 'B'
                          MOVE 14 TO WFREQ-CLI
                       WHEN OTHER
                          MOVE 30 TO WFREQ-CLI
                    END-EVALUATE
                 END-IF
                 COMPUTE WPESO-CLI ROUNDED = 30 / WFREQ-CLI
              WHEN PESO-FATURAMENTO
                 MOVE ZEROES TO WPESO-CLI
                 MOVE WMES-INI TO WMES-CORR
                 PERFORM UNTIL WMES-CORR > WMES-FIM
                    MOVE WMES-CORR TO MES-FAT
                    MOVE CNPJ TO CNPJ-FAT
                    READ FATURA
                    IF FS-FAT = '00'
                       ADD VALOR-FAT TO WPESO-CLI
                    END-IF
                    IF WMES-CORR-MES = 12
                       ADD 1 TO WMES-CORR-ANO
                       MOVE 1 TO WMES-CORR-MES
                    ELSE
                       ADD 1 TO WMES-CORR-MES
                    END-IF
                 END-PERFORM
              WHEN OTHER
                 MOVE 1 TO WPESO-CLI
           END-EVALUATE
           ADD 1 TO WQTD-PTO
           MOVE LATITUDE TO WPTO-LAT(WQTD-PTO)
           MOVE LONGITUDE TO WPTO-LON(WQTD-PTO)
           MOVE WPESO-CLI TO WPTO-PESO(WQTD-PTO)
           ADD WPESO-CLI TO WPESO-TOTAL.
       R-CARREGA-UM-CLIENTE-FIM.
           EXIT.

      *----BISSECAO RECURSIVA SEM RECURSAO: ENQUANTO HOUVER CELULA COM
      *    K > 1, CORTA A PRIMEIRA DELAS; A METADE ESQUERDA FICA NO
      *    LUGAR E A DIREITA VAI PARA O FIM DA TABELA.
       S-DIVIDE-TERRITORIOS SECTION.
       R-DIVIDE-TERRITORIOS-1.
           MOVE 1 TO WCEL-INI(1)
           MOVE WQTD-PTO TO WCEL-FIM(1)
           MOVE 1 TO WCEL-CORTE
           PERFORM UNTIL WCEL-CORTE = ZEROES
              MOVE ZEROES TO WCEL-CORTE
              PERFORM VARYING WIDX-CEL FROM 1 BY 1
                      UNTIL WIDX-CEL > WQTD-CEL OR WCEL-CORTE > ZEROES
                 IF WCEL-K(WIDX-CEL) > 1
                    MOVE WIDX-CEL TO WCEL-CORTE
                 END-IF
              END-PERFORM
              IF WCEL-CORTE > ZEROES
                 PERFORM R-CORTA-CELULA THRU R-CORTA-CELULA-FIM
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-CEL FROM 1 BY 1
                   UNTIL WIDX-CEL > WQTD-CEL
              MOVE ZEROES TO WCEL-QTD-CLI(WIDX-CEL)
                             WCEL-PESO(WIDX-CEL)
              IF WCEL-FIM(WIDX-CEL) NOT < WCEL-INI(WIDX-CEL)
                 COMPUTE WCEL-QTD-CLI(WIDX-CEL) =
                     WCEL-FIM(WIDX-CEL) - WCEL-INI(WIDX-CEL) + 1
                 PERFORM VARYING WIDX-PTO FROM WCEL-INI(WIDX-CEL) BY 1
                         UNTIL WIDX-PTO > WCEL-FIM(WIDX-CEL)
                    ADD WPTO-PESO(WIDX-PTO) TO WCEL-PESO(WIDX-CEL)
                 END-PERFORM
              END-IF
           END-PERFORM.
       R-DIVIDE-TERRITORIOS-1-EXIT.
           EXIT.

      *----CORTA A CELULA WCEL-CORTE NO EIXO MAIS LONGO (LONGITUDE
      *    CORRIGIDA PELO COSSENO DA LATITUDE MEDIA). O PONTO DE CORTE
      *    E ONDE O PESO ACUMULADO ALCANCA K1/K DO PESO DA CELULA, SEM
      *    DEIXAR UM LADO COM MENOS CLIENTES QUE TERRITORIOS QUANDO HA
      *    CLIENTES SUFICIENTES. A LINHA DE CORTE FICA NO MEIO ENTRE
      *    OS DOIS CLIENTES VIZINHOS.
       R-CORTA-CELULA.
           COMPUTE WCORTE-K1 = WCEL-K(WCEL-CORTE) / 2
           COMPUTE WCORTE-K2 = WCEL-K(WCEL-CORTE) - WCORTE-K1
           COMPUTE WLAT-MEDIA =
               (WCEL-LAT-MIN(WCEL-CORTE) + WCEL-LAT-MAX(WCEL-CORTE)) / 2
           COMPUTE WLARG-LAT =
               WCEL-LAT-MAX(WCEL-CORTE) - WCEL-LAT-MIN(WCEL-CORTE)
           COMPUTE WLARG-LON =
               (WCEL-LON-MAX(WCEL-CORTE) - WCEL-LON-MIN(WCEL-CORTE))
               * FUNCTION COS(WLAT-MEDIA * FUNCTION PI / 180)
           IF WLARG-LON > WLARG-LAT
              MOVE 'O' TO WEIXO
              MOVE WCEL-LON-MIN(WCEL-CORTE) TO WBOX-MIN
              MOVE WCEL-LON-MAX(WCEL-CORTE) TO WBOX-MAX
           ELSE
              MOVE 'A' TO WEIXO
              MOVE WCEL-LAT-MIN(WCEL-CORTE) TO WBOX-MIN
              MOVE WCEL-LAT-MAX(WCEL-CORTE) TO WBOX-MAX
           END-IF
           MOVE ZEROES TO WCORTE-QTD
           IF WCEL-FIM(WCEL-CORTE) NOT < WCEL-INI(WCEL-CORTE)
              COMPUTE WCORTE-QTD =
                  WCEL-FIM(WCEL-CORTE) - WCEL-INI(WCEL-CORTE) + 1
           END-IF
           IF WCORTE-QTD > 1
              MOVE WCEL-INI(WCEL-CORTE) TO WSHL-INI
              MOVE WCEL-FIM(WCEL-CORTE) TO WSHL-FIM
              PERFORM R-ORDENA-FAIXA THRU R-ORDENA-FAIXA-FIM
           END-IF
      *----INDICE DO ULTIMO CLIENTE DO LADO ESQUERDO (INI - 1 =
      *    LADO ESQUERDO VAZIO).
           MOVE ZEROES TO WCORTE-TOTAL WCORTE-ACUM
           COMPUTE WCORTE-IDX = WCEL-INI(WCEL-CORTE) - 1
           IF WCORTE-QTD > ZEROES
              PERFORM VARYING WIDX-PTO FROM WCEL-INI(WCEL-CORTE) BY 1
                      UNTIL WIDX-PTO > WCEL-FIM(WCEL-CORTE)
                 ADD WPTO-PESO(WIDX-PTO) TO WCORTE-TOTAL
              END-PERFORM
              IF WCORTE-TOTAL = ZEROES
                 COMPUTE WCORTE-IDX = WCEL-INI(WCEL-CORTE) - 1 +
                     (WCORTE-QTD * WCORTE-K1 / WCEL-K(WCEL-CORTE))
              ELSE
                 PERFORM VARYING WIDX-PTO
                         FROM WCEL-INI(WCEL-CORTE) BY 1
                         UNTIL WIDX-PTO > WCEL-FIM(WCEL-CORTE) OR
                               WCORTE-ACUM * WCEL-K(WCEL-CORTE) NOT <
                               WCORTE-TOTAL * WCORTE-K1
                    ADD WPTO-PESO(WIDX-PTO) TO WCORTE-ACUM
                    MOVE WIDX-PTO TO WCORTE-IDX
                 END-PERFORM
              END-IF
              IF WCORTE-QTD NOT < WCEL-K(WCEL-CORTE)
                 COMPUTE WCORTE-MIN-IDX =
                     WCEL-INI(WCEL-CORTE) + WCORTE-K1 - 1
                 COMPUTE WCORTE-MAX-IDX =
                     WCEL-FIM(WCEL-CORTE) - WCORTE-K2
                 IF WCORTE-IDX < WCORTE-MIN-IDX
                    MOVE WCORTE-MIN-IDX TO WCORTE-IDX
                 END-IF
                 IF WCORTE-IDX > WCORTE-MAX-IDX
                    MOVE WCORTE-MAX-IDX TO WCORTE-IDX
                 END-IF
              END-IF
           END-IF
      *----COORDENADA DA LINHA DE CORTE
           EVALUATE TRUE
              WHEN WCORTE-QTD = ZEROES
                 COMPUTE WCORTE-COORD = (WBOX-MIN + WBOX-MAX) / 2
              WHEN WCORTE-IDX < WCEL-INI(WCEL-CORTE)
                 MOVE WCEL-INI(WCEL-CORTE) TO WIDX-PTO
                 PERFORM R-CHAVE-PONTO
                 COMPUTE WCORTE-COORD = (WBOX-MIN + WCHAVE-A) / 2
              WHEN WCORTE-IDX NOT < WCEL-FIM(WCEL-CORTE)
                 MOVE WCEL-FIM(WCEL-CORTE) TO WIDX-PTO
                 PERFORM R-CHAVE-PONTO
                 COMPUTE WCORTE-COORD = (WCHAVE-A + WBOX-MAX) / 2
              WHEN OTHER
                 MOVE WCORTE-IDX TO WIDX-PTO
                 PERFORM R-CHAVE-PONTO
                 MOVE WCHAVE-A TO WCHAVE-B
                 ADD 1 TO WIDX-PTO
                 PERFORM R-CHAVE-PONTO
                 COMPUTE WCORTE-COORD = (WCHAVE-A + WCHAVE-B) / 2
           END-EVALUATE
      *----A CELULA NOVA (LADO DIREITO) VAI PARA O FIM DA TABELA.
           ADD 1 TO WQTD-CEL
           MOVE WCEL-LINHA(WCEL-CORTE) TO WCEL-LINHA(WQTD-CEL)
           COMPUTE WCEL-INI(WQTD-CEL) = WCORTE-IDX + 1
           MOVE WCORTE-K2 TO WCEL-K(WQTD-CEL)
           IF WCORTE-IDX < WCEL-INI(WCEL-CORTE)
              COMPUTE WCEL-FIM(WCEL-CORTE) = WCEL-INI(WCEL-CORTE) - 1
           ELSE
              MOVE WCORTE-IDX TO WCEL-FIM(WCEL-CORTE)
           END-IF
           MOVE WCORTE-K1 TO WCEL-K(WCEL-CORTE)
           IF EIXO-LONGITUDE
              MOVE WCORTE-COORD TO WCEL-LON-MAX(WCEL-CORTE)
                                   WCEL-LON-MIN(WQTD-CEL)
           ELSE
              MOVE WCORTE-COORD TO WCEL-LAT-MAX(WCEL-CORTE)
                                   WCEL-LAT-MIN(WQTD-CEL)
           END-IF.
       R-CORTA-CELULA-FIM.
           EXIT.

       R-CHAVE-PONTO.
           IF EIXO-LONGITUDE
              MOVE WPTO-LON(WIDX-PTO) TO WCHAVE-A
           ELSE
              MOVE WPTO-LAT(WIDX-PTO) TO WCHAVE-A
           END-IF.

      *----ORDENACAO SHELL DA FAIXA WSHL-INI..WSHL-FIM PELO EIXO.
       R-ORDENA-FAIXA.
           COMPUTE WSHL-GAP = (WSHL-FIM - WSHL-INI + 1) / 2
           PERFORM UNTIL WSHL-GAP = ZEROES
              COMPUTE WSHL-I = WSHL-INI + WSHL-GAP
              PERFORM UNTIL WSHL-I > WSHL-FIM
                 PERFORM R-ORDENA-INSERE
                 ADD 1 TO WSHL-I
              END-PERFORM
              COMPUTE WSHL-GAP = WSHL-GAP / 2
           END-PERFORM.
       R-ORDENA-FAIXA-FIM.
           EXIT.

       R-ORDENA-INSERE.
           MOVE WPTO-LINHA(WSHL-I) TO WPTO-AUX
           IF EIXO-LONGITUDE
              MOVE WPTO-AUX-LON TO WCHAVE-B
           ELSE
              MOVE WPTO-AUX-LAT TO WCHAVE-B
           END-IF
           MOVE WSHL-I TO WSHL-J
           MOVE 'N' TO WSHL-PARA
           PERFORM UNTIL SHL-PARA
              IF WSHL-J < WSHL-INI + WSHL-GAP
                 MOVE 'S' TO WSHL-PARA
              ELSE
                 COMPUTE WIDX-PTO = WSHL-J - WSHL-GAP
                 PERFORM R-CHAVE-PONTO
                 IF WCHAVE-A > WCHAVE-B
                    MOVE WPTO-LINHA(WIDX-PTO) TO WPTO-LINHA(WSHL-J)
                    MOVE WIDX-PTO TO WSHL-J
                 ELSE
                    MOVE 'S' TO WSHL-PARA
                 END-IF
              END-IF
           END-PERFORM
           MOVE WPTO-AUX TO WPTO-LINHA(WSHL-J).

      *----GRAVA A PROPOSTA (SUBSTITUI A ANTERIOR), O CSV E O GEOJSON.
       S-GRAVA-PROPOSTA SECTION.
       R-GRAVA-PROPOSTA-1.
           OPEN OUTPUT PROPOSTA
           IF FS-PRO NOT = '00'
              MOVE 'ERRO AO GRAVAR A PROPOSTA ST ' TO WTXT
              MOVE FS-PRO TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO R-GRAVA-PROPOSTA-1-EXIT
           END-IF
           MOVE SPACES TO REG-PROPOSTA
           MOVE 'H' TO TIPO-PRO
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-PRO
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-PRO
           MOVE WOPERADOR-ID TO OPERADOR-PRO
           MOVE 'P' TO SITUACAO-PRO
           MOVE WQTD-CEL TO QTD-TERR-PRO
           MOVE WMODO-PESO TO MODO-PESO-PRO
           MOVE WMES-INI TO MES-INI-PRO
           MOVE WMES-FIM TO MES-FIM-PRO
           MOVE WQTD-SEL TO QTD-SEL-PRO
           PERFORM VARYING WIDX-SEL FROM 1 BY 1 UNTIL WIDX-SEL > 10
              MOVE WSEL-COD(WIDX-SEL) TO REG-SEL-PRO(WIDX-SEL)
           END-PERFORM
           WRITE REG-PROPOSTA
           PERFORM VARYING WIDX-CEL FROM 1 BY 1
                   UNTIL WIDX-CEL > WQTD-CEL
              MOVE SPACES TO REG-PROPOSTA
              MOVE 'T' TO TIPO-PRO
              MOVE WIDX-CEL TO SEQ-TERR-PRO
              MOVE WCEL-LAT-MIN(WIDX-CEL) TO LAT-MIN-PRO
              MOVE WCEL-LAT-MAX(WIDX-CEL) TO LAT-MAX-PRO
              MOVE WCEL-LON-MIN(WIDX-CEL) TO LON-MIN-PRO
              MOVE WCEL-LON-MAX(WIDX-CEL) TO LON-MAX-PRO
              MOVE WCEL-QTD-CLI(WIDX-CEL) TO QTD-CLI-PRO
              MOVE WCEL-PESO(WIDX-CEL) TO PESO-PRO
              WRITE REG-PROPOSTA
           END-PERFORM
           CLOSE PROPOSTA
           IF WQTD-CEL > ZEROES
              COMPUTE WPESO-IDEAL ROUNDED = WPESO-TOTAL / WQTD-CEL
           END-IF
           MOVE 'N' TO WVEN-DISP
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE 'S' TO WVEN-DISP
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT WID-ARQ-GEO
           STRING 'TERRITORIOS-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           STRING 'TERRITORIOS-' WDATA-REL '.GEOJSON'
               DELIMITED BY SIZE INTO WID-ARQ-GEO
           OPEN OUTPUT ARQREL ARQGEO
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TERRITORIO"' ',' '"REGIAO DESTINO"' ','
               '"LAT MIN"' ',' '"LAT MAX"' ',' '"LON MIN"' ','
               '"LON MAX"' ',' '"CLIENTES"' ',' '"PESO"' ','
               '"DESVIO %"' ',' '"QTD VENDEDORES"' ','
               '"VENDEDORES COM BASE NA AREA"' ','
               '"SOBREPOE REGIOES"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE '{"type":"FeatureCollection","features":['
                TO ARQGEO-DATA-01
           WRITE ARQGEO-REC
           INITIALIZE WCATR-LINHAS
           PERFORM VARYING WIDX-CEL FROM 1 BY 1
                   UNTIL WIDX-CEL > WQTD-CEL
              PERFORM R-GRAVA-TERRITORIO
           END-PERFORM
      *----REGIOES ESCOLHIDAS ALEM DO NUMERO DE TERRITORIOS FICAM SEM
      *    LIMITES QUANDO A PROPOSTA FOR APLICADA.
           PERFORM VARYING WIDX-SEL FROM 1 BY 1
                   UNTIL WIDX-SEL > WQTD-SEL
              IF WIDX-SEL > WQTD-CEL
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING ',' WSEL-COD(WIDX-SEL) ',,,,,,,,,,'
                     '"REGIAO FICA SEM LIMITES"'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
                 WRITE ARQREL-REC
                 ADD 1 TO WCATR-LINHAS
              END-IF
           END-PERFORM
           MOVE ']}' TO ARQGEO-DATA-01
           WRITE ARQGEO-REC
           CLOSE ARQREL ARQGEO
           IF VEN-DISP
              CLOSE VENDEDORES
           END-IF
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'TERR=' WQTD-CEL ' PESO=' WMODO-PESO
               ' REGIOES=' WQTD-SEL
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT.
       R-GRAVA-PROPOSTA-1-EXIT.
           EXIT.

       R-GRAVA-TERRITORIO.
           MOVE SPACES TO WCSV-DESTINO
           IF WIDX-CEL NOT > WQTD-SEL
              MOVE WSEL-COD(WIDX-CEL) TO WCSV-DESTINO
           ELSE
              MOVE 'NOVA' TO WCSV-DESTINO
           END-IF
           MOVE ZEROES TO WDESVIO
           IF WPESO-IDEAL > ZEROES
              COMPUTE WDESVIO ROUNDED =
                  (WCEL-PESO(WIDX-CEL) - WPESO-IDEAL) * 100
                  / WPESO-IDEAL
           END-IF
           PERFORM R-LISTA-VENDEDORES THRU R-LISTA-VENDEDORES-FIM
           PERFORM R-LISTA-SOBREPOSTAS
           MOVE WCEL-LAT-MIN(WIDX-CEL) TO WED-LAT-MIN
           MOVE WCEL-LAT-MAX(WIDX-CEL) TO WED-LAT-MAX
           MOVE WCEL-LON-MIN(WIDX-CEL) TO WED-LON-MIN
           MOVE WCEL-LON-MAX(WIDX-CEL) TO WED-LON-MAX
           MOVE WCEL-PESO(WIDX-CEL) TO WED-PESO
           MOVE WDESVIO TO WED-DESVIO
           MOVE WIDX-CEL TO WED-SEQ
           MOVE WCEL-QTD-CLI(WIDX-CEL) TO WED-QTD-CLI
           MOVE SPACES TO ARQREL-DATA-01
           STRING WIDX-CEL ',' FUNCTION TRIM(WCSV-DESTINO) ','
               FUNCTION TRIM(WED-LAT-MIN) ','
               FUNCTION TRIM(WED-LAT-MAX) ','
               FUNCTION TRIM(WED-LON-MIN) ','
               FUNCTION TRIM(WED-LON-MAX) ','
               WCEL-QTD-CLI(WIDX-CEL) ','
               FUNCTION TRIM(WED-PESO) ','
               FUNCTION TRIM(WED-DESVIO) ','
               WQTD-VEN-TERR ','
               '"' FUNCTION TRIM(WCSV-VENDEDORES) '"' ','
               '"' FUNCTION TRIM(WCSV-SOBREPOE) '"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
      *----UM POLIGONO (A CAIXA) POR TERRITORIO, ANEL FECHADO EM
      *    [LONGITUDE,LATITUDE] COMO PEDE O GEOJSON.
           MOVE SPACES TO ARQGEO-DATA-01
           MOVE 1 TO WPTR-GEO
           IF WIDX-CEL > 1
              STRING ',' DELIMITED BY SIZE
                  INTO ARQGEO-DATA-01 WITH POINTER WPTR-GEO
           END-IF
           STRING '{"type":"Feature","properties":{"territorio":'
               FUNCTION TRIM(WED-SEQ)
               ',"regiao":"' FUNCTION TRIM(WCSV-DESTINO) '"'
               ',"clientes":' FUNCTION TRIM(WED-QTD-CLI)
               ',"peso":' FUNCTION TRIM(WED-PESO)
               ',"desvio":' FUNCTION TRIM(WED-DESVIO)
               ',"vendedores":"' FUNCTION TRIM(WCSV-VENDEDORES) '"'
               '},"geometry":{"type":"Polygon","coordinates":[[['
               FUNCTION TRIM(WED-LON-MIN) ','
               FUNCTION TRIM(WED-LAT-MIN) '],['
               FUNCTION TRIM(WED-LON-MAX) ','
               FUNCTION TRIM(WED-LAT-MIN) '],['
               FUNCTION TRIM(WED-LON-MAX) ','
               FUNCTION TRIM(WED-LAT-MAX) '],['
               FUNCTION TRIM(WED-LON-MIN) ','
               FUNCTION TRIM(WED-LAT-MAX) '],['
               FUNCTION TRIM(WED-LON-MIN) ','
               FUNCTION TRIM(WED-LAT-MIN) ']]]}}'
               DELIMITED BY SIZE
               INTO ARQGEO-DATA-01 WITH POINTER WPTR-GEO
           WRITE ARQGEO-REC.

      *----VENDEDORES ATIVOS COM A BASE DENTRO DA CAIXA (ATE 10
      *    CODIGOS NA LISTA; O CONTADOR LEVA TODOS).
       R-LISTA-VENDEDORES.
           MOVE SPACES TO WCSV-VENDEDORES
           MOVE 1 TO WPTR-VEN
           MOVE ZEROES TO WQTD-VEN-TERR
           IF NOT VEN-DISP
              GO TO R-LISTA-VENDEDORES-FIM
           END-IF
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND VEN-ATIVO AND
                 LATITUDE-VEN NOT < WCEL-LAT-MIN(WIDX-CEL) AND
                 LATITUDE-VEN NOT > WCEL-LAT-MAX(WIDX-CEL) AND
                 LONGITUDE-VEN NOT < WCEL-LON-MIN(WIDX-CEL) AND
                 LONGITUDE-VEN NOT > WCEL-LON-MAX(WIDX-CEL)
                 ADD 1 TO WQTD-VEN-TERR
                 IF WQTD-VEN-TERR NOT > 10
                    IF WQTD-VEN-TERR > 1
                       STRING '/' DELIMITED BY SIZE
                           INTO WCSV-VENDEDORES WITH POINTER WPTR-VEN
                    END-IF
                    STRING CODIGO-VEN DELIMITED BY SIZE
                        INTO WCSV-VENDEDORES WITH POINTER WPTR-VEN
                 END-IF
              END-IF
           END-PERFORM
           IF WQTD-VEN-TERR > 10
              STRING '/...' DELIMITED BY SIZE
                  INTO WCSV-VENDEDORES WITH POINTER WPTR-VEN
           END-IF.
       R-LISTA-VENDEDORES-FIM.
           EXIT.

      *----REGIOES NAO ESCOLHIDAS CUJA CAIXA CRUZA A DO TERRITORIO:
      *    CLIENTES NA INTERSECAO PODEM MUDAR DE REGIAO QUANDO A
      *    PROPOSTA FOR APLICADA (VALE A PRIMEIRA CAIXA EM CODIGO).
       R-LISTA-SOBREPOSTAS.
           MOVE SPACES TO WCSV-SOBREPOE
           MOVE 1 TO WPTR-SOB
           PERFORM VARYING WIDX-CX FROM 1 BY 1
                   UNTIL WIDX-CX > WQTD-CX
              IF WCX-SEL(WIDX-CX) NOT = 'S' AND
                 WCX-LAT-MIN(WIDX-CX) < WCEL-LAT-MAX(WIDX-CEL) AND
                 WCX-LAT-MAX(WIDX-CX) > WCEL-LAT-MIN(WIDX-CEL) AND
                 WCX-LON-MIN(WIDX-CX) < WCEL-LON-MAX(WIDX-CEL) AND
                 WCX-LON-MAX(WIDX-CX) > WCEL-LON-MIN(WIDX-CEL) AND
                 WPTR-SOB < 57
                 IF WPTR-SOB > 1
                    STRING '/' DELIMITED BY SIZE
                        INTO WCSV-SOBREPOE WITH POINTER WPTR-SOB
                 END-IF
                 STRING WCX-COD(WIDX-CX) DELIMITED BY SIZE
                     INTO WCSV-SOBREPOE WITH POINTER WPTR-SOB
              END-IF
           END-PERFORM.

      *----APLICA A ULTIMA PROPOSTA PENDENTE: O TERRITORIO N RECEBE A
      *    N-ESIMA REGIAO ESCOLHIDA (CAIXA NOVA, DEMAIS DADOS MANTIDOS);
      *    TERRITORIOS ALEM DAS REGIOES VIRAM REGIOES NOVAS NOS
      *    PRIMEIROS CODIGOS LIVRES, COM O SUPERVISOR E A MACRO-REGIAO
      *    DA PRIMEIRA ESCOLHIDA; REGIOES ESCOLHIDAS QUE SOBRAM FICAM
      *    SEM LIMITES. CADA ALTERACAO VAI PARA TERRITORIO.LOG COM A
      *    CAIXA ANTERIOR, E OS VENDEDORES CUJA BASE CAI EM OUTRA
      *    REGIAO SAO LISTADOS LA PARA AJUSTE NO CADASTRO.
       S-APLICA-PROPOSTA SECTION.
       R-APLICA-PROPOSTA-1.
           INITIALIZE WQTD-PRO-TERR WCONT-ATUALIZADAS WCONT-CRIADAS
                      WCONT-ZERADAS WCONT-VEN-FORA WTAB-DESTINO
           MOVE SPACE TO WPRO-SITUACAO
           OPEN INPUT PROPOSTA
           IF FS-PRO NOT = '00'
              MOVE 'NENHUMA PROPOSTA DE TERRITORIOS GRAVADA ' TO WTXT
              GO TO R-APLICA-PROPOSTA-1-MSG
           END-IF
           PERFORM UNTIL FS-PRO NOT = '00'
              READ PROPOSTA
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TIPO-PRO
                       WHEN 'H'
                          MOVE REG-PROPOSTA TO WPRO-CAB-SALVO
                          MOVE SITUACAO-PRO TO WPRO-SITUACAO
                          MOVE DATA-PRO TO WPRO-DATA
                          MOVE QTD-TERR-PRO TO WPRO-QTD-TERR
                          MOVE QTD-SEL-PRO TO WPRO-QTD-SEL
                          PERFORM VARYING WIDX-SEL FROM 1 BY 1
                                  UNTIL WIDX-SEL > 10
                             MOVE REG-SEL-PRO(WIDX-SEL)
                                  TO WPRO-SEL(WIDX-SEL)
                          END-PERFORM
                       WHEN 'T'
                          IF WQTD-PRO-TERR < 20
                             ADD 1 TO WQTD-PRO-TERR
                             MOVE REG-PROPOSTA
                                  TO WPRO-TERR-LIN(WQTD-PRO-TERR)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE PROPOSTA
           IF WPRO-SITUACAO = 'A'
              MOVE 'A ULTIMA PROPOSTA JA FOI APLICADA ' TO WTXT
              GO TO R-APLICA-PROPOSTA-1-MSG
           END-IF
           IF WPRO-SITUACAO NOT = 'P' OR WQTD-PRO-TERR = ZEROES OR
              WQTD-PRO-TERR NOT = WPRO-QTD-TERR OR
              WPRO-QTD-SEL = ZEROES
              MOVE 'PROPOSTA DE TERRITORIOS INVALIDA ' TO WTXT
              GO TO R-APLICA-PROPOSTA-1-MSG
           END-IF
           MOVE SPACES TO WTXT
           STRING 'APLICAR PROPOSTA DE ' WPRO-DATA ' ('
                  WPRO-QTD-TERR ' TERRIT.)? S/N'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-APLICA-PROPOSTA-1-EXIT
           END-IF
           OPEN I-O REGIAO
           IF FS-REG NOT = '00'
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ REGIAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-APLICA-PROPOSTA-1-MSG
           END-IF
      *----AS REGIOES DA PROPOSTA PRECISAM CONTINUAR CADASTRADAS.
           PERFORM VARYING WIDX-SEL FROM 1 BY 1
                   UNTIL WIDX-SEL > WPRO-QTD-SEL
              MOVE WPRO-SEL(WIDX-SEL) TO CODIGO-REG
              READ REGIAO
              IF FS-REG NOT = '00'
                 CLOSE REGIAO
                 MOVE SPACES TO WTXT
                 STRING 'REGIAO ' WPRO-SEL(WIDX-SEL)
                        ' DA PROPOSTA NAO EXISTE MAIS'
                        DELIMITED BY SIZE INTO WTXT
                 GO TO R-APLICA-PROPOSTA-1-MSG
              END-IF
              IF WIDX-SEL = 1
                 MOVE COD-SUPERVISOR-REG TO WREG-BASE-SUP
                 MOVE COD-MACRO-REG TO WREG-BASE-MACRO
              END-IF
           END-PERFORM
           OPEN EXTEND ARQLOG
           IF FS-LOG = '35'
              OPEN OUTPUT ARQLOG
           END-IF
           MOVE ZEROES TO WREG-PROX-LIVRE
           PERFORM VARYING WIDX-CEL FROM 1 BY 1
                   UNTIL WIDX-CEL > WQTD-PRO-TERR
              MOVE WPRO-TERR-LIN(WIDX-CEL) TO REG-PROPOSTA
              IF WIDX-CEL NOT > WPRO-QTD-SEL
                 PERFORM R-APLICA-EXISTENTE
                       THRU R-APLICA-EXISTENTE-FIM
              ELSE
                 PERFORM R-APLICA-NOVA THRU R-APLICA-NOVA-FIM
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-SEL FROM 1 BY 1
                   UNTIL WIDX-SEL > WPRO-QTD-SEL
              IF WIDX-SEL > WQTD-PRO-TERR
                 PERFORM R-APLICA-SEM-LIMITES
                       THRU R-APLICA-SEM-LIMITES-FIM
              END-IF
           END-PERFORM
           PERFORM R-CONFERE-VENDEDORES THRU R-CONFERE-VENDEDORES-FIM
           CLOSE REGIAO
           IF FS-LOG = '00'
              CLOSE ARQLOG
           END-IF
      *----MARCA A PROPOSTA COMO APLICADA (REGRAVA O ARQUIVO TODO).
           OPEN OUTPUT PROPOSTA
           IF FS-PRO = '00'
              MOVE WPRO-CAB-SALVO TO REG-PROPOSTA
              MOVE 'A' TO SITUACAO-PRO
              WRITE REG-PROPOSTA
              PERFORM VARYING WIDX-CEL FROM 1 BY 1
                      UNTIL WIDX-CEL > WQTD-PRO-TERR
                 MOVE WPRO-TERR-LIN(WIDX-CEL) TO REG-PROPOSTA
                 WRITE REG-PROPOSTA
              END-PERFORM
              CLOSE PROPOSTA
           END-IF
           MOVE SPACES TO WTXT
           STRING WCONT-ATUALIZADAS ' ALTER. ' WCONT-CRIADAS
                  ' NOVAS ' WCONT-ZERADAS ' S/LIM. AVISOS VEN: '
                  WCONT-VEN-FORA
                  DELIMITED BY SIZE INTO WTXT.
       R-APLICA-PROPOSTA-1-MSG.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       R-APLICA-PROPOSTA-1-EXIT.
           EXIT.

       R-APLICA-EXISTENTE.
           MOVE WPRO-SEL(WIDX-CEL) TO CODIGO-REG
           READ REGIAO
           IF FS-REG NOT = '00'
              GO TO R-APLICA-EXISTENTE-FIM
           END-IF
           MOVE LAT-MIN-REG TO WED-LAT-MIN-ANT
           MOVE LAT-MAX-REG TO WED-LAT-MAX-ANT
           MOVE LON-MIN-REG TO WED-LON-MIN-ANT
           MOVE LON-MAX-REG TO WED-LON-MAX-ANT
           MOVE LAT-MIN-PRO TO LAT-MIN-REG
           MOVE LAT-MAX-PRO TO LAT-MAX-REG
           MOVE LON-MIN-PRO TO LON-MIN-REG
           MOVE LON-MAX-PRO TO LON-MAX-REG
           REWRITE REGISTRO-REGIAO
           IF FS-REG = '00'
              ADD 1 TO WCONT-ATUALIZADAS
              MOVE CODIGO-REG TO WDESTINO-TERR(WIDX-CEL)
              PERFORM R-LOG-REGIAO THRU R-LOG-REGIAO-FIM
           END-IF.
       R-APLICA-EXISTENTE-FIM.
           EXIT.

      *----TERRITORIO SEM REGIAO DE ORIGEM: PRIMEIRO CODIGO LIVRE
      *    (O 999 E RESERVADO PARA A BUSCA POR NOME).
       R-APLICA-NOVA.
           IF WREG-PROX-LIVRE = ZEROES
              MOVE 1 TO WREG-PROX-LIVRE
           END-IF
           MOVE ZEROES TO WREG-DESTINO
           PERFORM UNTIL WREG-DESTINO > ZEROES OR
                   WREG-PROX-LIVRE NOT < 999
              MOVE WREG-PROX-LIVRE TO CODIGO-REG
              READ REGIAO
              IF FS-REG = '23'
                 MOVE WREG-PROX-LIVRE TO WREG-DESTINO
              END-IF
              ADD 1 TO WREG-PROX-LIVRE
           END-PERFORM
           IF WREG-DESTINO = ZEROES
              GO TO R-APLICA-NOVA-FIM
           END-IF
           MOVE SPACES TO WNOME-TERR
           STRING 'TERRITORIO NOVO ' WIDX-CEL ' ' WPRO-DATA
               DELIMITED BY SIZE INTO WNOME-TERR
           INITIALIZE REGISTRO-REGIAO
           MOVE WREG-DESTINO TO CODIGO-REG
           MOVE WNOME-TERR TO NOME-REG
           MOVE WREG-BASE-SUP TO COD-SUPERVISOR-REG
           MOVE 'CRIADA PELO DESENHO DE TERRITORIOS' TO DESCRICAO-REG
           MOVE LAT-MIN-PRO TO LAT-MIN-REG
           MOVE LAT-MAX-PRO TO LAT-MAX-REG
           MOVE LON-MIN-PRO TO LON-MIN-REG
           MOVE LON-MAX-PRO TO LON-MAX-REG
           MOVE WREG-BASE-MACRO TO COD-MACRO-REG
           WRITE REGISTRO-REGIAO
           IF FS-REG = '00'
              ADD 1 TO WCONT-CRIADAS
              MOVE CODIGO-REG TO WDESTINO-TERR(WIDX-CEL)
              MOVE ZEROES TO WED-LAT-MIN-ANT WED-LAT-MAX-ANT
                             WED-LON-MIN-ANT WED-LON-MAX-ANT
              PERFORM R-LOG-REGIAO THRU R-LOG-REGIAO-FIM
           END-IF.
       R-APLICA-NOVA-FIM.
           EXIT.

       R-APLICA-SEM-LIMITES.
           MOVE WPRO-SEL(WIDX-SEL) TO CODIGO-REG
           READ REGIAO
           IF FS-REG NOT = '00'
              GO TO R-APLICA-SEM-LIMITES-FIM
           END-IF
           MOVE LAT-MIN-REG TO WED-LAT-MIN-ANT
           MOVE LAT-MAX-REG TO WED-LAT-MAX-ANT
           MOVE LON-MIN-REG TO WED-LON-MIN-ANT
           MOVE LON-MAX-REG TO WED-LON-MAX-ANT
           MOVE ZEROES TO LAT-MIN-REG LAT-MAX-REG
                          LON-MIN-REG LON-MAX-REG
           REWRITE REGISTRO-REGIAO
           IF FS-REG = '00'
              ADD 1 TO WCONT-ZERADAS
              PERFORM R-LOG-REGIAO THRU R-LOG-REGIAO-FIM
           END-IF.
       R-APLICA-SEM-LIMITES-FIM.
           EXIT.

       R-LOG-REGIAO.
           IF FS-LOG NOT = '00'
              GO TO R-LOG-REGIAO-FIM
           END-IF
           MOVE LAT-MIN-REG TO WED-LAT-MIN
           MOVE LAT-MAX-REG TO WED-LAT-MAX
           MOVE LON-MIN-REG TO WED-LON-MIN
           MOVE LON-MAX-REG TO WED-LON-MAX
           MOVE SPACES TO ARQLOG-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14) ','
               FUNCTION TRIM(WOPERADOR-ID) ',REGIAO,' CODIGO-REG
               ',PROPOSTA=' WPRO-DATA
               ',DE=' FUNCTION TRIM(WED-LAT-MIN-ANT) '/'
               FUNCTION TRIM(WED-LAT-MAX-ANT) '/'
               FUNCTION TRIM(WED-LON-MIN-ANT) '/'
               FUNCTION TRIM(WED-LON-MAX-ANT)
               ',PARA=' FUNCTION TRIM(WED-LAT-MIN) '/'
               FUNCTION TRIM(WED-LAT-MAX) '/'
               FUNCTION TRIM(WED-LON-MIN) '/'
               FUNCTION TRIM(WED-LON-MAX)
               DELIMITED BY SIZE INTO ARQLOG-DATA-01
           WRITE ARQLOG-REC.
       R-LOG-REGIAO-FIM.
           EXIT.

      *----VENDEDOR ATIVO DAS REGIOES ENVOLVIDAS CUJA BASE CAIU NUM
      *    TERRITORIO DE OUTRA REGIAO: SO AVISA NO LOG - A TROCA DE
      *    REGIAO DO VENDEDOR SEGUE PELO CADASTRO (COM A APROVACAO).
       R-CONFERE-VENDEDORES.
           OPEN INPUT VENDEDORES
           IF FS-VEN NOT = '00'
              GO TO R-CONFERE-VENDEDORES-FIM
           END-IF
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND VEN-ATIVO
                 PERFORM R-CONFERE-UM-VENDEDOR
                       THRU R-CONFERE-UM-VENDEDOR-FIM
              END-IF
           END-PERFORM
           CLOSE VENDEDORES.
       R-CONFERE-VENDEDORES-FIM.
           EXIT.

       R-CONFERE-UM-VENDEDOR.
           MOVE 'N' TO WVEN-ENVOLVIDO
           PERFORM VARYING WIDX-SEL FROM 1 BY 1
                   UNTIL WIDX-SEL > WPRO-QTD-SEL
              IF WPRO-SEL(WIDX-SEL) = COD-REGIAO
                 MOVE 'S' TO WVEN-ENVOLVIDO
              END-IF
           END-PERFORM
           MOVE ZEROES TO WREG-DESTINO
           PERFORM VARYING WIDX-CEL FROM 1 BY 1
                   UNTIL WIDX-CEL > WQTD-PRO-TERR OR
                         WREG-DESTINO > ZEROES
              MOVE WPRO-TERR-LIN(WIDX-CEL) TO REG-PROPOSTA
              IF LATITUDE-VEN NOT < LAT-MIN-PRO AND
                 LATITUDE-VEN NOT > LAT-MAX-PRO AND
                 LONGITUDE-VEN NOT < LON-MIN-PRO AND
                 LONGITUDE-VEN NOT > LON-MAX-PRO
                 MOVE WDESTINO-TERR(WIDX-CEL) TO WREG-DESTINO
              END-IF
           END-PERFORM
           IF NOT VEN-ENVOLVIDO AND WREG-DESTINO = ZEROES
              GO TO R-CONFERE-UM-VENDEDOR-FIM
           END-IF
           IF WREG-DESTINO = COD-REGIAO
              GO TO R-CONFERE-UM-VENDEDOR-FIM
           END-IF
           ADD 1 TO WCONT-VEN-FORA
           IF FS-LOG NOT = '00'
              GO TO R-CONFERE-UM-VENDEDOR-FIM
           END-IF
           MOVE SPACES TO ARQLOG-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14) ','
               FUNCTION TRIM(WOPERADOR-ID) ',AVISO,VENDEDOR '
               CODIGO-VEN ' CADASTRADO NA REGIAO ' COD-REGIAO
               ' COM BASE NA REGIAO ' WREG-DESTINO
               DELIMITED BY SIZE INTO ARQLOG-DATA-01
           WRITE ARQLOG-REC.
       R-CONFERE-UM-VENDEDOR-FIM.
           EXIT.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
