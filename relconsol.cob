       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relconsol.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----OS ARQUIVOS DE CADASTRO SAO OS MESMOS PARA TODAS AS
      *    EMPRESAS: O NOME E TROCADO A CADA EMPRESA LEVANTADA.
       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTES
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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDORES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

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

       SELECT FATURA ASSIGN TO DISK WID-ARQ-FATURA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FAT.

       SELECT EMPRESAS ASSIGN TO DISK WID-ARQ-EMPRESAS
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-EMP.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ORDENA  ASSIGN TO DISK 'RELCONSOL.SRT'.

       DATA DIVISION.
       FILE SECTION.
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

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 CHAVE-DIS.
              03 CODIGO-CLI-DIS         PIC  9(007).
              03 CODIGO-VEN-DIS         PIC  9(003).
           02 DISTANCIA-DIS             PIC S9(008)v9(003).
           02 TIPO-DIS                  PIC  X(001).
              88 VEN-PRIMARIO                 VALUE '1'.
              88 VEN-RESERVA                  VALUE '2'.
           02 DATA-INICIO-DIS           PIC  9(008).
           02 DATA-FIM-DIS              PIC  9(008).
           02 LOCK-DIS                  PIC  X(001).
              88 DIS-TRAVADO                  VALUE 'S'.
              88 DIS-LIVRE                    VALUE 'N' SPACE.
           02 MOTIVO-FIM-DIS            PIC  X(002).

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

       FD FATURA.
       01  REGISTRO-FATURA.
           02 CHAVE-FAT.
              03 MES-FAT            PIC  9(006).
              03 CNPJ-FAT           PIC  9(014).
           02 VALOR-FAT             PIC  9(013)V9(002).
           02 COD-CLI-FAT           PIC  9(007).

       FD  EMPRESAS.
       01  EMPRESAS-REC.
           05  EMPRESAS-DATA-01     PIC X(00300).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

      *----UM REGISTRO POR CLIENTE DE CADA EMPRESA, ORDENADO POR CNPJ
      *    PARA ACHAR OS CNPJ QUE SAO CLIENTES DE MAIS DE UMA EMPRESA.
       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-CNPJ             PIC 9(014).
           02 ORD-EMP              PIC X(002).
           02 ORD-IDX-EMP          PIC 9(002).
           02 ORD-CODIGO           PIC 9(007).
           02 ORD-RAZAO            PIC X(040).
           02 ORD-STATUS           PIC X(001).
           02 ORD-VEN              PIC 9(003).

       WORKING-STORAGE SECTION.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-FAT.
           02 FS-FAT-1                PIC 9.
           02 FS-FAT-2                PIC 9.
           02 FS-FAT-R REDEFINES FS-FAT-2 PIC 99 COMP-X.
       01 FS-EMP.
           02 FS-EMP-1                PIC 9.
           02 FS-EMP-2                PIC 9.
           02 FS-EMP-R REDEFINES FS-EMP-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-CLIENTES        PIC X(50) VALUE SPACES.
       01 WID-ARQ-VENDEDORES      PIC X(50) VALUE SPACES.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50) VALUE SPACES.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE SPACES.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-EMPRESAS        PIC X(50) VALUE 'EMPRESAS.DAT'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WVEN-DISP               PIC X VALUE 'N'.
          88 VEN-DISP                  VALUE 'S'.
       01 WDIS-DISP               PIC X VALUE 'N'.
          88 DIS-DISP                  VALUE 'S'.
       01 WVAT-DISP               PIC X VALUE 'N'.
          88 VAT-DISP                  VALUE 'S'.
       01 WVIS-DISP               PIC X VALUE 'N'.
          88 VIS-DISP                  VALUE 'S'.
       01 WFAT-DISP               PIC X VALUE 'N'.
          88 FAT-DISP                  VALUE 'S'.

      *----PERIODO DO FATURAMENTO (ANO/MES INICIAL E FINAL)
       01 WMES-INI                PIC 9(006) VALUE ZEROES.
       01 WMES-FIM                PIC 9(006) VALUE ZEROES.
       01 WMES-CORR               PIC 9(006) VALUE ZEROES.
       01 WMES-CORR-R REDEFINES WMES-CORR.
          02 WMES-CORR-ANO        PIC 9(004).
          02 WMES-CORR-MES        PIC 9(002).
       01 WCNPJ-SOMA              PIC 9(014) VALUE ZEROES.
       01 WFAT-CNPJ               PIC 9(015)V9(002) VALUE ZEROES.

      *----LINHA DE EMPRESAS.DAT: COD,NOME,ARQCLI,ARQVEN,ARQDIS,ARQREG
       01 WEMP-T-COD              PIC X(002) VALUE SPACES.
       01 WEMP-T-NOME             PIC X(030) VALUE SPACES.
       01 WEMP-T-CLI              PIC X(050) VALUE SPACES.
       01 WEMP-T-VEN              PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS              PIC X(050) VALUE SPACES.
       01 WEMP-T-REG              PIC X(050) VALUE SPACES.

      *----EMPRESAS LEVANTADAS (ATE 9, COMO NO MENU) E OS INDICADORES
      *    DE CADA UMA. A POSICAO SEGUINTE A ULTIMA EMPRESA RECEBE O
      *    TOTAL DO GRUPO NA HORA DE EMITIR.
       01 WTAB-EMPRESAS.
          02 WTAB-EMP-LIN OCCURS 10 TIMES.
             03 WEC-COD           PIC X(002).
             03 WEC-NOME          PIC X(030).
             03 WEC-ARQ-CLI       PIC X(050).
             03 WEC-ARQ-VEN       PIC X(050).
             03 WEC-ARQ-DIS       PIC X(050).
             03 WEC-ARQ-VAT       PIC X(050).
             03 WEC-SITUACAO      PIC X(030).
             03 WEC-CLI-TOT       PIC 9(007).
             03 WEC-CLI-ATV       PIC 9(007).
             03 WEC-VEN-ATV       PIC 9(005).
             03 WEC-COBERTOS      PIC 9(007).
             03 WEC-DIST-SOMA     PIC 9(013)V9(003).
             03 WEC-ATRASO        PIC 9(007).
             03 WEC-FATUR         PIC 9(015)V9(002).
             03 WEC-COMPART       PIC 9(007).
       77 WQTD-EMP                PIC 9(002) VALUE ZEROES.
       77 WIDX-EMP                PIC 9(002) VALUE ZEROES.
       77 WIDX-TOT                PIC 9(002) VALUE ZEROES.
       01 WEMP-FALHOU             PIC X VALUE 'N'.
          88 EMP-FALHOU                VALUE 'S'.

      *----VINCULO PRIMARIO ABERTO E ATRASO DE VISITA DO CLIENTE
       01 WVEN-PRIM               PIC 9(003) VALUE ZEROES.
       01 WDIST-PRIM              PIC S9(008)V9(003) VALUE ZEROES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WULT-VISITA             PIC X(008) VALUE SPACES.
       77 WFREQ-CLI               PIC 9(003) VALUE ZEROES.
       77 WDIAS-SEM-VISITA        PIC S9(005) VALUE ZEROES.
       77 WATRASO                 PIC S9(005) VALUE ZEROES.

      *----CLIENTES DO CNPJ CORRENTE NA SAIDA DA ORDENACAO E LISTA DOS
      *    CNPJ COMPARTILHADOS ENTRE EMPRESAS (ATE 2000 LINHAS).
       01 WFIM-ORD                PIC X VALUE 'N'.
          88 FIM-ORD                   VALUE 'S'.
       01 WCNPJ-CORR              PIC 9(014) VALUE ZEROES.
       01 WEMP-ANT                PIC X(002) VALUE SPACES.
       77 WQTD-EMP-CNPJ           PIC 9(002) VALUE ZEROES.
       01 WTAB-CNPJ.
          02 WTAB-CNPJ-LIN OCCURS 50 TIMES.
             03 WCN-EMP           PIC X(002).
             03 WCN-IDX-EMP       PIC 9(002).
             03 WCN-CODIGO        PIC 9(007).
             03 WCN-RAZAO         PIC X(040).
             03 WCN-STATUS        PIC X(001).
             03 WCN-VEN           PIC 9(003).
       77 WQTD-CN                 PIC 9(003) VALUE ZEROES.
       77 WIDX-CN                 PIC 9(003) VALUE ZEROES.
       01 WTAB-COMPARTILHADOS.
          02 WTAB-CMP-LIN OCCURS 2000 TIMES.
             03 WCMP-CNPJ         PIC 9(014).
             03 WCMP-EMP          PIC X(002).
             03 WCMP-CODIGO       PIC 9(007).
             03 WCMP-RAZAO        PIC X(040).
             03 WCMP-STATUS       PIC X(001).
             03 WCMP-VEN          PIC 9(003).
       77 WQTD-CMP                PIC 9(004) VALUE ZEROES.
       77 WIDX-CMP                PIC 9(004) VALUE ZEROES.
       77 WCMP-EXCEDENTE          PIC 9(007) VALUE ZEROES.
       77 WQTD-CNPJ-DIST          PIC 9(007) VALUE ZEROES.
       77 WQTD-CNPJ-COMP          PIC 9(007) VALUE ZEROES.
       01 WTOT-FATUR-GRUPO        PIC 9(015)V9(002) VALUE ZEROES.
       01 WEXIB-CMP-CNPJ          PIC X(014) VALUE SPACES.
       01 WEXIB-CMP-RAZAO         PIC X(040) VALUE SPACES.

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY).
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

      *----CAMPOS DA LINHA DO CSV
       77 WIND                    PIC 9(002) VALUE ZEROES.
       77 WPTR-LIN                PIC 9(003) VALUE ZEROES.
       01 WCSV-INDICADOR          PIC X(030) VALUE SPACES.
       01 WCSV-CAMPO              PIC X(040) VALUE SPACES.
       01 WCSV-QTD                PIC ZZZZZZ9.
       01 WCSV-PERC               PIC ZZ9.9.
       01 WCSV-DIST               PIC ZZZZZZZZ9.999.
       01 WCSV-VALOR-FAT          PIC ZZZZZZZZZZZZZZ9.99.
       01 WPERC                   PIC 9(003)V9(001) VALUE ZEROES.
       01 WDIST-MEDIA             PIC 9(009)V9(003) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relconsol'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-CONSOLIDADO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - CONSOLIDADO DAS EMP
      -"RESAS DO GRUPO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "PERIODO DO FATURAMENTO SOMADO:".
          02 LINE 6 COL 5 VALUE "MES INICIAL (AAAAMM):".
          02 SCR-MES-INI LINE 6 COL 27 PIC 9(006)
                 USING WMES-INI AUTO.
          02 LINE 7 COL 5 VALUE "MES FINAL   (AAAAMM):".
          02 SCR-MES-FIM LINE 7 COL 27 PIC 9(006)
                 USING WMES-FIM AUTO.
          02 LINE 9 COL 5 VALUE "TODAS AS EMPRESAS DE EMPRESAS.DAT SAO L
      -"EVANTADAS.".
          02 LINE 11 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----CONSOLIDADO GERENCIAL DO GRUPO: PERCORRE TODAS AS EMPRESAS
      *    DE EMPRESAS.DAT E EMITE, LADO A LADO, CLIENTES, VENDEDORES
      *    ATIVOS, COBERTURA, DISTANCIA MEDIA DO PRIMARIO, VISITAS EM
      *    ATRASO E FATURAMENTO DE CADA EMPRESA, COM O TOTAL DO GRUPO.
      *    EM SEGUIDA LISTA OS CNPJ QUE SAO CLIENTES DE MAIS DE UMA
      *    EMPRESA. O FATURAMENTO DO TOTAL CONTA CADA CNPJ UMA VEZ SO.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-INI WMES-FIM
           DISPLAY TELA-CONSOLIDADO
           ACCEPT TELA-CONSOLIDADO
           IF ESC
              GO TO ABERTURA-EXIT
           END-IF
           IF WMES-INI > WMES-FIM OR
              WMES-INI(5:2) < '01' OR WMES-INI(5:2) > '12' OR
              WMES-FIM(5:2) < '01' OR WMES-FIM(5:2) > '12'
              MOVE 'PERIODO INVALIDO ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-EMPRESAS THRU R-CARREGA-EMPRESAS-1-EXIT
           IF WSAIDA = 1
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WVIS-DISP WFAT-DISP
           OPEN INPUT DIS-VISITA
           IF FS-VIS = '00'
              MOVE 'S' TO WVIS-DISP
           END-IF
           OPEN INPUT FATURA
           IF FS-FAT = '00'
              MOVE 'S' TO WFAT-DISP
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           INITIALIZE WQTD-CMP WCMP-EXCEDENTE WQTD-CNPJ-DIST
                      WQTD-CNPJ-COMP WTOT-FATUR-GRUPO
           SORT ORDENA
                ON ASCENDING KEY ORD-CNPJ ORD-EMP ORD-CODIGO
                INPUT PROCEDURE IS S-LEVANTA-EMPRESAS
                OUTPUT PROCEDURE IS S-APURA-CNPJ
           IF VIS-DISP
              CLOSE DIS-VISITA
           END-IF
           IF FAT-DISP
              CLOSE FATURA
           END-IF
           PERFORM S-TOTALIZA-GRUPO THRU R-TOTALIZA-GRUPO-1-EXIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'CONSOLIDADO-EMPRESAS-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE FS-REL TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-RELT TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT RELATORIO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-REL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           INITIALIZE WCATR-LINHAS
           PERFORM S-EMITE-INDICADORES THRU R-EMITE-INDICADORES-1-EXIT
           PERFORM S-EMITE-COMPARTILHADOS
                 THRU R-EMITE-COMPARTILHADOS-1-EXIT
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-INI '-' WMES-FIM ' EMPRESAS=' WQTD-EMP
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING WQTD-EMP ' EMPRESA(S), ' WQTD-CNPJ-COMP
                  ' CNPJ COMPARTILHADO(S)'
                  DELIMITED BY SIZE INTO WTXT
           IF EMP-FALHOU
              MOVE SPACES TO WTXT
              STRING WQTD-EMP ' EMPRESA(S) - HA ARQUIVOS INDISPONIVEIS'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           IF NOT FAT-DISP
              MOVE SPACES TO WTXT
              STRING WQTD-EMP ' EMPRESA(S) - SEM FATURAMENTO.DAT'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----EMPRESAS VALIDAS DE EMPRESAS.DAT COM OS ARQUIVOS DE CADA
      *    UMA (EM BRANCO = NOME PADRAO). SEM EMPRESAS.DAT, O
      *    CONSOLIDADO SAI SO COM A EMPRESA CORRENTE.
       S-CARREGA-EMPRESAS SECTION.
       R-CARREGA-EMPRESAS-1.
           INITIALIZE WTAB-EMPRESAS WQTD-EMP
           OPEN INPUT EMPRESAS.
           IF FS-EMP NOT = '00'
              PERFORM R-EMPRESA-CORRENTE
              GO TO R-CARREGA-EMPRESAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-EMP NOT = '00' OR WQTD-EMP = 9
              READ EMPRESAS
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    IF WEMP-T-COD IS NUMERIC AND
                       WEMP-T-NOME NOT = SPACES
                       PERFORM R-INCLUI-EMPRESA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPRESAS
           IF WQTD-EMP = ZEROES
              MOVE 'NENHUMA EMPRESA VALIDA EM EMPRESAS.DAT ' TO WTXT
              MOVE 1 TO WSAIDA
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
           END-IF.
       R-CARREGA-EMPRESAS-1-EXIT.
           EXIT.

       R-INCLUI-EMPRESA.
           ADD 1 TO WQTD-EMP
           MOVE WEMP-T-COD TO WEC-COD(WQTD-EMP)
           MOVE WEMP-T-NOME TO WEC-NOME(WQTD-EMP)
           MOVE 'CLIENTES.DAT' TO WEC-ARQ-CLI(WQTD-EMP)
           MOVE 'VENDEDOR.DAT' TO WEC-ARQ-VEN(WQTD-EMP)
           MOVE 'DISTRIBUICAO.DAT' TO WEC-ARQ-DIS(WQTD-EMP)
           IF WEMP-T-CLI NOT = SPACES
              MOVE WEMP-T-CLI TO WEC-ARQ-CLI(WQTD-EMP)
           END-IF
           IF WEMP-T-VEN NOT = SPACES
              MOVE WEMP-T-VEN TO WEC-ARQ-VEN(WQTD-EMP)
           END-IF
           IF WEMP-T-DIS NOT = SPACES
              MOVE WEMP-T-DIS TO WEC-ARQ-DIS(WQTD-EMP)
           END-IF
           MOVE 'VINCULO-ATUAL.DAT' TO WEC-ARQ-VAT(WQTD-EMP)
           IF WEMP-T-COD NOT = '01'
              MOVE SPACES TO WEC-ARQ-VAT(WQTD-EMP)
              STRING 'VINCULO-ATUAL-E' WEMP-T-COD '.DAT'
                  DELIMITED BY SIZE INTO WEC-ARQ-VAT(WQTD-EMP)
           END-IF.

       R-EMPRESA-CORRENTE.
           MOVE 1 TO WQTD-EMP
           MOVE WEMPRESA-LID TO WEC-COD(1)
           IF WEC-COD(1) = SPACES
              MOVE '01' TO WEC-COD(1)
           END-IF
           MOVE 'EMPRESA CORRENTE' TO WEC-NOME(1)
           MOVE WID-ARQ-CLIENTE-1 TO WEC-ARQ-CLI(1)
           MOVE WID-ARQ-VENDEDOR-1 TO WEC-ARQ-VEN(1)
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WEC-ARQ-DIS(1)
           MOVE 'VINCULO-ATUAL.DAT' TO WEC-ARQ-VAT(1)
           IF WEC-COD(1) NOT = '01'
              MOVE SPACES TO WEC-ARQ-VAT(1)
              STRING 'VINCULO-ATUAL-E' WEC-COD(1) '.DAT'
                  DELIMITED BY SIZE INTO WEC-ARQ-VAT(1)
           END-IF.

      *----LEVANTA UMA EMPRESA POR VEZ, TROCANDO OS NOMES DOS
      *    ARQUIVOS, E ENTREGA CADA CLIENTE A ORDENACAO POR CNPJ.
       S-LEVANTA-EMPRESAS SECTION.
       R-LEVANTA-EMPRESAS-1.
           PERFORM VARYING WIDX-EMP FROM 1 BY 1
                   UNTIL WIDX-EMP > WQTD-EMP
              PERFORM R-LEVANTA-EMPRESA THRU R-LEVANTA-EMPRESA-FIM
           END-PERFORM.
       R-LEVANTA-EMPRESAS-1-EXIT.
           EXIT.

       R-LEVANTA-EMPRESA.
           MOVE WEC-ARQ-CLI(WIDX-EMP) TO WID-ARQ-CLIENTES
           MOVE WEC-ARQ-VEN(WIDX-EMP) TO WID-ARQ-VENDEDORES
           MOVE WEC-ARQ-DIS(WIDX-EMP) TO WID-ARQ-DISTRIBUICAO
           MOVE WEC-ARQ-VAT(WIDX-EMP) TO WID-ARQ-VINCATUAL
           MOVE 'OK' TO WEC-SITUACAO(WIDX-EMP)
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WEC-SITUACAO(WIDX-EMP)
              STRING 'CLIENTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WEC-SITUACAO(WIDX-EMP)
              MOVE 'S' TO WEMP-FALHOU
              GO TO R-LEVANTA-EMPRESA-FIM
           END-IF
           MOVE 'N' TO WVEN-DISP WDIS-DISP WVAT-DISP
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE 'S' TO WVEN-DISP
              PERFORM R-CONTA-VENDEDORES
              CLOSE VENDEDORES
           ELSE
              MOVE 'VENDEDORES INDISPONIVEL' TO WEC-SITUACAO(WIDX-EMP)
              MOVE 'S' TO WEMP-FALHOU
           END-IF
      *----SEM O RESUMO DE VINCULO DA EMPRESA, O PRIMARIO ABERTO E
      *    PROCURADO DIRETO NA DISTRIBUICAO.
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISP
           ELSE
              OPEN INPUT DISTRIBUICAO
              IF FS-DIS = '00'
                 MOVE 'S' TO WDIS-DISP
              ELSE
                 MOVE 'DISTRIBUICAO INDISPONIVEL'
                      TO WEC-SITUACAO(WIDX-EMP)
                 MOVE 'S' TO WEMP-FALHOU
              END-IF
           END-IF
           MOVE LOW-VALUES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           PERFORM UNTIL FS-CLI NOT = '00'
              READ CLIENTES NEXT
              IF FS-CLI = '00'
                 PERFORM R-LEVANTA-CLIENTE THRU R-LEVANTA-CLIENTE-FIM
              END-IF
           END-PERFORM
           CLOSE CLIENTES
           IF VAT-DISP
              CLOSE VINCATUAL
           END-IF
           IF DIS-DISP
              CLOSE DISTRIBUICAO
           END-IF.
       R-LEVANTA-EMPRESA-FIM.
           EXIT.

       R-CONTA-VENDEDORES.
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND VEN-ATIVO
                 ADD 1 TO WEC-VEN-ATV(WIDX-EMP)
              END-IF
           END-PERFORM.

      *----TODO CLIENTE CONTA NO CADASTRO E NO FATURAMENTO; SO O
      *    ATIVO CONTA NA COBERTURA, NA DISTANCIA E NO ATRASO.
       R-LEVANTA-CLIENTE.
           ADD 1 TO WEC-CLI-TOT(WIDX-EMP)
           PERFORM R-VINCULO-PRIMARIO
           MOVE CNPJ TO ORD-CNPJ
           MOVE WEC-COD(WIDX-EMP) TO ORD-EMP
           MOVE WIDX-EMP TO ORD-IDX-EMP
           MOVE CODIGO TO ORD-CODIGO
           MOVE RAZAO TO ORD-RAZAO
           MOVE STATUS-CLI TO ORD-STATUS
           MOVE WVEN-PRIM TO ORD-VEN
           RELEASE REG-ORDENA
           MOVE CNPJ TO WCNPJ-SOMA
           PERFORM R-SOMA-FATURA-CNPJ
           ADD WFAT-CNPJ TO WEC-FATUR(WIDX-EMP)
           IF NOT CLI-ATIVO
              GO TO R-LEVANTA-CLIENTE-FIM
           END-IF
           ADD 1 TO WEC-CLI-ATV(WIDX-EMP)
           IF WVEN-PRIM = ZEROES
              GO TO R-LEVANTA-CLIENTE-FIM
           END-IF
           ADD 1 TO WEC-COBERTOS(WIDX-EMP)
           IF WDIST-PRIM > ZEROES
              ADD WDIST-PRIM TO WEC-DIST-SOMA(WIDX-EMP)
           END-IF
           PERFORM R-AVALIA-ATRASO-CLI THRU R-AVALIA-ATRASO-FIM.
       R-LEVANTA-CLIENTE-FIM.
           EXIT.

       R-VINCULO-PRIMARIO.
           MOVE ZEROES TO WVEN-PRIM WDIST-PRIM
           IF VAT-DISP
              MOVE CODIGO TO CODIGO-CLI-VAT
              READ VINCATUAL
              IF FS-VAT = '00'
                 MOVE VEN-PRIM-VAT TO WVEN-PRIM
                 MOVE DIST-PRIM-VAT TO WDIST-PRIM
              END-IF
           END-IF
           IF DIS-DISP
              MOVE CODIGO TO CODIGO-CLI-DIS
              START DISTRIBUICAO KEY IS EQUAL TO CODIGO-CLI-DIS
              PERFORM UNTIL FS-DIS NOT = '00' OR WVEN-PRIM NOT = ZEROES
                 READ DISTRIBUICAO NEXT
                 IF FS-DIS = '00' AND CODIGO-CLI-DIS = CODIGO
                    IF VEN-PRIMARIO AND DATA-FIM-DIS = ZEROES
                       MOVE CODIGO-VEN-DIS TO WVEN-PRIM
                       MOVE DISTANCIA-DIS TO WDIST-PRIM
                    END-IF
                 ELSE
                    MOVE '10' TO FS-DIS
                 END-IF
              END-PERFORM
           END-IF.

      *----MESMO CRITERIO DO RELATORIO DE VISITAS EM ATRASO: FREQUENCIA
      *    DO CLIENTE OU, SEM ELA, PELA CLASSIFICACAO; NUNCA VISITADO
      *    CONTA COMO ATRASADO.
       R-AVALIA-ATRASO-CLI.
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
           PERFORM R-ULTIMA-VISITA-CLI
           IF WULT-VISITA = SPACES
              ADD 1 TO WEC-ATRASO(WIDX-EMP)
              GO TO R-AVALIA-ATRASO-FIM
           END-IF
           COMPUTE WDIAS-SEM-VISITA =
               FUNCTION INTEGER-OF-DATE(WDATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WULT-VISITA))
           COMPUTE WATRASO = WDIAS-SEM-VISITA - WFREQ-CLI
           IF WATRASO > ZEROES
              ADD 1 TO WEC-ATRASO(WIDX-EMP)
           END-IF.
       R-AVALIA-ATRASO-FIM.
           EXIT.

       R-ULTIMA-VISITA-CLI.
           MOVE SPACES TO WULT-VISITA
           IF NOT VIS-DISP
              MOVE '10' TO FS-VIS
           ELSE
              MOVE CODIGO TO CODIGO-CLI-VISITA
              MOVE ZEROES TO CODIGO-VEN-VISITA
              MOVE LOW-VALUES TO DATA-HORA-VISITA
              START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
           END-IF
           PERFORM UNTIL FS-VIS NOT = '00'
              READ DIS-VISITA NEXT
              IF FS-VIS = '00' AND CODIGO-CLI-VISITA = CODIGO
                 IF DATA-HORA-VISITA(1:8) > WULT-VISITA
                    MOVE DATA-HORA-VISITA(1:8) TO WULT-VISITA
                 END-IF
              ELSE
                 MOVE '10' TO FS-VIS
              END-IF
           END-PERFORM.

      *----FATURAMENTO DE UM CNPJ NO PERIODO (WCNPJ-SOMA -> WFAT-CNPJ)
       R-SOMA-FATURA-CNPJ.
           MOVE ZEROES TO WFAT-CNPJ
           IF FAT-DISP
              MOVE WMES-INI TO WMES-CORR
              PERFORM UNTIL WMES-CORR > WMES-FIM
                 MOVE WMES-CORR TO MES-FAT
                 MOVE WCNPJ-SOMA TO CNPJ-FAT
                 READ FATURA
                 IF FS-FAT = '00'
                    ADD VALOR-FAT TO WFAT-CNPJ
                 END-IF
                 IF WMES-CORR-MES = 12
                    ADD 1 TO WMES-CORR-ANO
                    MOVE 1 TO WMES-CORR-MES
                 ELSE
                    ADD 1 TO WMES-CORR-MES
                 END-IF
              END-PERFORM
           END-IF.

      *----AGRUPA OS CLIENTES POR CNPJ: CADA CNPJ DISTINTO SOMA SEU
      *    FATURAMENTO UMA VEZ NO TOTAL DO GRUPO; O QUE APARECE EM MAIS
      *    DE UMA EMPRESA VAI PARA A LISTA DE COMPARTILHADOS.
       S-APURA-CNPJ SECTION.
       R-APURA-CNPJ-1.
           MOVE 'N' TO WFIM-ORD
           PERFORM R-RETORNA-ORDENA
           PERFORM UNTIL FIM-ORD
              MOVE ORD-CNPJ TO WCNPJ-CORR
              MOVE SPACES TO WEMP-ANT
              INITIALIZE WQTD-EMP-CNPJ WQTD-CN
              PERFORM UNTIL FIM-ORD OR ORD-CNPJ NOT = WCNPJ-CORR
                 PERFORM R-GUARDA-CLIENTE-CNPJ
                 PERFORM R-RETORNA-ORDENA
              END-PERFORM
              PERFORM R-FECHA-CNPJ THRU R-FECHA-CNPJ-FIM
           END-PERFORM.
       R-APURA-CNPJ-1-EXIT.
           EXIT.

       R-RETORNA-ORDENA.
           RETURN ORDENA
              AT END
                 MOVE 'S' TO WFIM-ORD
           END-RETURN.

       R-GUARDA-CLIENTE-CNPJ.
           IF ORD-EMP NOT = WEMP-ANT
              ADD 1 TO WQTD-EMP-CNPJ
              MOVE ORD-EMP TO WEMP-ANT
           END-IF
           IF WQTD-CN < 50
              ADD 1 TO WQTD-CN
              MOVE ORD-EMP TO WCN-EMP(WQTD-CN)
              MOVE ORD-IDX-EMP TO WCN-IDX-EMP(WQTD-CN)
              MOVE ORD-CODIGO TO WCN-CODIGO(WQTD-CN)
              MOVE ORD-RAZAO TO WCN-RAZAO(WQTD-CN)
              MOVE ORD-STATUS TO WCN-STATUS(WQTD-CN)
              MOVE ORD-VEN TO WCN-VEN(WQTD-CN)
           END-IF.

       R-FECHA-CNPJ.
           IF WCNPJ-CORR = ZEROES
              GO TO R-FECHA-CNPJ-FIM
           END-IF
           ADD 1 TO WQTD-CNPJ-DIST
           MOVE WCNPJ-CORR TO WCNPJ-SOMA
           PERFORM R-SOMA-FATURA-CNPJ
           ADD WFAT-CNPJ TO WTOT-FATUR-GRUPO
           IF WQTD-EMP-CNPJ < 2
              GO TO R-FECHA-CNPJ-FIM
           END-IF
           ADD 1 TO WQTD-CNPJ-COMP
           PERFORM VARYING WIDX-CN FROM 1 BY 1
                   UNTIL WIDX-CN > WQTD-CN
              ADD 1 TO WEC-COMPART(WCN-IDX-EMP(WIDX-CN))
              IF WQTD-CMP < 2000
                 ADD 1 TO WQTD-CMP
                 MOVE WCNPJ-CORR TO WCMP-CNPJ(WQTD-CMP)
                 MOVE WCN-EMP(WIDX-CN) TO WCMP-EMP(WQTD-CMP)
                 MOVE WCN-CODIGO(WIDX-CN) TO WCMP-CODIGO(WQTD-CMP)
                 MOVE WCN-RAZAO(WIDX-CN) TO WCMP-RAZAO(WQTD-CMP)
                 MOVE WCN-STATUS(WIDX-CN) TO WCMP-STATUS(WQTD-CMP)
                 MOVE WCN-VEN(WIDX-CN) TO WCMP-VEN(WQTD-CMP)
              ELSE
                 ADD 1 TO WCMP-EXCEDENTE
              END-IF
           END-PERFORM.
       R-FECHA-CNPJ-FIM.
           EXIT.

      *----COLUNA DO TOTAL DO GRUPO: SOMA DAS EMPRESAS, SALVO O
      *    FATURAMENTO (CNPJ DISTINTOS) E OS COMPARTILHADOS (CNPJ).
       S-TOTALIZA-GRUPO SECTION.
       R-TOTALIZA-GRUPO-1.
           COMPUTE WIDX-TOT = WQTD-EMP + 1
           INITIALIZE WTAB-EMP-LIN(WIDX-TOT)
           MOVE 'OK' TO WEC-SITUACAO(WIDX-TOT)
           IF EMP-FALHOU
              MOVE 'INCOMPLETO' TO WEC-SITUACAO(WIDX-TOT)
           END-IF
           PERFORM VARYING WIDX-EMP FROM 1 BY 1
                   UNTIL WIDX-EMP > WQTD-EMP
              ADD WEC-CLI-TOT(WIDX-EMP) TO WEC-CLI-TOT(WIDX-TOT)
              ADD WEC-CLI-ATV(WIDX-EMP) TO WEC-CLI-ATV(WIDX-TOT)
              ADD WEC-VEN-ATV(WIDX-EMP) TO WEC-VEN-ATV(WIDX-TOT)
              ADD WEC-COBERTOS(WIDX-EMP) TO WEC-COBERTOS(WIDX-TOT)
              ADD WEC-DIST-SOMA(WIDX-EMP) TO WEC-DIST-SOMA(WIDX-TOT)
              ADD WEC-ATRASO(WIDX-EMP) TO WEC-ATRASO(WIDX-TOT)
           END-PERFORM
           MOVE WTOT-FATUR-GRUPO TO WEC-FATUR(WIDX-TOT)
           MOVE WQTD-CNPJ-COMP TO WEC-COMPART(WIDX-TOT).
       R-TOTALIZA-GRUPO-1-EXIT.
           EXIT.

      *----UMA LINHA POR INDICADOR, COM AS EMPRESAS LADO A LADO E O
      *    TOTAL DO GRUPO NA ULTIMA COLUNA.
       S-EMITE-INDICADORES SECTION.
       R-EMITE-INDICADORES-1.
           MOVE SPACES TO ARQREL-DATA-01
           MOVE 1 TO WPTR-LIN
           STRING '"INDICADOR"' DELIMITED BY SIZE INTO ARQREL-DATA-01
               WITH POINTER WPTR-LIN
           PERFORM VARYING WIDX-EMP FROM 1 BY 1
                   UNTIL WIDX-EMP > WQTD-EMP
              STRING ',"' WEC-COD(WIDX-EMP) '-'
                  FUNCTION TRIM(WEC-NOME(WIDX-EMP)) '"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
                  WITH POINTER WPTR-LIN
           END-PERFORM
           STRING ',"TOTAL GRUPO"' DELIMITED BY SIZE
               INTO ARQREL-DATA-01 WITH POINTER WPTR-LIN
           WRITE ARQREL-REC
           PERFORM VARYING WIND FROM 1 BY 1 UNTIL WIND > 10
              PERFORM R-GRAVA-INDICADOR
           END-PERFORM.
       R-EMITE-INDICADORES-1-EXIT.
           EXIT.

       R-GRAVA-INDICADOR.
           EVALUATE WIND
              WHEN 1
                 MOVE 'SITUACAO' TO WCSV-INDICADOR
              WHEN 2
                 MOVE 'CLIENTES CADASTRADOS' TO WCSV-INDICADOR
              WHEN 3
                 MOVE 'CLIENTES ATIVOS' TO WCSV-INDICADOR
              WHEN 4
                 MOVE 'VENDEDORES ATIVOS' TO WCSV-INDICADOR
              WHEN 5
                 MOVE 'COBERTURA %' TO WCSV-INDICADOR
              WHEN 6
                 MOVE 'DISTANCIA MEDIA PRIMARIO' TO WCSV-INDICADOR
              WHEN 7
                 MOVE 'VISITAS EM ATRASO' TO WCSV-INDICADOR
              WHEN 8
                 MOVE 'FATURAMENTO' TO WCSV-INDICADOR
              WHEN 9
                 MOVE 'CLIENTES DE CNPJ COMPARTILHADO'
                      TO WCSV-INDICADOR
              WHEN OTHER
                 MOVE 'CNPJ DISTINTOS' TO WCSV-INDICADOR
           END-EVALUATE
           MOVE SPACES TO ARQREL-DATA-01
           MOVE 1 TO WPTR-LIN
           STRING '"' FUNCTION TRIM(WCSV-INDICADOR) '"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
               WITH POINTER WPTR-LIN
           PERFORM VARYING WIDX-EMP FROM 1 BY 1
                   UNTIL WIDX-EMP > WIDX-TOT
              PERFORM R-VALOR-INDICADOR
              STRING ',' FUNCTION TRIM(WCSV-CAMPO)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
                  WITH POINTER WPTR-LIN
           END-PERFORM
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----VALOR DO INDICADOR WIND NA COLUNA WIDX-EMP. NA LINHA DOS
      *    COMPARTILHADOS O TOTAL E A QUANTIDADE DE CNPJ; OS CNPJ
      *    DISTINTOS SO EXISTEM NO TOTAL DO GRUPO.
       R-VALOR-INDICADOR.
           MOVE SPACES TO WCSV-CAMPO
           EVALUATE WIND
              WHEN 1
                 STRING '"' FUNCTION TRIM(WEC-SITUACAO(WIDX-EMP)) '"'
                     DELIMITED BY SIZE INTO WCSV-CAMPO
              WHEN 2
                 MOVE WEC-CLI-TOT(WIDX-EMP) TO WCSV-QTD
                 MOVE WCSV-QTD TO WCSV-CAMPO
              WHEN 3
                 MOVE WEC-CLI-ATV(WIDX-EMP) TO WCSV-QTD
                 MOVE WCSV-QTD TO WCSV-CAMPO
              WHEN 4
                 MOVE WEC-VEN-ATV(WIDX-EMP) TO WCSV-QTD
                 MOVE WCSV-QTD TO WCSV-CAMPO
              WHEN 5
                 MOVE ZEROES TO WPERC
                 IF WEC-CLI-ATV(WIDX-EMP) > ZEROES
                    COMPUTE WPERC ROUNDED =
                        WEC-COBERTOS(WIDX-EMP) * 100 /
                        WEC-CLI-ATV(WIDX-EMP)
                 END-IF
                 MOVE WPERC TO WCSV-PERC
                 MOVE WCSV-PERC TO WCSV-CAMPO
              WHEN 6
                 MOVE ZEROES TO WDIST-MEDIA
                 IF WEC-COBERTOS(WIDX-EMP) > ZEROES
                    COMPUTE WDIST-MEDIA ROUNDED =
                        WEC-DIST-SOMA(WIDX-EMP) /
                        WEC-COBERTOS(WIDX-EMP)
                 END-IF
                 MOVE WDIST-MEDIA TO WCSV-DIST
                 MOVE WCSV-DIST TO WCSV-CAMPO
              WHEN 7
                 MOVE WEC-ATRASO(WIDX-EMP) TO WCSV-QTD
                 MOVE WCSV-QTD TO WCSV-CAMPO
              WHEN 8
                 MOVE WEC-FATUR(WIDX-EMP) TO WCSV-VALOR-FAT
                 MOVE WCSV-VALOR-FAT TO WCSV-CAMPO
              WHEN 9
                 MOVE WEC-COMPART(WIDX-EMP) TO WCSV-QTD
                 MOVE WCSV-QTD TO WCSV-CAMPO
              WHEN OTHER
                 IF WIDX-EMP = WIDX-TOT
                    MOVE WQTD-CNPJ-DIST TO WCSV-QTD
                    MOVE WCSV-QTD TO WCSV-CAMPO
                 END-IF
           END-EVALUATE.

      *----CNPJ CLIENTE DE MAIS DE UMA EMPRESA: UMA LINHA POR EMPRESA
      *    E CODIGO, COM A SITUACAO E O VENDEDOR PRIMARIO EM CADA UMA.
       S-EMITE-COMPARTILHADOS SECTION.
       R-EMITE-COMPARTILHADOS-1.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CNPJ COMPARTILHADO"' ',' '"EMPRESA"' ','
               '"COD. CLIENTE"' ',' '"RAZAO SOCIAL"' ','
               '"STATUS"' ',' '"VENDEDOR PRIMARIO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-CMP = ZEROES
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"NENHUM CNPJ E CLIENTE DE MAIS DE UMA EMPRESA"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              GO TO R-EMITE-COMPARTILHADOS-1-EXIT
           END-IF
           PERFORM VARYING WIDX-CMP FROM 1 BY 1
                   UNTIL WIDX-CMP > WQTD-CMP
              PERFORM R-MASCARA-COMPARTILHADO
              MOVE SPACES TO ARQREL-DATA-01
              STRING WEXIB-CMP-CNPJ ',' WCMP-EMP(WIDX-CMP) ','
                  WCMP-CODIGO(WIDX-CMP) ','
                  '"' FUNCTION TRIM(WEXIB-CMP-RAZAO) '"' ','
                  WCMP-STATUS(WIDX-CMP) ',' WCMP-VEN(WIDX-CMP)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           END-PERFORM
           IF WCMP-EXCEDENTE > ZEROES
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"LISTA LIMITADA - ' WCMP-EXCEDENTE
                  ' LINHA(S) NAO EMITIDA(S)"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.
       R-EMITE-COMPARTILHADOS-1-EXIT.
           EXIT.

      *----PARA OPERADOR FORA DO NIVEL INTEGRAL, CNPJ DE
      *    MICROEMPREENDEDOR (DADO PESSOAL) SAI COM OS DOIS PRIMEIROS E
      *    OS DOIS ULTIMOS DIGITOS OCULTOS, E A RAZAO SOCIAL (QUE TRAZ A
      *    RAIZ DO CNPJ) PELA MASCARA DE TEXTO LIVRE.
       R-MASCARA-COMPARTILHADO.
           MOVE WCMP-CNPJ(WIDX-CMP) TO WEXIB-CMP-CNPJ
           MOVE WCMP-RAZAO(WIDX-CMP) TO WEXIB-CMP-RAZAO
           IF NOT DADOS-INTEGRAIS
              MOVE WCMP-CNPJ(WIDX-CMP) TO WMSK-CNPJ
              MOVE WCMP-RAZAO(WIDX-CMP) TO WMSK-RAZAO
              PERFORM S-CNPJ-PESSOA-FISICA
                 THRU R-CNPJ-PESSOA-FISICA-1-EXIT
              IF WMSK-PF = 'S'
                 MOVE '**' TO WEXIB-CMP-CNPJ(1:2)
                 MOVE '**' TO WEXIB-CMP-CNPJ(13:2)
                 MOVE 'L' TO WMSK-TIPO
                 MOVE WCMP-RAZAO(WIDX-CMP) TO WMSK-TXT
                 PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
                 MOVE WMSK-TXT TO WEXIB-CMP-RAZAO
              END-IF
           END-IF.

       COPY CATALOGO.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
