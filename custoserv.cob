       IDENTIFICATION DIVISION.
       PROGRAM-ID.  custoserv.
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

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT DISHIST ASSIGN TO  DISK WID-ARQ-DISHIST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS-HIS =
                                          CODIGO-CLI-DIS-HIS
                                          CODIGO-VEN-DIS-HIS
                                          DATA-INICIO-DIS-HIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS-HIS
                                          WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS-HIS
                                          WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-HIS.

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

       SELECT CSTTRAB ASSIGN TO DISK WID-ARQ-CSTTRAB
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS TRB-CODIGO-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRB.

       SELECT COMPARAM ASSIGN TO DISK WID-ARQ-COMPARAM
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CPR.

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

       SELECT ORDENA  ASSIGN TO DISK 'CUSTOSERV.SRT'.

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

      *----HISTORICO DE VINCULOS ENCERRADOS (VIDE histdist).
       FD DISHIST.
       01  REGISTRO-DISHIST.
           02 CODIGO-CLI-DIS-HIS        PIC  9(007).
           02 CODIGO-VEN-DIS-HIS        PIC  9(003).
           02 DISTANCIA-DIS-HIS         PIC S9(008)v9(003).
           02 TIPO-DIS-HIS              PIC  X(001).
           02 DATA-INICIO-DIS-HIS       PIC  9(008).
           02 DATA-FIM-DIS-HIS          PIC  9(008).
           02 LOCK-DIS-HIS              PIC  X(001).
           02 MOTIVO-FIM-DIS-HIS        PIC  X(002).

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

      *----CUSTO E RECEITA DO PERIODO ACUMULADOS POR CLIENTE.
       FD CSTTRAB.
       01  REG-CSTTRAB.
           02 TRB-CODIGO-CLI            PIC  9(007).
           02 TRB-VISITAS               PIC  9(005).
           02 TRB-CUSTO-KM              PIC  9(011)V9(002).
           02 TRB-CUSTO-VISITA          PIC  9(011)V9(002).
           02 TRB-RECEITA               PIC  9(013)V9(002).

      *----MESMOS PARAMETROS DA COMISSAO (VALORES EM CENTAVOS).
       FD  COMPARAM.
       01  COMPARAM-REC.
           05  COMPARAM-DATA-01     PIC X(00080).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

      *----CLIENTES EM ORDEM DECRESCENTE DE MARGEM APOS O CUSTO DE
      *    ATENDIMENTO.
       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-MARGEM           PIC S9(013)V9(002).
           02 ORD-CODIGO           PIC 9(007).
           02 ORD-RAZAO            PIC X(040).
           02 ORD-CLASSIF          PIC X(001).
           02 ORD-VEN              PIC 9(003).
           02 ORD-REGIAO           PIC 9(003).
           02 ORD-VISITAS          PIC 9(005).
           02 ORD-RECEITA          PIC 9(013)V9(002).
           02 ORD-CUSTO            PIC 9(011)V9(002).
           02 ORD-SINAL            PIC X(020).

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
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-HIS.
           02 FS-HIS-1                PIC 9.
           02 FS-HIS-2                PIC 9.
           02 FS-HIS-R REDEFINES FS-HIS-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-TRB.
           02 FS-TRB-1                PIC 9.
           02 FS-TRB-2                PIC 9.
           02 FS-TRB-R REDEFINES FS-TRB-2 PIC 99 COMP-X.
       01 FS-CPR.
           02 FS-CPR-1                PIC 9.
           02 FS-CPR-2                PIC 9.
           02 FS-CPR-R REDEFINES FS-CPR-2 PIC 99 COMP-X.
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

       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-DISHIST         PIC X(50)
                                  VALUE 'DISTRIBUICAO-HIST.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-CSTTRAB         PIC X(50) VALUE 'CUSTOSERV.TRAB'.
       01 WID-ARQ-COMPARAM        PIC X(50) VALUE 'COMISSAO.CFG'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.
       01 WREG-DISPONIVEL         PIC X VALUE 'N'.
          88 REG-DISPONIVEL            VALUE 'S'.

       01 WMES-INI                PIC 9(006) VALUE ZEROES.
       01 WMES-FIM                PIC 9(006) VALUE ZEROES.

      *----VINCULOS JA LEVADOS AO HISTORICO PELO histdist: VALE O DO
      *    CLIENTE COM O VENDEDOR QUE VISITOU ABERTO NO PERIODO.
       01 WHIST-ABERTO            PIC X(001) VALUE 'N'.
          88 HIST-ABERTO                 VALUE 'S'.
       01 WDATA-INI-PER           PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-PER           PIC 9(008) VALUE ZEROES.
       01 WINICIO-HIS-ESCOLHIDO   PIC 9(008) VALUE ZEROES.
       01 WACHOU-VINCULO          PIC X(001) VALUE 'N'.
          88 ACHOU-VINCULO               VALUE 'S'.

      *----TARIFAS DA COMISSAO (COMISSAO.CFG): VALOR POR VISITA
      *    CONCLUIDA CONFORME A CLASSE DO CLIENTE E REEMBOLSO POR KM
      *    (OU MILHA, CONFORME A UNIDADE CONFIGURADA).
       77 WVAL-VISITA-A           PIC 9(007)V9(002) VALUE 10.
       77 WVAL-VISITA-B           PIC 9(007)V9(002) VALUE 7.
       77 WVAL-VISITA-C           PIC 9(007)V9(002) VALUE 5.
       77 WVAL-KM-TAXA            PIC 9(003)V9(002) VALUE 0.5.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WVALOR-CENT             PIC 9(009) VALUE ZEROES.
       01 WUNIDADE-EM-MILHAS      PIC X VALUE 'N'.

      *----SINALIZACAO (CONFIG.DAT, CUSTO-SERV-PERC, PADRAO 20): CUSTO
      *    MAIOR OU IGUAL A RECEITA SUGERE PASSAR O CLIENTE PARA
      *    TELEVENDAS; CUSTO ACIMA DESTE % DA RECEITA SUGERE REDUZIR A
      *    FREQUENCIA DE VISITA. CLIENTE JA ATENDIDO A DISTANCIA SO
      *    RECEBE A SUGESTAO DE FREQUENCIA.
       01 WCST-PERC               PIC 9(005) VALUE 20.

       01 WDISTANCIA              PIC S9(008)V9(003) VALUE ZEROES.
       01 WKM-CONVERTIDO          PIC 9(012)V9(003) VALUE ZEROES.
       01 WVAL-VISITA             PIC 9(007)V9(002) VALUE ZEROES.
       01 WCUSTO                  PIC 9(011)V9(002) VALUE ZEROES.
       01 WPERC-CUSTO             PIC 9(007)V9(002) VALUE ZEROES.
       01 WVEN-DO-CLI             PIC 9(003) VALUE ZEROES.
       01 WREG-DO-CLI             PIC 9(003) VALUE ZEROES.
       01 WMACRO-DO-CLI           PIC 9(002) VALUE ZEROES.
       77 WIDX-VEN                PIC 9(004) VALUE ZEROES.
       77 WIDX-REG                PIC 9(004) VALUE ZEROES.
       77 WIDX-MAC                PIC 9(003) VALUE ZEROES.
       77 WPOSICAO                PIC 9(007) VALUE ZEROES.
       77 WCONT-CLIENTES          PIC 9(007) VALUE ZEROES.
       77 WCONT-TELEVENDAS        PIC 9(007) VALUE ZEROES.
       77 WCONT-FREQUENCIA        PIC 9(007) VALUE ZEROES.

      *----SUBTOTAIS POR VENDEDOR PRIMARIO, REGIAO E MACRORREGIAO,
      *    INDEXADOS PELO CODIGO + 1 (O CODIGO ZERO JUNTA OS CLIENTES
      *    SEM VENDEDOR OU SEM REGIAO).
       01 WTAB-SUB-VEN.
          02 WSVE-LINHA OCCURS 1000 TIMES.
             03 WSVE-CLIENTES     PIC 9(005).
             03 WSVE-REGIAO       PIC 9(003).
             03 WSVE-RECEITA      PIC 9(013)V9(002).
             03 WSVE-CUSTO        PIC 9(013)V9(002).
       01 WTAB-SUB-REG.
          02 WSRE-LINHA OCCURS 1000 TIMES.
             03 WSRE-CLIENTES     PIC 9(005).
             03 WSRE-MACRO        PIC 9(002).
             03 WSRE-RECEITA      PIC 9(013)V9(002).
             03 WSRE-CUSTO        PIC 9(013)V9(002).
       01 WTAB-SUB-MAC.
          02 WSMA-LINHA OCCURS 100 TIMES.
             03 WSMA-CLIENTES     PIC 9(005).
             03 WSMA-RECEITA      PIC 9(013)V9(002).
             03 WSMA-CUSTO        PIC 9(013)V9(002).
       01 WTOT-RECEITA            PIC 9(015)V9(002) VALUE ZEROES.
       01 WTOT-CUSTO              PIC 9(015)V9(002) VALUE ZEROES.
       01 WSUB-RECEITA            PIC 9(015)V9(002) VALUE ZEROES.
       01 WSUB-CUSTO              PIC 9(015)V9(002) VALUE ZEROES.
       01 WSUB-MARGEM             PIC S9(015)V9(002) VALUE ZEROES.
       77 WSUB-CLIENTES           PIC 9(007) VALUE ZEROES.
       77 WSUB-CODIGO             PIC 9(003) VALUE ZEROES.
       01 WSUB-ROTULO             PIC X(012) VALUE SPACES.
       01 WSUB-NOME               PIC X(040) VALUE SPACES.

       01 WED-RECEITA             PIC Z(14)9.99.
       01 WED-CUSTO               PIC Z(14)9.99.
       01 WED-MARGEM              PIC -(15)9.99.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'custoserv'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-CUSTO-SERV.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CUSTO DE ATENDIMENTO
      -" POR CLIENTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 5 VALUE "MES INICIAL (AAAAMM):".
          02 SCR-MES-INI LINE 7 COL 28 PIC 9(006)
                 USING WMES-INI AUTO.
          02 LINE 8 COL 5 VALUE "MES FINAL   (AAAAMM):".
          02 SCR-MES-FIM LINE 8 COL 28 PIC 9(006)
                 USING WMES-FIM AUTO.
          02 LINE 10 COL 5 VALUE
             "CUSTO = DISTANCIA DO VINCULO X VISITAS X TAXA DE KM".
          02 LINE 11 COL 5 VALUE
             "        + VALOR POR VISITA DA CLASSE DO CLIENTE".
          02 LINE 13 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----CUSTO DE ATENDIMENTO X FATURAMENTO NO PERIODO: CADA VISITA
      *    CONCLUIDA (AS RETIDAS POR GPS NAO SAO PAGAS E NAO ENTRAM)
      *    CUSTA A DISTANCIA DO VINCULO DO VENDEDOR QUE VISITOU VEZES A
      *    TAXA DE KM, MAIS O VALOR POR VISITA DA CLASSE DO CLIENTE.
      *    O RANKING SAI PELA MARGEM DEPOIS DO CUSTO, COM SUBTOTAIS POR
      *    VENDEDOR PRIMARIO, REGIAO E MACRORREGIAO.
       ABERTURA.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
              MOVE SPACES TO WID-ARQ-DISHIST
              STRING 'DISTRIBUICAO-HIST-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISHIST
           END-IF
           INITIALIZE WSAIDA
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           IF UNIDADE-LID-MILHAS
              MOVE 'S' TO WUNIDADE-EM-MILHAS
           END-IF
           MOVE ZEROES TO WMES-INI WMES-FIM
           DISPLAY TELA-CUSTO-SERV
           ACCEPT TELA-CUSTO-SERV
           IF ESC OR WMES-INI = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           IF WMES-FIM = ZEROES
              MOVE WMES-INI TO WMES-FIM
           END-IF
           IF WMES-FIM < WMES-INI OR WMES-INI(5:2) < '01' OR
              WMES-INI(5:2) > '12' OR WMES-FIM(5:2) < '01' OR
              WMES-FIM(5:2) > '12'
              MOVE 'PERIODO INVALIDO ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-LE-PARAMETROS THRU R-LE-PARAMETROS-1-EXIT
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-ACUMULA-VISITAS THRU R-ACUMULA-VISITAS-1-EXIT
           PERFORM S-ACUMULA-RECEITA THRU R-ACUMULA-RECEITA-1-EXIT
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'CUSTO-ATENDIMENTO-' WMES-INI '-' WMES-FIM '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"POSICAO"' ',' '"CLIENTE"' ',' '"RAZAO"' ','
               '"CLASSE"' ',' '"VENDEDOR"' ',' '"REGIAO"' ','
               '"VISITAS"' ',' '"RECEITA"' ',' '"CUSTO"' ','
               '"MARGEM"' ',' '"SUGESTAO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 1 TO WCATR-LINHAS
           INITIALIZE WTAB-SUB-VEN WTAB-SUB-REG WTAB-SUB-MAC
           MOVE ZEROES TO WTOT-RECEITA WTOT-CUSTO WPOSICAO
                          WCONT-CLIENTES WCONT-TELEVENDAS
                          WCONT-FREQUENCIA
           SORT ORDENA
                ON DESCENDING KEY ORD-MARGEM
                   ASCENDING KEY ORD-CODIGO
                INPUT PROCEDURE IS R-SEL-CLIENTES-1
                              THRU R-SEL-CLIENTES-1-EXIT
                OUTPUT PROCEDURE IS R-EMITE-RANKING-1
                              THRU R-EMITE-RANKING-1-EXIT
           PERFORM S-EMITE-SUBTOTAIS THRU R-EMITE-SUBTOTAIS-1-EXIT
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'PERIODO=' WMES-INI '-' WMES-FIM
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           CLOSE CSTTRAB CLIENTES VENDEDORES DISTRIBUICAO DIS-VISITA
           IF HIST-ABERTO
              CLOSE DISHIST
           END-IF
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           IF REG-DISPONIVEL
              CLOSE REGIAO
           END-IF
           MOVE SPACES TO WTXT
           STRING WCONT-CLIENTES ' CLIENTE(S) - TELEV ' WCONT-TELEVENDAS
                  ' FREQ ' WCONT-FREQUENCIA
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-LE-PARAMETROS SECTION.
       R-LE-PARAMETROS-1.
           OPEN INPUT COMPARAM.
           IF FS-CPR = '00'
              PERFORM UNTIL FS-CPR NOT = '00'
                 READ COMPARAM
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE SPACES TO WCFG-NOME WCFG-VALOR
                       UNSTRING COMPARAM-DATA-01 DELIMITED BY '='
                           INTO WCFG-NOME WCFG-VALOR
                       PERFORM R-APLICA-COMPARAM
                 END-READ
              END-PERFORM
              CLOSE COMPARAM
           END-IF
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-PARAMETROS-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'CUSTO-SERV-PERC' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000' AND
                       WCFG-VALOR(1:5) NOT > '00100'
                       MOVE WCFG-VALOR(1:5) TO WCST-PERC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-PARAMETROS-1-EXIT.
           EXIT.

       R-APLICA-COMPARAM.
           IF WCFG-VALOR(1:9) IS NUMERIC
              MOVE WCFG-VALOR(1:9) TO WVALOR-CENT
              EVALUATE WCFG-NOME
                 WHEN 'VISITA-A'
                    COMPUTE WVAL-VISITA-A = WVALOR-CENT / 100
                 WHEN 'VISITA-B'
                    COMPUTE WVAL-VISITA-B = WVALOR-CENT / 100
                 WHEN 'VISITA-C'
                    COMPUTE WVAL-VISITA-C = WVALOR-CENT / 100
                 WHEN 'KM-TAXA'
                    COMPUTE WVAL-KM-TAXA = WVALOR-CENT / 100
              END-EVALUATE
           END-IF.

       ABRE-ARQUIVOS SECTION.
       ABRE-ARQUIVOS-1.
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
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN OUTPUT CSTTRAB
           CLOSE CSTTRAB
           OPEN I-O CSTTRAB
           IF FS-TRB NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE TRABALHO ST ' TO WTXT
              MOVE FS-TRB TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE CLIENTES
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT VENDEDORES
           OPEN INPUT DISTRIBUICAO
           OPEN INPUT DIS-VISITA
           MOVE 'N' TO WHIST-ABERTO
           OPEN INPUT DISHIST
           IF FS-HIS = '00'
              MOVE 'S' TO WHIST-ABERTO
           END-IF
           MOVE 'N' TO WVAT-DISPONIVEL
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISPONIVEL
           END-IF
           MOVE 'N' TO WREG-DISPONIVEL
           OPEN INPUT REGIAO
           IF FS-REG = '00'
              MOVE 'S' TO WREG-DISPONIVEL
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

      *----CUSTO DAS VISITAS DO PERIODO POR CLIENTE.
       S-ACUMULA-VISITAS SECTION.
       R-ACUMULA-VISITAS-1.
           MOVE LOW-VALUES TO CHAVE-VISITA-DIS
           START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
           PERFORM UNTIL FS-VIS NOT = '00'
              READ DIS-VISITA NEXT
              IF FS-VIS = '00' AND
                 DATA-HORA-VISITA(1:6) NOT < WMES-INI AND
                 DATA-HORA-VISITA(1:6) NOT > WMES-FIM AND
                 NOT GPS-FORA-TOLERANCIA
                 PERFORM R-CUSTO-UMA-VISITA
              END-IF
           END-PERFORM.
       R-ACUMULA-VISITAS-1-EXIT.
           EXIT.

       R-CUSTO-UMA-VISITA.
           MOVE CODIGO-CLI-VISITA TO CODIGO
           READ CLIENTES KEY IS CODIGO
           EVALUATE TRUE
              WHEN FS-CLI = '00' AND CLASSIFICACAO-CLI = 'A'
                 MOVE WVAL-VISITA-A TO WVAL-VISITA
              WHEN FS-CLI = '00' AND CLASSIFICACAO-CLI = 'B'
                 MOVE WVAL-VISITA-B TO WVAL-VISITA
              WHEN OTHER
                 MOVE WVAL-VISITA-C TO WVAL-VISITA
           END-EVALUATE
           PERFORM R-DISTANCIA-VINCULO
      *----DISTANCIA EM METROS VIRA KM PARA A TAXA; EM MILHAS A TAXA
      *    E APLICADA DIRETO.
           IF WUNIDADE-EM-MILHAS = 'S'
              MOVE WDISTANCIA TO WKM-CONVERTIDO
           ELSE
              COMPUTE WKM-CONVERTIDO = WDISTANCIA / 1000
           END-IF
           MOVE CODIGO-CLI-VISITA TO TRB-CODIGO-CLI
           READ CSTTRAB
           IF FS-TRB NOT = '00'
              MOVE ZEROES TO TRB-VISITAS TRB-CUSTO-KM
                             TRB-CUSTO-VISITA TRB-RECEITA
           END-IF
           ADD 1 TO TRB-VISITAS
           COMPUTE TRB-CUSTO-KM ROUNDED =
                   TRB-CUSTO-KM + WKM-CONVERTIDO * WVAL-KM-TAXA
           ADD WVAL-VISITA TO TRB-CUSTO-VISITA
           IF FS-TRB = '00'
              REWRITE REG-CSTTRAB
           ELSE
              WRITE REG-CSTTRAB
           END-IF.

      *----DISTANCIA DO VINCULO ENTRE O CLIENTE E O VENDEDOR QUE
      *    VISITOU, NA DISTRIBUICAO VIVA OU, JA ENCERRADO E ARQUIVADO,
      *    NO HISTORICO (ABERTO NO PERIODO); SEM ESSE VINCULO, A DO
      *    PRIMEIRO VINCULO DO CLIENTE.
       R-DISTANCIA-VINCULO.
           MOVE ZEROES TO WDISTANCIA
           MOVE 'N' TO WACHOU-VINCULO
           MOVE CODIGO-CLI-VISITA TO CODIGO-CLI-DIS
           MOVE CODIGO-VEN-VISITA TO CODIGO-VEN-DIS
           READ DISTRIBUICAO
           IF FS-DIS = '00'
              MOVE DISTANCIA-DIS TO WDISTANCIA
              MOVE 'S' TO WACHOU-VINCULO
           END-IF
           IF NOT ACHOU-VINCULO AND HIST-ABERTO
              PERFORM R-DISTANCIA-VINCULO-HIS
           END-IF
           IF NOT ACHOU-VINCULO
              MOVE CODIGO-CLI-VISITA TO CODIGO-CLI-DIS
              START DISTRIBUICAO KEY IS EQUAL TO CODIGO-CLI-DIS
              IF FS-DIS = '00'
                 READ DISTRIBUICAO NEXT
                 IF FS-DIS = '00' AND
                    CODIGO-CLI-DIS = CODIGO-CLI-VISITA
                    MOVE DISTANCIA-DIS TO WDISTANCIA
                 END-IF
              END-IF
           END-IF
           IF WDISTANCIA < ZEROES
              MOVE ZEROES TO WDISTANCIA
           END-IF.

      *----NO HISTORICO O MESMO PAR PODE TER VARIOS PERIODOS: VALE O
      *    DE INICIO MAIS RECENTE ENTRE OS ABERTOS DENTRO DO PERIODO.
       R-DISTANCIA-VINCULO-HIS.
           COMPUTE WDATA-INI-PER = WMES-INI * 100 + 1
           COMPUTE WDATA-FIM-PER = WMES-FIM * 100 + 31
           MOVE ZEROES TO WINICIO-HIS-ESCOLHIDO
           MOVE CODIGO-CLI-VISITA TO CODIGO-CLI-DIS-HIS
           MOVE CODIGO-VEN-VISITA TO CODIGO-VEN-DIS-HIS
           MOVE ZEROES TO DATA-INICIO-DIS-HIS
           START DISHIST KEY IS NOT LESS THAN CHAVE-DIS-HIS
           PERFORM UNTIL FS-HIS NOT = '00'
              READ DISHIST NEXT
              IF FS-HIS = '00' AND
                 (CODIGO-CLI-DIS-HIS NOT = CODIGO-CLI-VISITA OR
                  CODIGO-VEN-DIS-HIS NOT = CODIGO-VEN-VISITA)
                 MOVE '10' TO FS-HIS
              END-IF
              IF FS-HIS = '00' AND
                 DATA-INICIO-DIS-HIS NOT > WDATA-FIM-PER AND
                 (DATA-FIM-DIS-HIS = ZEROES OR
                  DATA-FIM-DIS-HIS NOT < WDATA-INI-PER) AND
                 DATA-INICIO-DIS-HIS NOT < WINICIO-HIS-ESCOLHIDO
                 MOVE DISTANCIA-DIS-HIS TO WDISTANCIA
                 MOVE DATA-INICIO-DIS-HIS TO WINICIO-HIS-ESCOLHIDO
                 MOVE 'S' TO WACHOU-VINCULO
              END-IF
           END-PERFORM.

      *----FATURAMENTO DO PERIODO POR CLIENTE.
       S-ACUMULA-RECEITA SECTION.
       R-ACUMULA-RECEITA-1.
           OPEN INPUT FATURA
           IF FS-FAT NOT = '00'
              GO TO R-ACUMULA-RECEITA-1-EXIT
           END-IF
           MOVE WMES-INI TO MES-FAT
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
       R-ACUMULA-RECEITA-1-EXIT.
           EXIT.

       R-SOMA-UMA-FATURA.
           IF COD-CLI-FAT > ZEROES
              MOVE COD-CLI-FAT TO TRB-CODIGO-CLI
              READ CSTTRAB
              IF FS-TRB = '00'
                 ADD VALOR-FAT TO TRB-RECEITA
                 REWRITE REG-CSTTRAB
              ELSE
                 MOVE ZEROES TO TRB-VISITAS TRB-CUSTO-KM
                                TRB-CUSTO-VISITA
                 MOVE VALOR-FAT TO TRB-RECEITA
                 WRITE REG-CSTTRAB
              END-IF
           END-IF.

      *----UM REGISTRO POR CLIENTE COM VISITA OU FATURAMENTO NO
      *    PERIODO, JA COM VENDEDOR PRIMARIO, REGIAO E SUGESTAO.
       S-SEL-CLIENTES SECTION.
       R-SEL-CLIENTES-1.
           MOVE LOW-VALUES TO REG-CSTTRAB
           START CSTTRAB KEY IS NOT LESS THAN TRB-CODIGO-CLI
           PERFORM UNTIL FS-TRB NOT = '00'
              READ CSTTRAB NEXT
              IF FS-TRB = '00'
                 PERFORM R-MONTA-CLIENTE
              END-IF
           END-PERFORM.
       R-SEL-CLIENTES-1-EXIT.
           EXIT.

       R-MONTA-CLIENTE.
           MOVE SPACES TO ORD-RAZAO ORD-CLASSIF ORD-SINAL
           MOVE TRB-CODIGO-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO ORD-RAZAO
              MOVE CLASSIFICACAO-CLI TO ORD-CLASSIF
           END-IF
           MOVE ZEROES TO WVEN-DO-CLI WREG-DO-CLI WMACRO-DO-CLI
           IF VAT-DISPONIVEL
              MOVE TRB-CODIGO-CLI TO CODIGO-CLI-VAT
              READ VINCATUAL
              IF FS-VAT = '00'
                 MOVE VEN-PRIM-VAT TO WVEN-DO-CLI
              END-IF
           END-IF
           PERFORM R-REGIAO-DO-VEN
           COMPUTE WCUSTO = TRB-CUSTO-KM + TRB-CUSTO-VISITA
           MOVE TRB-CODIGO-CLI TO ORD-CODIGO
           MOVE WVEN-DO-CLI TO ORD-VEN
           MOVE WREG-DO-CLI TO ORD-REGIAO
           MOVE TRB-VISITAS TO ORD-VISITAS
           MOVE TRB-RECEITA TO ORD-RECEITA
           MOVE WCUSTO TO ORD-CUSTO
           COMPUTE ORD-MARGEM = TRB-RECEITA - WCUSTO
           IF WCUSTO > ZEROES
              IF WCUSTO NOT < TRB-RECEITA
                 IF FS-CLI = '00' AND CLI-ATEND-REMOTO
                    MOVE 'REDUZIR FREQUENCIA' TO ORD-SINAL
                    ADD 1 TO WCONT-FREQUENCIA
                 ELSE
                    MOVE 'TELEVENDAS' TO ORD-SINAL
                    ADD 1 TO WCONT-TELEVENDAS
                 END-IF
              ELSE
                 COMPUTE WPERC-CUSTO ROUNDED =
                         WCUSTO * 100 / TRB-RECEITA
                 IF WPERC-CUSTO > WCST-PERC
                    MOVE 'REDUZIR FREQUENCIA' TO ORD-SINAL
                    ADD 1 TO WCONT-FREQUENCIA
                 END-IF
              END-IF
           END-IF
           COMPUTE WIDX-VEN = WVEN-DO-CLI + 1
           COMPUTE WIDX-REG = WREG-DO-CLI + 1
           COMPUTE WIDX-MAC = WMACRO-DO-CLI + 1
           ADD 1 TO WSVE-CLIENTES(WIDX-VEN)
           MOVE WREG-DO-CLI TO WSVE-REGIAO(WIDX-VEN)
           ADD TRB-RECEITA TO WSVE-RECEITA(WIDX-VEN)
           ADD WCUSTO TO WSVE-CUSTO(WIDX-VEN)
           ADD 1 TO WSRE-CLIENTES(WIDX-REG)
           MOVE WMACRO-DO-CLI TO WSRE-MACRO(WIDX-REG)
           ADD TRB-RECEITA TO WSRE-RECEITA(WIDX-REG)
           ADD WCUSTO TO WSRE-CUSTO(WIDX-REG)
           ADD 1 TO WSMA-CLIENTES(WIDX-MAC)
           ADD TRB-RECEITA TO WSMA-RECEITA(WIDX-MAC)
           ADD WCUSTO TO WSMA-CUSTO(WIDX-MAC)
           ADD TRB-RECEITA TO WTOT-RECEITA
           ADD WCUSTO TO WTOT-CUSTO
           ADD 1 TO WCONT-CLIENTES
           RELEASE REG-ORDENA.

       R-REGIAO-DO-VEN.
           IF WVEN-DO-CLI > ZEROES
              MOVE WVEN-DO-CLI TO CODIGO-VEN
              START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
              IF FS-VEN = '00'
                 READ VENDEDORES NEXT
              END-IF
              IF FS-VEN = '00' AND CODIGO-VEN = WVEN-DO-CLI
                 MOVE COD-REGIAO TO WREG-DO-CLI
                 IF REG-DISPONIVEL AND COD-REGIAO > ZEROES
                    MOVE COD-REGIAO TO CODIGO-REG
                    READ REGIAO
                    IF FS-REG = '00'
                       MOVE COD-MACRO-REG TO WMACRO-DO-CLI
                    END-IF
                 END-IF
              END-IF
           END-IF.

       S-EMITE-RANKING SECTION.
       R-EMITE-RANKING-1.
           PERFORM UNTIL 1 = 2
              RETURN ORDENA
                 AT END
                    GO TO R-EMITE-RANKING-1-EXIT
              END-RETURN
              ADD 1 TO WPOSICAO
              MOVE ORD-RECEITA TO WED-RECEITA
              MOVE ORD-CUSTO TO WED-CUSTO
              MOVE ORD-MARGEM TO WED-MARGEM
              MOVE SPACES TO ARQREL-DATA-01
              STRING WPOSICAO ',' ORD-CODIGO ','
                  '"' FUNCTION TRIM(ORD-RAZAO) '"' ','
                  ORD-CLASSIF ',' ORD-VEN ',' ORD-REGIAO ','
                  ORD-VISITAS ',' FUNCTION TRIM(WED-RECEITA) ','
                  FUNCTION TRIM(WED-CUSTO) ','
                  FUNCTION TRIM(WED-MARGEM) ','
                  '"' FUNCTION TRIM(ORD-SINAL) '"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           END-PERFORM.
       R-EMITE-RANKING-1-EXIT.
           EXIT.

      *----SUBTOTAIS: VENDEDOR PRIMARIO, REGIAO, MACRORREGIAO E TOTAL.
       S-EMITE-SUBTOTAIS SECTION.
       R-EMITE-SUBTOTAIS-1.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"SUBTOTAL"' ',' '"CODIGO"' ',' '"NOME"' ','
               '"CLIENTES"' ',' '"RECEITA"' ',' '"CUSTO"' ','
               '"MARGEM"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 2 TO WCATR-LINHAS
           PERFORM VARYING WIDX-VEN FROM 1 BY 1 UNTIL WIDX-VEN > 1000
              IF WSVE-CLIENTES(WIDX-VEN) > ZEROES
                 COMPUTE WSUB-CODIGO = WIDX-VEN - 1
                 MOVE SPACES TO WSUB-NOME
                 IF WSUB-CODIGO > ZEROES
                    MOVE WSUB-CODIGO TO CODIGO-VEN
                    START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
                    IF FS-VEN = '00'
                       READ VENDEDORES NEXT
                       IF FS-VEN = '00' AND CODIGO-VEN = WSUB-CODIGO
                          MOVE NOME-VEN TO WSUB-NOME
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'SEM VENDEDOR PRIMARIO' TO WSUB-NOME
                 END-IF
                 MOVE 'VENDEDOR' TO WSUB-ROTULO
                 MOVE WSVE-CLIENTES(WIDX-VEN) TO WSUB-CLIENTES
                 MOVE WSVE-RECEITA(WIDX-VEN) TO WSUB-RECEITA
                 MOVE WSVE-CUSTO(WIDX-VEN) TO WSUB-CUSTO
                 PERFORM R-GRAVA-SUBTOTAL
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-REG FROM 1 BY 1 UNTIL WIDX-REG > 1000
              IF WSRE-CLIENTES(WIDX-REG) > ZEROES
                 COMPUTE WSUB-CODIGO = WIDX-REG - 1
                 MOVE SPACES TO WSUB-NOME
                 IF WSUB-CODIGO > ZEROES AND REG-DISPONIVEL
                    MOVE WSUB-CODIGO TO CODIGO-REG
                    READ REGIAO
                    IF FS-REG = '00'
                       STRING FUNCTION TRIM(NOME-REG) ' (MACRO '
                           WSRE-MACRO(WIDX-REG) ')'
                           DELIMITED BY SIZE INTO WSUB-NOME
                    END-IF
                 END-IF
                 IF WSUB-CODIGO = ZEROES
                    MOVE 'SEM REGIAO' TO WSUB-NOME
                 END-IF
                 MOVE 'REGIAO' TO WSUB-ROTULO
                 MOVE WSRE-CLIENTES(WIDX-REG) TO WSUB-CLIENTES
                 MOVE WSRE-RECEITA(WIDX-REG) TO WSUB-RECEITA
                 MOVE WSRE-CUSTO(WIDX-REG) TO WSUB-CUSTO
                 PERFORM R-GRAVA-SUBTOTAL
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-MAC FROM 1 BY 1 UNTIL WIDX-MAC > 100
              IF WSMA-CLIENTES(WIDX-MAC) > ZEROES
                 COMPUTE WSUB-CODIGO = WIDX-MAC - 1
                 MOVE SPACES TO WSUB-NOME
                 IF WSUB-CODIGO = ZEROES
                    MOVE 'SEM MACRORREGIAO' TO WSUB-NOME
                 END-IF
                 MOVE 'MACRORREGIAO' TO WSUB-ROTULO
                 MOVE WSMA-CLIENTES(WIDX-MAC) TO WSUB-CLIENTES
                 MOVE WSMA-RECEITA(WIDX-MAC) TO WSUB-RECEITA
                 MOVE WSMA-CUSTO(WIDX-MAC) TO WSUB-CUSTO
                 PERFORM R-GRAVA-SUBTOTAL
              END-IF
           END-PERFORM
           MOVE 'TOTAL' TO WSUB-ROTULO
           MOVE ZEROES TO WSUB-CODIGO
           MOVE SPACES TO WSUB-NOME
           MOVE WCONT-CLIENTES TO WSUB-CLIENTES
           MOVE WTOT-RECEITA TO WSUB-RECEITA
           MOVE WTOT-CUSTO TO WSUB-CUSTO
           PERFORM R-GRAVA-SUBTOTAL.
       R-EMITE-SUBTOTAIS-1-EXIT.
           EXIT.

       R-GRAVA-SUBTOTAL.
           COMPUTE WSUB-MARGEM = WSUB-RECEITA - WSUB-CUSTO
           MOVE WSUB-RECEITA TO WED-RECEITA
           MOVE WSUB-CUSTO TO WED-CUSTO
           MOVE WSUB-MARGEM TO WED-MARGEM
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"' FUNCTION TRIM(WSUB-ROTULO) '"' ','
               WSUB-CODIGO ',' '"' FUNCTION TRIM(WSUB-NOME) '"' ','
               WSUB-CLIENTES ',' FUNCTION TRIM(WED-RECEITA) ','
               FUNCTION TRIM(WED-CUSTO) ','
               FUNCTION TRIM(WED-MARGEM)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
