              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ECL.

       SELECT GRUPOECON ASSIGN TO DISK WID-ARQ-GRUPOECON
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-GEC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-GEC.

       SELECT GRUPOTRAB ASSIGN TO DISK WID-ARQ-GRUPOTRAB
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-KTR.

       SELECT VENGRADE ASSIGN TO DISK WID-ARQ-VENGRADE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS GRD-CHAVE
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-GRD.

       SELECT KMACUM  ASSIGN TO DISK WID-ARQ-KMACUM
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT BALANCO ASSIGN TO DISK WID-ARQ-BALANCO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-BAL.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
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

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 LATITUDE-END              PIC S9(003)v9(008).
           02 LONGITUDE-END             PIC S9(003)v9(008).

      *----CADASTRO DE GRUPOS ECONOMICOS (MANTIDO PELO GRUPOECON).
       FD GRUPOECON.
       01  REGISTRO-GRUPO-ECON.
           02 CODIGO-GEC                PIC  9(005).
           02 NOME-GEC                  PIC  X(040).
           02 VEN-GEC                   PIC  9(003).
           02 MANTEM-VEN-GEC            PIC  X(001).
              88 GEC-MANTEM-VEN               VALUE 'S'.

      *----DECISAO DE GRUPO POR RAIZ DE CNPJ DA RODADA CORRENTE:
      *    QUANDO O MODO DE AGRUPAMENTO ESTA LIGADO, O PRIMEIRO
      *    MEMBRO PROCESSADO DE CADA RAIZ ESCOLHE O VENDEDOR (PELO
           02  KTR-COD-VEN      PIC 9(003).
           02  KTR-DIST         PIC S9(010)V9(003).

      *----INDICE ESPACIAL DOS VENDEDORES ATIVOS DA RODADA: UMA
      *    LINHA POR VENDEDOR, CHAVEADA PELA CELULA DE LATITUDE/
      *    LONGITUDE ONDE ELE ESTA E PELA CHAVE DO VENDEDOR. A BUSCA
      *    DO MAIS PROXIMO LE SO AS CELULAS EM TORNO DO CLIENTE.
       FD  VENGRADE.
       01  REG-VENGRADE.
           02  GRD-CHAVE.
               03  GRD-CELULA.
                   04  GRD-CEL-LAT      PIC 9(004).
                   04  GRD-CEL-LON      PIC 9(004).
               03  GRD-CHAVE-VEN.
                   04  GRD-CODIGO-VEN   PIC 9(003).
                   04  GRD-CPF-VEN      PIC 9(011).

       FD  KMACUM.
       01  REG-KMACUM.
           02  KMA-DATA         PIC 9(008).
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD  BALANCO.
       01  BALANCO-REC.
           05  BALANCO-DATA-01     PIC X(00120).

       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       WORKING-STORAGE SECTION.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.
       01 FS-BAL.
           02 FS-BAL-1                PIC 9.
           02 FS-BAL-2                PIC 9.
           02 FS-BAL-R REDEFINES FS-BAL-2 PIC 99 COMP-X.
       01 WID-ARQ-BALANCO    PIC X(50) VALUE 'CADEIA-BALANCO.DAT'.
       01 WBAL-EMPRESA       PIC X(002) VALUE SPACES.
       01 WBAL-PROGRAMA      PIC X(020) VALUE 'ExeDistrCli'.
       01 WBAL-TOTAL         PIC X(030) VALUE SPACES.
       01 WBAL-VALOR         PIC 9(011) VALUE ZEROES.


       01 FS-CLI.
           02 FS-KTR-R REDEFINES FS-KTR-2 PIC 99 COMP-X.
       01 WID-ARQ-KMTRAB           PIC X(50) VALUE 'KM-RODADA.TRAB'.

      *----INDICE ESPACIAL DOS VENDEDORES (GRADE DE CELULAS DE
      *    WGRD-TAM-CELULA GRAUS). A BUSCA PERCORRE AS CELULAS EM
      *    ANEIS A PARTIR DA CELULA DO CLIENTE E SO PARA DE ALARGAR
      *    QUANDO JA TEM PRIMARIO E RESERVA E A DISTANCIA MINIMA
      *    POSSIVEL DO PROXIMO ANEL PASSA A DA RESERVA - O RESULTADO
      *    E O MESMO DA VARREDURA DO ARQUIVO INTEIRO. A TABELA DE
      *    CELULAS OCUPADAS NAO ESTOURA: CADA CELULA TEM AO MENOS UM
      *    VENDEDOR E O CODIGO DE VENDEDOR TEM 3 DIGITOS. COORDENADA
      *    DE VENDEDOR FORA DA FAIXA VALIDA DESLIGA O INDICE E A
      *    RODADA VOLTA PARA A VARREDURA COMPLETA.
       01 FS-GRD.
           02 FS-GRD-1                   PIC 9.
           02 FS-GRD-2                   PIC 9.
           02 FS-GRD-R REDEFINES FS-GRD-2 PIC 99 COMP-X.
       01 WID-ARQ-VENGRADE         PIC X(50) VALUE 'VEN-GRADE.TRAB'.
       01 WGRADE-DISPONIVEL        PIC X VALUE 'N'.
          88 GRADE-DISPONIVEL          VALUE 'S'.
       01 WGRD-CLI-OK              PIC X VALUE 'N'.
          88 GRD-CLI-OK                VALUE 'S'.
       01 WGRD-FIM-BUSCA           PIC X VALUE 'N'.
          88 GRD-FIM-BUSCA             VALUE 'S'.
       01 WGRD-TAM-CELULA          PIC 9(002)V9(002) VALUE 0.50.
       01 WTAB-GRD-CELULAS.
          02 WGRD-CEL OCCURS 999 TIMES.
             03 WGRD-TAB-LAT       PIC 9(004).
             03 WGRD-TAB-LON       PIC 9(004).
             03 WGRD-TAB-ANEL      PIC 9(004).
       77 WQTD-GRD-CELULAS         PIC 9(004) VALUE ZEROES.
       77 WIDX-GRD                 PIC 9(004) VALUE ZEROES.
       77 WQTD-VEN-GRADE           PIC 9(005) VALUE ZEROES.
       77 WQTD-VEN-ARQUIVO         PIC 9(005) VALUE ZEROES.
       01 WGRD-CEL-LAT-CLI         PIC 9(004) VALUE ZEROES.
       01 WGRD-CEL-LON-CLI         PIC 9(004) VALUE ZEROES.
       01 WGRD-CEL-LAT-VEN         PIC 9(004) VALUE ZEROES.
       01 WGRD-CEL-LON-VEN         PIC 9(004) VALUE ZEROES.
       01 WGRD-DIF-LAT             PIC S9(004) VALUE ZEROES.
       01 WGRD-DIF-LON             PIC S9(004) VALUE ZEROES.
       01 WGRD-ANEL                PIC 9(004) VALUE ZEROES.
       01 WGRD-ANEL-MIN-PROX       PIC 9(004) VALUE ZEROES.
       01 WGRD-PROX-ANEL           PIC 9(004) VALUE ZEROES.
       01 WGRD-MAX-ABS-LAT         PIC 9(003)V9(008) VALUE ZEROES.
       01 WGRD-ABS-LAT             PIC 9(003)V9(008) VALUE ZEROES.
       01 WGRD-LON-MIN             PIC S9(003)V9(008) VALUE ZEROES.
       01 WGRD-LON-MAX             PIC S9(003)V9(008) VALUE ZEROES.
       01 WGRD-COS-MIN             PIC S9(001)V9(009) VALUE ZEROES.
       01 WGRD-ARCO-GRAUS          PIC 9(004)V9(004) VALUE ZEROES.
       01 WGRD-ARCO-RAD            PIC S9(003)V9(009) VALUE ZEROES.
       01 WGRD-HAV-A               PIC S9(001)V9(009) VALUE ZEROES.
       01 WGRD-HAV-C               PIC S9(003)V9(009) VALUE ZEROES.
       01 WGRD-LIMITE-DIST         PIC S9(008)V9(003) VALUE ZEROES.
      *----ESTATISTICA DA BUSCA PARA O LOG: VENDEDORES LIDOS PELA
      *    BUSCA CONTRA OS QUE A VARREDURA COMPLETA LERIA (O ARQUIVO
      *    INTEIRO A CADA PASSADA) E O TEMPO GASTO NA BUSCA, EM
      *    CENTESIMOS. A ECONOMIA E ESTIMADA PELO CUSTO MEDIO
      *    OBSERVADO POR VENDEDOR LIDO.
       77 WCONT-BUSCAS-VEN         PIC 9(009) VALUE ZEROES.
       77 WCONT-VEN-EXAMINADOS     PIC 9(011) VALUE ZEROES.
       77 WCONT-VEN-VARREDURA      PIC 9(011) VALUE ZEROES.
       77 WCONT-BUSCAS-COMPLETAS   PIC 9(009) VALUE ZEROES.
       01 WGRD-RELOGIO             PIC 9(008) VALUE ZEROES.
       01 WGRD-RELOGIO-X REDEFINES WGRD-RELOGIO.
          02 WGRD-REL-HH           PIC 9(002).
          02 WGRD-REL-MI           PIC 9(002).
          02 WGRD-REL-SS           PIC 9(002).
          02 WGRD-REL-CC           PIC 9(002).
       01 WGRD-CENT-AGORA          PIC 9(008) VALUE ZEROES.
       01 WGRD-CENT-INI            PIC 9(008) VALUE ZEROES.
       01 WTEMPO-BUSCA-CENT        PIC 9(011) VALUE ZEROES.
       01 WECONOMIA-CENT           PIC 9(011) VALUE ZEROES.
       01 WLOG-TEMPO-BUSCA         PIC Z(08)9.99.
       01 WLOG-ECONOMIA            PIC Z(08)9.99.

      *----ALERTA DE EXCESSO DE ERROS: QUANDO A RODADA TERMINA COM
      *    MAIS ERROS QUE O LIMITE CONFIGURADO, UMA LINHA E GRAVADA
      *    EM ALERTA-DISTRIB.DAT PARA UM PROCESSO EXTERNO DE

       01 WLINHA-VEN-OK    PIC X(001) VALUE 'S'.
          88 LINHA-VEN-OK             VALUE 'S'.
       01 WLINHA-CLI-OK    PIC X(001) VALUE 'S'.
          88 LINHA-CLI-OK             VALUE 'S'.
       77 WIDX-LINHA       PIC 9(001) VALUE ZEROES.

       01 FS-ECL.
          88 GRT-VEN-OK               VALUE 'S'.
       77 WCONT-GRUPOS     PIC 9(007) VALUE ZEROES.

      *-------------GRUPO ECONOMICO COM VENDEDOR MANTIDO-------------
      *    CLIENTE DE GRUPO ECONOMICO MARCADO PARA MANTER OS MEMBROS
      *    COM O VENDEDOR DA CONTA-CHAVE FICA COM ESSE VENDEDOR COMO
      *    PRIMARIO; A BUSCA NORMAL SO ESCOLHE A RESERVA.
       01 FS-GEC.
           02 FS-GEC-1                   PIC 9.
           02 FS-GEC-2                   PIC 9.
           02 FS-GEC-R REDEFINES FS-GEC-2 PIC 99 COMP-X.
       01 WID-ARQ-GRUPOECON        PIC X(50) VALUE
              'GRUPO-ECONOMICO.DAT'.
       01 WGEC-DISPONIVEL  PIC X(001) VALUE 'N'.
          88 GEC-DISPONIVEL           VALUE 'S'.
       01 WGRUPO-ECON-FIXO PIC X(001) VALUE 'N'.
          88 GRUPO-ECON-FIXO          VALUE 'S'.
       01 WGEC-CAND1-VEN   PIC  9(003) VALUE ZEROES.
       01 WGEC-CAND1-DIST  PIC S9(008)v9(003) VALUE ZEROES.
       01 WGEC-CAND2-VEN   PIC  9(003) VALUE ZEROES.
       01 WGEC-CAND2-DIST  PIC S9(008)v9(003) VALUE ZEROES.
       77 WCONT-GRUPOS-ECON PIC 9(007) VALUE ZEROES.

      *-------------PAPEL DO VENDEDOR (CAMPO/KEY-ACCOUNT/TELEVENDAS)--
      *    CLIENTE DE ATENDIMENTO REMOTO VAI PARA O VENDEDOR DE
      *    TELEVENDAS MENOS CARREGADO; KEY-ACCOUNT SO POR VINCULO
      *    MANUAL TRAVADO; SO VENDEDOR DE CAMPO ACUMULA KM.
       01 WTLV-VEN-ATUAL   PIC 9(003) VALUE ZEROES.
       01 WTLV-ATUAL-OK    PIC X(001) VALUE 'N'.
          88 TLV-ATUAL-OK             VALUE 'S'.
       01 WTLV-MENOR-VEN   PIC 9(003) VALUE ZEROES.
       01 WTLV-MENOR-QTD   PIC 9(007) VALUE ZEROES.
       01 WTLV-SEGUNDO-VEN PIC 9(003) VALUE ZEROES.
       01 WTLV-SEGUNDO-QTD PIC 9(007) VALUE ZEROES.
       01 WKM-VEN-CAMPO    PIC X(001) VALUE 'S'.
          88 KM-VEN-CAMPO             VALUE 'S'.
       77 WCONT-TELEVENDAS     PIC 9(007) VALUE ZEROES.
       77 WCONT-REMOTO-SEM-VEN PIC 9(007) VALUE ZEROES.

       01 WESTAB-PERC      PIC 9(003)v9(002) VALUE ZEROES.
       01 WESTAB-ABS       PIC 9(008)v9(003) VALUE ZEROES.
       01 WESTAB-VEN-ATUAL PIC 9(003) VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'ExeDistrCli'.

       COPY ERROLOG.CPY.

       COPY LAY-REL-DIS.CPY.
       COPY LAY-REL-EXC.CPY.
      *----CADASTRO DE LINHAS DE PRODUTO (VER LINHA-PROD.CPY).
       01 FS-LPR.
           02 FS-LPR-1                PIC 9.
           02 FS-LPR-2                PIC 9.
           02 FS-LPR-R REDEFINES FS-LPR-2 PIC 99 COMP-X.
       01 WID-ARQ-LINPROD         PIC X(50) VALUE 'LINHAS-PRODUTO.DAT'.
       01 WTAB-LPR.
          02 WLPR-TAB-LIN OCCURS 200 TIMES.
             03 WLPR-TAB-COD      PIC X(003).
             03 WLPR-TAB-STATUS   PIC X(001).
       77 WQTD-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR-SLOT           PIC 9(001) VALUE ZEROES.
       01 WLPR-CODIGO             PIC X(003) VALUE SPACES.
       01 WLPR-SLOTS              PIC X(015) VALUE SPACES.
       01 WLPR-RESULTADO          PIC X(001) VALUE 'S'.
          88 LPR-VALIDA                VALUE 'S'.
          88 LPR-DESCONHECIDA          VALUE 'D'.
          88 LPR-INATIVA               VALUE 'I'.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.
              MOVE SPACES TO WID-ARQ-DISJORNAL
              STRING 'DISJORNAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISJORNAL
              MOVE SPACES TO WID-ARQ-GRUPOECON
              STRING 'GRUPO-ECONOMICO-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-GRUPOECON
           END-IF
           INITIALIZE WSAIDA
           PERFORM S-INICIA-LOGRUN THRU R-INICIA-LOGRUN-1-EXIT
           IF FS-ECL = '00'
              MOVE 'S' TO WECL-DISPONIVEL
           END-IF
           MOVE 'N' TO WGEC-DISPONIVEL
           OPEN INPUT GRUPOECON
           IF FS-GEC = '00'
              MOVE 'S' TO WGEC-DISPONIVEL
           END-IF
           MOVE 'N' TO WGRUPO-GER-DISP
           IF MODO-GRUPO
              OPEN OUTPUT GRUPOTRAB
                 WRITE LOGRUN-REC
              END-IF
           END-IF
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           PERFORM S-MONTA-GRADE-VEN THRU R-MONTA-GRADE-VEN-1-EXIT
           PERFORM S-GERA-DISTRIBUICAO THRU R-GERA-DISTRIBUICAO-1-EXIT
           PERFORM S-REL-CLI-SEM-VENDEDOR
                 THRU R-REL-CLI-SEM-VENDEDOR-1-EXIT
                 THRU R-REL-VEN-SEM-CLIENTE-1-EXIT
           PERFORM S-FINALIZA-LOGRUN THRU R-FINALIZA-LOGRUN-1-EXIT
           PERFORM S-GRAVA-ALERTA-ERROS THRU R-GRAVA-ALERTA-ERROS-1-EXIT
           PERFORM S-GRAVA-ULTIMAEXEC THRU R-GRAVA-ULTIMAEXEC-1-EXIT
           IF MODO-BATCH
              PERFORM S-TOTAIS-BALANCO THRU R-TOTAIS-BALANCO-1-EXIT
           END-IF.
       ABERTURA-EXIT.
           IF GRADE-DISPONIVEL
              CLOSE VENGRADE
           END-IF
           IF ECL-DISPONIVEL
              CLOSE ENDCLI
           END-IF
           IF GEC-DISPONIVEL
              CLOSE GRUPOECON
           END-IF
           IF GRUPO-GER-DISPONIVEL
              CLOSE GRUPOTRAB
           END-IF

       S-FINALIZA-LOGRUN SECTION.
       R-FINALIZA-LOGRUN-1.
           IF WCONT-BUSCAS-VEN > ZEROES
              MOVE ZEROES TO WECONOMIA-CENT
              IF WCONT-VEN-EXAMINADOS > ZEROES AND
                 WCONT-VEN-VARREDURA > WCONT-VEN-EXAMINADOS
                 COMPUTE WECONOMIA-CENT = WTEMPO-BUSCA-CENT *
                     (WCONT-VEN-VARREDURA - WCONT-VEN-EXAMINADOS)
                     / WCONT-VEN-EXAMINADOS
              END-IF
              COMPUTE WLOG-TEMPO-BUSCA = WTEMPO-BUSCA-CENT / 100
              COMPUTE WLOG-ECONOMIA = WECONOMIA-CENT / 100
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',INDICE-VEN,BUSCAS=' WCONT-BUSCAS-VEN
                     ',BUSCAS-VARREDURA-COMPLETA='
                     WCONT-BUSCAS-COMPLETAS
                     ',VEN-LIDOS=' WCONT-VEN-EXAMINADOS
                     ',VEN-LIDOS-SEM-INDICE=' WCONT-VEN-VARREDURA
                     ',TEMPO-BUSCA-SEG='
                     FUNCTION TRIM(WLOG-TEMPO-BUSCA)
                     ',ECONOMIA-ESTIMADA-SEG='
                     FUNCTION TRIM(WLOG-ECONOMIA)
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRUN-FIM
           MOVE SPACES TO LOGRUN-DATA-01
           STRING WRUN-FIM ',FIM,PROCESSADOS=' WCONT-PROCESSADOS
                  ',FALLBACK-REGIAO=' WCONT-FALLBACK-REG
                  ',ESPERA-ATENDIDOS=' WCONT-ESPERA-ATENDIDOS
                  ',ESPERA-NOVOS=' WCONT-ESPERA-NOVOS
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC
      *----A LINHA DE FIM JA OCUPA O REGISTRO INTEIRO: OS CONTADORES
      *    DE GRUPO E DE PAPEL DO VENDEDOR SAEM NUMA SEGUNDA LINHA.
           MOVE SPACES TO LOGRUN-DATA-01
           STRING WRUN-FIM ',FIM-RESUMO,GRUPOS-CNPJ=' WCONT-GRUPOS
                  ',GRUPO-ECON-MANTIDOS=' WCONT-GRUPOS-ECON
                  ',TELEVENDAS=' WCONT-TELEVENDAS
                  ',REMOTO-SEM-VENDEDOR=' WCONT-REMOTO-SEM-VEN
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC
           CLOSE LOGRUN.
           OPEN I-O CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
           OPEN I-O VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
           OPEN I-O DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA

       COPY CATALOGO.CPY.

      *----TOTAIS DA RODADA PARA O BALANCEAMENTO DA CADEIA NOTURNA:
      *    CLIENTES PROCESSADOS (ENTRADA), TROCAS DE VENDEDOR (SAIDA)
      *    E ERROS. OS VINCULOS ABERTOS E OS CLIENTES ATIVOS SAO
      *    CONTADOS PELO PROPRIO CADEIANOTURNA ANTES E DEPOIS DO PASSO.
       S-TOTAIS-BALANCO SECTION.
       R-TOTAIS-BALANCO-1.
           MOVE WEMPRESA-LID TO WBAL-EMPRESA
           MOVE 'PROCESSADOS' TO WBAL-TOTAL
           MOVE WCONT-PROCESSADOS TO WBAL-VALOR
           PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
           MOVE 'TROCAS-DE-VENDEDOR' TO WBAL-TOTAL
           MOVE WCONT-MUDANCAS TO WBAL-VALOR
           PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
           MOVE 'ERROS' TO WBAL-TOTAL
           MOVE WCONT-ERROS TO WBAL-VALOR
           PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT.
       R-TOTAIS-BALANCO-1-EXIT.
           EXIT.

       COPY BALANCO.CPY.

       COPY LINHA-PROD.CPY.

       COPY FS-TRADUZ.CPY.
