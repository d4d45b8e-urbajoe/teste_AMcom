       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relgpsvisita.
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

       SELECT ENDCLI ASSIGN TO DISK WID-ARQ-ENDCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-END-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ECL.

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

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ORDENA  ASSIGN TO DISK 'RELGPSVISITA.SRT'.

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

      *----ENDERECOS ADICIONAIS DO CLIENTE: O PONTO DE ENTREGA ('E'),
      *    QUANDO CADASTRADO COM COORDENADAS, E A REFERENCIA DA VISITA
      *    NO LUGAR DAS COORDENADAS DO CADASTRO.
       FD ENDCLI.
       01  REGISTRO-END-CLI.
           02 CHAVE-END-CLI.
              03 CODIGO-CLI-END         PIC  9(007).
              03 TIPO-END               PIC  X(001).
           02 ENDERECO-END              PIC  X(060).
           02 LATITUDE-END              PIC S9(003)v9(008).
           02 LONGITUDE-END             PIC S9(003)v9(008).

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
           05  CONFIG-DATA-01      PIC X(00080).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00300).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-VEN              PIC 9(003).
           02 ORD-MES              PIC 9(006).
           02 ORD-CLI              PIC 9(007).
           02 ORD-DATA-HORA        PIC X(014).
           02 ORD-GPS              PIC X(001).
           02 ORD-DIST             PIC 9(007).
           02 ORD-LAT              PIC S9(003)v9(008).
           02 ORD-LON              PIC S9(003)v9(008).

       WORKING-STORAGE SECTION.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-ECL.
           02 FS-ECL-1                PIC 9.
           02 FS-ECL-2                PIC 9.
           02 FS-ECL-R REDEFINES FS-ECL-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
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

       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-ENDCLI          PIC X(50) VALUE 'END-CLIENTE.DAT'.
       01 WECL-DISPONIVEL         PIC X VALUE 'N'.
          88 ECL-DISPONIVEL            VALUE 'S'.
       01 WCLI-DISPONIVEL         PIC X VALUE 'N'.
          88 CLI-DISPONIVEL            VALUE 'S'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

      *----PERIODO DO RELATORIO (ANO/MES INICIAL E FINAL)
       01 WMES-INI                PIC 9(006) VALUE ZEROES.
       01 WMES-FIM                PIC 9(006) VALUE ZEROES.
       01 WMES-VISITA             PIC X(006) VALUE SPACES.

      *----DISTANCIA MAXIMA (METROS) ENTRE A POSICAO INFORMADA NA
      *    VISITA E O PONTO DO CLIENTE; VEM DE CONFIG.DAT
      *    (GPS-TOLERANCIA-M), PADRAO 500 METROS.
       01 WGPS-TOLERANCIA         PIC 9(005) VALUE 500.

      *----NOME DO VENDEDOR, INDEXADO PELO CODIGO.
       01 WTAB-VEN-GPS.
          02 WTAB-VEN-GPS-LIN OCCURS 999 TIMES.
             03 WVEN-GPS-NOME     PIC X(040).

      *----QUEBRAS: VENDEDOR / MES
       01 WQUEBRA-ATUAL.
          02 WQB-VEN              PIC 9(003) VALUE ZEROES.
          02 WQB-MES              PIC 9(006) VALUE ZEROES.
       01 WPRIMEIRO               PIC X VALUE 'S'.
          88 PRIMEIRO-REG              VALUE 'S'.
       01 WFIM-ORDENA             PIC X VALUE 'N'.
          88 FIM-ORDENA                VALUE 'S'.

      *----CONTADORES DO MES DO VENDEDOR E GERAIS: VISITAS, COM
      *    POSICAO CONFERIDA DENTRO DA TOLERANCIA, SEM POSICAO, SEM
      *    PONTO DE REFERENCIA DO CLIENTE E FORA DA TOLERANCIA.
       01 WTOT-MES.
          02 WTOT-MES-VIS         PIC 9(007) VALUE ZEROES.
          02 WTOT-MES-OK          PIC 9(007) VALUE ZEROES.
          02 WTOT-MES-SEM-POS     PIC 9(007) VALUE ZEROES.
          02 WTOT-MES-SEM-REF     PIC 9(007) VALUE ZEROES.
          02 WTOT-MES-FORA        PIC 9(007) VALUE ZEROES.
       01 WTOT-GER.
          02 WTOT-GER-VIS         PIC 9(007) VALUE ZEROES.
          02 WTOT-GER-OK          PIC 9(007) VALUE ZEROES.
          02 WTOT-GER-SEM-POS     PIC 9(007) VALUE ZEROES.
          02 WTOT-GER-SEM-REF     PIC 9(007) VALUE ZEROES.
          02 WTOT-GER-FORA        PIC 9(007) VALUE ZEROES.

      *----CAMPOS DA LINHA DO CSV
       01 WCSV-TIPO               PIC X(020) VALUE SPACES.
       01 WCSV-MES                PIC X(006) VALUE SPACES.
       01 WCSV-SITUACAO           PIC X(020) VALUE SPACES.
       01 WCSV-LAT                PIC -ZZ9.99999999.
       01 WCSV-LON                PIC -ZZ9.99999999.
       01 WCSV-DIST               PIC ZZZZZZ9.

      *----CALCULO DE DISTANCIA POR HAVERSINE (MESMA FORMULA USADA NA
      *    GERACAO AUTOMATICA DE DISTRIBUICAO E NO ROTEIRO).
       01 WPI             PIC S9(001)v9(009) VALUE 3.141592654.
       01 WRAIO-TERRA     PIC  9(007)        VALUE 6371000.
       01 WDLA-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLA-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       01 WRESULT-FINAL   PIC S9(008)v9(003) VALUE ZEROS.
       01 WLAT-VEN-RAD    PIC S9(003)v9(009) VALUE ZEROS.
       01 WLAT-CLI-RAD    PIC S9(003)v9(009) VALUE ZEROS.
       01 WDELTA-LAT-RAD  PIC S9(003)v9(009) VALUE ZEROS.
       01 WDELTA-LON-RAD  PIC S9(003)v9(009) VALUE ZEROS.
       01 WHAV-A          PIC S9(001)v9(009) VALUE ZEROS.
       01 WHAV-C          PIC S9(003)v9(009) VALUE ZEROS.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relgpsvisita'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-GPS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - AUTENTICIDADE GPS DA
      -"S VISITAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "MES INICIAL (AAAAMM):".
          02 SCR-MES-INI LINE 6 COL 27 PIC 9(006)
                 USING WMES-INI AUTO.
          02 LINE 7 COL 5 VALUE "MES FINAL   (AAAAMM):".
          02 SCR-MES-FIM LINE 7 COL 27 PIC 9(006)
                 USING WMES-FIM AUTO.
          02 LINE 8 COL 5 VALUE "TOLERANCIA (METROS).:".
          02 LINE 8 COL 27 PIC ZZZZ9 FROM WGPS-TOLERANCIA.
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----CONFERE A POSICAO GPS INFORMADA NAS VISITAS DE CAMPO DO
      *    PERIODO CONTRA O PONTO DE ENTREGA DO CLIENTE (OU AS
      *    COORDENADAS DO CADASTRO) E GRAVA O RESULTADO NA PROPRIA
      *    VISITA (GPS-VISITA / DIST-GPS-VISITA). AS VISITAS FORA DA
      *    TOLERANCIA FICAM RETIDAS NA COMISSAO E NO CONFRONTO DE KM
      *    ATE NOVA CONFERENCIA. O CSV LISTA AS VISITAS FORA DA
      *    TOLERANCIA E OS TOTAIS POR VENDEDOR E MES.
       ABERTURA.
           INITIALIZE WSAIDA
           PERFORM S-LE-CONFIG-GPS THRU R-LE-CONFIG-GPS-1-EXIT
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-INI WMES-FIM
           DISPLAY TELA-GPS
           ACCEPT TELA-GPS
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
           OPEN I-O DIS-VISITA.
           IF FS-VIS NOT = '00'
              MOVE FS-VIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DIS-VISITA TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DIS-VISITA: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-VIS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WCLI-DISPONIVEL
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 'S' TO WCLI-DISPONIVEL
           END-IF
           MOVE 'N' TO WECL-DISPONIVEL
           OPEN INPUT ENDCLI
           IF FS-ECL = '00'
              MOVE 'S' TO WECL-DISPONIVEL
           END-IF
           PERFORM S-CARREGA-VENDEDORES THRU R-CARREGA-VENDEDORES-1-EXIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'GPS-VISITAS-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TIPO"' ',' '"VENDEDOR"' ',' '"NOME"' ','
               '"MES"' ',' '"CLIENTE"' ',' '"DATA-HORA"' ','
               '"LATITUDE"' ',' '"LONGITUDE"' ','
               '"DISTANCIA (M)"' ',' '"SITUACAO"' ','
               '"VISITAS"' ',' '"CONFERIDAS"' ',' '"SEM POSICAO"' ','
               '"SEM REFERENCIA"' ',' '"FORA DA TOLERANCIA"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WCATR-LINHAS WTOT-GER
           SORT ORDENA
                ON ASCENDING KEY ORD-VEN ORD-MES ORD-CLI ORD-DATA-HORA
                INPUT PROCEDURE IS S-CONFERE-VISITAS
                OUTPUT PROCEDURE IS S-EMITE-GPS
           MOVE 'TOTAL-GERAL' TO WCSV-TIPO
           MOVE ZEROES TO WQB-VEN
           MOVE SPACES TO WCSV-MES
           MOVE WTOT-GER TO WTOT-MES
           PERFORM R-GRAVA-TOTAL
           CLOSE ARQREL DIS-VISITA
           IF CLI-DISPONIVEL
              CLOSE CLIENTES
           END-IF
           IF ECL-DISPONIVEL
              CLOSE ENDCLI
           END-IF
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-INI '-' WMES-FIM ',TOL=' WGPS-TOLERANCIA
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING WTOT-GER-VIS ' VISITA(S), ' WTOT-GER-FORA
                  ' FORA DA TOLERANCIA'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----TOLERANCIA EM CONFIG.DAT; SEM O ARQUIVO OU COM VALOR
      *    INVALIDO, FICA O PADRAO DE 500 METROS.
       S-LE-CONFIG-GPS SECTION.
       R-LE-CONFIG-GPS-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-GPS-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'GPS-TOLERANCIA-M' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WGPS-TOLERANCIA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-GPS-1-EXIT.
           EXIT.

       S-CARREGA-VENDEDORES SECTION.
       R-CARREGA-VENDEDORES-1.
           INITIALIZE WTAB-VEN-GPS
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              GO TO R-CARREGA-VENDEDORES-1-EXIT
           END-IF
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND CODIGO-VEN > ZEROES
                 MOVE NOME-VEN TO WVEN-GPS-NOME(CODIGO-VEN)
              END-IF
           END-PERFORM
           CLOSE VENDEDORES.
       R-CARREGA-VENDEDORES-1-EXIT.
           EXIT.

       S-CONFERE-VISITAS SECTION.
       R-CONFERE-VISITAS-1.
           MOVE LOW-VALUES TO CHAVE-VISITA-DIS
           START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
           PERFORM UNTIL FS-VIS NOT = '00'
              READ DIS-VISITA NEXT
              IF FS-VIS = '00'
                 PERFORM R-CONFERE-VISITA THRU R-CONFERE-VISITA-FIM
              END-IF
           END-PERFORM.
       R-CONFERE-VISITAS-1-EXIT.
           EXIT.

      *----A CONFERENCIA E REFEITA A CADA EMISSAO, PARA VALER A
      *    TOLERANCIA VIGENTE E O PONTO DE ENTREGA MAIS RECENTE.
       R-CONFERE-VISITA.
           MOVE DATA-HORA-VISITA(1:6) TO WMES-VISITA
           IF WMES-VISITA IS NOT NUMERIC OR
              CODIGO-VEN-VISITA = ZEROES
              GO TO R-CONFERE-VISITA-FIM
           END-IF
           IF WMES-VISITA < WMES-INI OR WMES-VISITA > WMES-FIM
              GO TO R-CONFERE-VISITA-FIM
           END-IF
           MOVE ZEROES TO DIST-GPS-VISITA
           IF LATITUDE-VISITA = ZEROES AND LONGITUDE-VISITA = ZEROES
              MOVE 'S' TO GPS-VISITA
           ELSE
              PERFORM R-REFERENCIA-CLIENTE
              IF WDLA-CLI = ZEROES AND WDLO-CLI = ZEROES
                 MOVE 'N' TO GPS-VISITA
              ELSE
                 MOVE LATITUDE-VISITA TO WDLA-VEN
                 MOVE LONGITUDE-VISITA TO WDLO-VEN
                 PERFORM S-CALCULA-DISTANCIA-ROTA
                       THRU R-CALCULA-DISTANCIA-ROTA-EXIT
                 IF WRESULT-FINAL > 9999999
                    MOVE 9999999 TO DIST-GPS-VISITA
                 ELSE
                    MOVE WRESULT-FINAL TO DIST-GPS-VISITA
                 END-IF
                 IF DIST-GPS-VISITA > WGPS-TOLERANCIA
                    MOVE 'D' TO GPS-VISITA
                 ELSE
                    MOVE 'V' TO GPS-VISITA
                 END-IF
              END-IF
           END-IF
           REWRITE REGISTRO-VISITA-DIS
           MOVE CODIGO-VEN-VISITA TO ORD-VEN
           MOVE WMES-VISITA TO ORD-MES
           MOVE CODIGO-CLI-VISITA TO ORD-CLI
           MOVE DATA-HORA-VISITA TO ORD-DATA-HORA
           MOVE GPS-VISITA TO ORD-GPS
           MOVE DIST-GPS-VISITA TO ORD-DIST
           MOVE LATITUDE-VISITA TO ORD-LAT
           MOVE LONGITUDE-VISITA TO ORD-LON
           RELEASE REG-ORDENA.
       R-CONFERE-VISITA-FIM.
           EXIT.

      *----PONTO DE REFERENCIA DO CLIENTE: PONTO DE ENTREGA COM
      *    COORDENADAS, SENAO AS COORDENADAS DO CADASTRO.
       R-REFERENCIA-CLIENTE.
           MOVE ZEROES TO WDLA-CLI WDLO-CLI
           IF ECL-DISPONIVEL
              MOVE CODIGO-CLI-VISITA TO CODIGO-CLI-END
              MOVE 'E' TO TIPO-END
              READ ENDCLI
              IF FS-ECL = '00'
                 MOVE LATITUDE-END TO WDLA-CLI
                 MOVE LONGITUDE-END TO WDLO-CLI
              END-IF
           END-IF
           IF WDLA-CLI = ZEROES AND WDLO-CLI = ZEROES AND
              CLI-DISPONIVEL
              MOVE CODIGO-CLI-VISITA TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00' OR FS-CLI = '02'
                 MOVE LATITUDE TO WDLA-CLI
                 MOVE LONGITUDE TO WDLO-CLI
              END-IF
           END-IF.

       S-EMITE-GPS SECTION.
       R-EMITE-GPS-1.
           MOVE 'S' TO WPRIMEIRO
           MOVE 'N' TO WFIM-ORDENA
           PERFORM UNTIL FIM-ORDENA
              RETURN ORDENA
                 AT END
                    MOVE 'S' TO WFIM-ORDENA
                 NOT AT END
                    PERFORM R-TRATA-QUEBRA
                    PERFORM R-ACUMULA-VISITA
              END-RETURN
           END-PERFORM
           IF NOT PRIMEIRO-REG
              PERFORM R-FECHA-MES
           END-IF.
       R-EMITE-GPS-1-EXIT.
           EXIT.

       R-TRATA-QUEBRA.
           IF PRIMEIRO-REG
              MOVE 'N' TO WPRIMEIRO
              PERFORM R-INICIA-MES
           ELSE
              IF ORD-VEN NOT = WQB-VEN OR ORD-MES NOT = WQB-MES
                 PERFORM R-FECHA-MES
                 PERFORM R-INICIA-MES
              END-IF
           END-IF.

       R-INICIA-MES.
           MOVE ORD-VEN TO WQB-VEN
           MOVE ORD-MES TO WQB-MES
           INITIALIZE WTOT-MES.

       R-ACUMULA-VISITA.
           ADD 1 TO WTOT-MES-VIS WTOT-GER-VIS
           EVALUATE ORD-GPS
              WHEN 'V'
                 ADD 1 TO WTOT-MES-OK WTOT-GER-OK
              WHEN 'S'
                 ADD 1 TO WTOT-MES-SEM-POS WTOT-GER-SEM-POS
              WHEN 'N'
                 ADD 1 TO WTOT-MES-SEM-REF WTOT-GER-SEM-REF
              WHEN 'D'
                 ADD 1 TO WTOT-MES-FORA WTOT-GER-FORA
                 PERFORM R-GRAVA-FORA
           END-EVALUATE.

       R-FECHA-MES.
           MOVE WQB-MES TO WCSV-MES
           MOVE 'TOTAL-MES' TO WCSV-TIPO
           PERFORM R-GRAVA-TOTAL.

      *----VISITA FORA DA TOLERANCIA: UMA LINHA COM A POSICAO
      *    INFORMADA E A DISTANCIA ATE O PONTO DO CLIENTE.
       R-GRAVA-FORA.
           MOVE ORD-LAT TO WCSV-LAT
           MOVE ORD-LON TO WCSV-LON
           MOVE ORD-DIST TO WCSV-DIST
           MOVE 'FORA DA TOLERANCIA' TO WCSV-SITUACAO
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"VISITA"' ',' ORD-VEN ','
               '"' FUNCTION TRIM(WVEN-GPS-NOME(ORD-VEN)) '"' ','
               ORD-MES ',' ORD-CLI ',' ORD-DATA-HORA ','
               FUNCTION TRIM(WCSV-LAT) ','
               FUNCTION TRIM(WCSV-LON) ','
               FUNCTION TRIM(WCSV-DIST) ','
               '"' FUNCTION TRIM(WCSV-SITUACAO) '"'
               ',' ',' ',' ',' ','
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----LINHA DE TOTAL (MES DO VENDEDOR OU GERAL).
       R-GRAVA-TOTAL.
           MOVE SPACES TO ARQREL-DATA-01
           IF WQB-VEN > ZEROES
              STRING '"' FUNCTION TRIM(WCSV-TIPO) '"' ','
                  WQB-VEN ','
                  '"' FUNCTION TRIM(WVEN-GPS-NOME(WQB-VEN)) '"' ','
                  WCSV-MES ',' ',' ',' ',' ',' ',' ','
                  WTOT-MES-VIS ',' WTOT-MES-OK ','
                  WTOT-MES-SEM-POS ',' WTOT-MES-SEM-REF ','
                  WTOT-MES-FORA
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING '"' FUNCTION TRIM(WCSV-TIPO) '"' ','
                  ',' ',' ',' ',' ',' ',' ',' ',' ','
                  WTOT-MES-VIS ',' WTOT-MES-OK ','
                  WTOT-MES-SEM-POS ',' WTOT-MES-SEM-REF ','
                  WTOT-MES-FORA
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       S-CALCULA-DISTANCIA-ROTA SECTION.
       R-CALCULA-DISTANCIA-ROTA-1.
           COMPUTE WLAT-VEN-RAD = (WDLA-VEN * WPI) / 180
           COMPUTE WLAT-CLI-RAD = (WDLA-CLI * WPI) / 180
           COMPUTE WDELTA-LAT-RAD = WLAT-VEN-RAD - WLAT-CLI-RAD
           COMPUTE WDELTA-LON-RAD = ((WDLO-VEN - WDLO-CLI) * WPI) / 180
           COMPUTE WHAV-A =
                   (FUNCTION SIN (WDELTA-LAT-RAD / 2) ** 2) +
                   (FUNCTION COS (WLAT-CLI-RAD) *
                    FUNCTION COS (WLAT-VEN-RAD) *
                    (FUNCTION SIN (WDELTA-LON-RAD / 2) ** 2))
           COMPUTE WHAV-C =
                   2 * FUNCTION ATAN (FUNCTION SQRT (WHAV-A) /
                                      FUNCTION SQRT (1 - WHAV-A))
           COMPUTE WRESULT-FINAL = WRAIO-TERRA * WHAV-C.
       R-CALCULA-DISTANCIA-ROTA-EXIT.
           EXIT.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
