       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relgrupoecon.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GRUPOECON ASSIGN TO DISK WID-ARQ-GRUPOECON
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-GEC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-GEC.

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

       SELECT FATURA ASSIGN TO DISK WID-ARQ-FATURA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FAT.

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
       FD GRUPOECON.
       01  REGISTRO-GRUPO-ECON.
           02 CODIGO-GEC                PIC  9(005).
           02 NOME-GEC                  PIC  X(040).
           02 VEN-GEC                   PIC  9(003).
           02 MANTEM-VEN-GEC            PIC  X(001).
              88 GEC-MANTEM-VEN               VALUE 'S'.

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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       FD FATURA.
       01  REGISTRO-FATURA.
           02 CHAVE-FAT.
              03 MES-FAT            PIC  9(006).
              03 CNPJ-FAT           PIC  9(014).
           02 VALOR-FAT             PIC  9(013)V9(002).
           02 COD-CLI-FAT           PIC  9(007).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00300).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       WORKING-STORAGE SECTION.
       01 FS-GEC.
           02 FS-GEC-1                PIC 9.
           02 FS-GEC-2                PIC 9.
           02 FS-GEC-R REDEFINES FS-GEC-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-FAT.
           02 FS-FAT-1                PIC 9.
           02 FS-FAT-2                PIC 9.
           02 FS-FAT-R REDEFINES FS-FAT-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-GRUPOECON       PIC X(50) VALUE
              'GRUPO-ECONOMICO.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WVAT-DISP               PIC X VALUE 'N'.
          88 VAT-DISP                  VALUE 'S'.
       01 WFAT-DISP               PIC X VALUE 'N'.
          88 FAT-DISP                  VALUE 'S'.

      *----PERIODO DO FATURAMENTO (ANO/MES INICIAL E FINAL)
       01 WMES-INI                PIC 9(006) VALUE ZEROES.
       01 WMES-FIM                PIC 9(006) VALUE ZEROES.
       01 WMES-CORR               PIC 9(006) VALUE ZEROES.
       01 WMES-CORR-R REDEFINES WMES-CORR.
          02 WMES-CORR-ANO        PIC 9(004).
          02 WMES-CORR-MES        PIC 9(002).

      *----GRUPOS CADASTRADOS, NA ORDEM DO CODIGO, COM OS TOTAIS DOS
      *    MEMBROS E OS VENDEDORES PRIMARIOS QUE OS ATENDEM HOJE (ATE
      *    10 DISTINTOS POR GRUPO; ALEM DISSO SO O CONTADOR SOBE).
       01 WTAB-GRUPOS.
          02 WTAB-GEC-LIN OCCURS 500 TIMES.
             03 WGEC-COD          PIC 9(005).
             03 WGEC-NOME         PIC X(040).
             03 WGEC-VEN          PIC 9(003).
             03 WGEC-MANTEM       PIC X(001).
             03 WGEC-MEMBROS      PIC 9(005).
             03 WGEC-ATIVOS       PIC 9(005).
             03 WGEC-SEM-VINC     PIC 9(005).
             03 WGEC-FATUR        PIC 9(015)V9(002).
             03 WGEC-QTD-VEN      PIC 9(003).
             03 WGEC-VEN-SERV     PIC 9(003) OCCURS 10 TIMES.
       77 WQTD-GEC                PIC 9(003) VALUE ZEROES.
       77 WIDX-GEC                PIC 9(003) VALUE ZEROES.
       77 WIDX-VSV                PIC 9(003) VALUE ZEROES.
       01 WACHOU-GEC              PIC X VALUE 'N'.
          88 ACHOU-GEC                 VALUE 'S'.
       01 WACHOU-VSV              PIC X VALUE 'N'.
          88 ACHOU-VSV                 VALUE 'S'.
       77 WCONT-SEM-CADASTRO      PIC 9(007) VALUE ZEROES.

      *----CAMPOS DA LINHA DO CSV
       01 WCSV-VENDEDORES         PIC X(060) VALUE SPACES.
       77 WPTR-VEN                PIC 9(003) VALUE ZEROES.
       01 WCSV-ALERTA             PIC X(030) VALUE SPACES.
       01 WCSV-VALOR-FAT          PIC ZZZZZZZZZZZZZZ9.99.
       01 WTOT-FATUR              PIC 9(015)V9(002) VALUE ZEROES.
       01 WTOT-MEMBROS            PIC 9(007) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relgrupoecon'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-GRUPOS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - RELATORIO DE GRUPOS
      -"ECONOMICOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "PERIODO DO FATURAMENTO SOMADO:".
          02 LINE 6 COL 5 VALUE "MES INICIAL (AAAAMM):".
          02 SCR-MES-INI LINE 6 COL 27 PIC 9(006)
                 USING WMES-INI AUTO.
          02 LINE 7 COL 5 VALUE "MES FINAL   (AAAAMM):".
          02 SCR-MES-FIM LINE 7 COL 27 PIC 9(006)
                 USING WMES-FIM AUTO.
          02 LINE 9 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----UMA LINHA POR GRUPO ECONOMICO: QUANTIDADE DE MEMBROS (E
      *    DE ATIVOS), FATURAMENTO SOMADO DOS MEMBROS NO PERIODO E OS
      *    VENDEDORES PRIMARIOS QUE ATENDEM OS MEMBROS HOJE. GRUPO
      *    MARCADO PARA MANTER OS MEMBROS COM O VENDEDOR DA CONTA E
      *    ATENDIDO POR OUTRO VENDEDOR SAI COM ALERTA.
       ABERTURA.
           INITIALIZE WSAIDA
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-GRUPOECON
              STRING 'GRUPO-ECONOMICO-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-GRUPOECON
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-INI WMES-FIM
           DISPLAY TELA-GRUPOS
           ACCEPT TELA-GRUPOS
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
           PERFORM S-CARREGA-GRUPOS THRU R-CARREGA-GRUPOS-1-EXIT
           IF WQTD-GEC = ZEROES
              MOVE 'NENHUM GRUPO ECONOMICO CADASTRADO ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
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
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WVAT-DISP WFAT-DISP
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISP
           END-IF
           OPEN INPUT FATURA
           IF FS-FAT = '00'
              MOVE 'S' TO WFAT-DISP
           END-IF
           PERFORM S-ACUMULA-MEMBROS THRU R-ACUMULA-MEMBROS-1-EXIT
           CLOSE CLIENTES
           IF VAT-DISP
              CLOSE VINCATUAL
           END-IF
           IF FAT-DISP
              CLOSE FATURA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'GRUPOS-ECONOMICOS-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"GRUPO"' ',' '"NOME"' ',' '"VENDEDOR CONTA"' ','
               '"MANTEM MEMBROS"' ',' '"MEMBROS"' ',' '"ATIVOS"' ','
               '"SEM VINCULO"' ',' '"FATURAMENTO"' ','
               '"QTD VENDEDORES"' ',' '"VENDEDORES"' ',' '"ALERTA"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WCATR-LINHAS WTOT-FATUR WTOT-MEMBROS
           PERFORM VARYING WIDX-GEC FROM 1 BY 1
                   UNTIL WIDX-GEC > WQTD-GEC
              PERFORM R-GRAVA-GRUPO
           END-PERFORM
           MOVE WTOT-FATUR TO WCSV-VALOR-FAT
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TOTAL-GERAL"' ',' ',' ',' ',' WTOT-MEMBROS ','
               ',' ',' FUNCTION TRIM(WCSV-VALOR-FAT) ',' ',' ','
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-INI '-' WMES-FIM
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING WQTD-GEC ' GRUPO(S), ' WTOT-MEMBROS ' MEMBRO(S)'
                  DELIMITED BY SIZE INTO WTXT
           IF WCONT-SEM-CADASTRO > ZEROES
              MOVE SPACES TO WTXT
              STRING WCONT-SEM-CADASTRO
                     ' CLIENTE(S) COM GRUPO NAO CADASTRADO'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           IF NOT FAT-DISP
              MOVE SPACES TO WTXT
              STRING WQTD-GEC ' GRUPO(S) - SEM FATURAMENTO.DAT'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-CARREGA-GRUPOS SECTION.
       R-CARREGA-GRUPOS-1.
           INITIALIZE WTAB-GRUPOS WQTD-GEC
           OPEN INPUT GRUPOECON.
           IF FS-GEC NOT = '00'
              GO TO R-CARREGA-GRUPOS-1-EXIT
           END-IF
           PERFORM UNTIL FS-GEC NOT = '00' OR WQTD-GEC = 500
              READ GRUPOECON NEXT
              IF FS-GEC = '00'
                 ADD 1 TO WQTD-GEC
                 MOVE CODIGO-GEC TO WGEC-COD(WQTD-GEC)
                 MOVE NOME-GEC TO WGEC-NOME(WQTD-GEC)
                 MOVE VEN-GEC TO WGEC-VEN(WQTD-GEC)
                 MOVE MANTEM-VEN-GEC TO WGEC-MANTEM(WQTD-GEC)
              END-IF
           END-PERFORM
           CLOSE GRUPOECON.
       R-CARREGA-GRUPOS-1-EXIT.
           EXIT.

      *----VARRE O CADASTRO DE CLIENTES UMA VEZ, SOMANDO CADA MEMBRO
      *    NO SEU GRUPO.
       S-ACUMULA-MEMBROS SECTION.
       R-ACUMULA-MEMBROS-1.
           MOVE LOW-VALUES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           PERFORM UNTIL FS-CLI NOT = '00'
              READ CLIENTES NEXT
              IF FS-CLI = '00' AND GRUPO-ECON-CLI NOT = ZEROES
                 PERFORM R-ACUMULA-CLIENTE THRU R-ACUMULA-CLIENTE-FIM
              END-IF
           END-PERFORM.
       R-ACUMULA-MEMBROS-1-EXIT.
           EXIT.

       R-ACUMULA-CLIENTE.
           MOVE 'N' TO WACHOU-GEC
           PERFORM VARYING WIDX-GEC FROM 1 BY 1
                   UNTIL WIDX-GEC > WQTD-GEC OR ACHOU-GEC
              IF WGEC-COD(WIDX-GEC) = GRUPO-ECON-CLI
                 MOVE 'S' TO WACHOU-GEC
              END-IF
           END-PERFORM
           IF NOT ACHOU-GEC
              ADD 1 TO WCONT-SEM-CADASTRO
              GO TO R-ACUMULA-CLIENTE-FIM
           END-IF
           SUBTRACT 1 FROM WIDX-GEC
           ADD 1 TO WGEC-MEMBROS(WIDX-GEC) WTOT-MEMBROS
           IF CLI-ATIVO
              ADD 1 TO WGEC-ATIVOS(WIDX-GEC)
           END-IF
           PERFORM R-ACUMULA-VENDEDOR
           IF FAT-DISP
              MOVE WMES-INI TO WMES-CORR
              PERFORM UNTIL WMES-CORR > WMES-FIM
                 MOVE WMES-CORR TO MES-FAT
                 MOVE CNPJ TO CNPJ-FAT
                 READ FATURA
                 IF FS-FAT = '00'
                    ADD VALOR-FAT TO WGEC-FATUR(WIDX-GEC) WTOT-FATUR
                 END-IF
                 IF WMES-CORR-MES = 12
                    ADD 1 TO WMES-CORR-ANO
                    MOVE 1 TO WMES-CORR-MES
                 ELSE
                    ADD 1 TO WMES-CORR-MES
                 END-IF
              END-PERFORM
           END-IF.
       R-ACUMULA-CLIENTE-FIM.
           EXIT.

      *----VENDEDOR PRIMARIO ABERTO DO MEMBRO (VINCULO-ATUAL.DAT);
      *    MEMBRO ATIVO SEM VINCULO ENTRA NA COLUNA PROPRIA.
       R-ACUMULA-VENDEDOR.
           MOVE ZEROES TO VEN-PRIM-VAT
           IF VAT-DISP
              MOVE CODIGO TO CODIGO-CLI-VAT
              READ VINCATUAL
              IF FS-VAT NOT = '00'
                 MOVE ZEROES TO VEN-PRIM-VAT
              END-IF
           END-IF
           IF VEN-PRIM-VAT = ZEROES
              IF CLI-ATIVO
                 ADD 1 TO WGEC-SEM-VINC(WIDX-GEC)
              END-IF
           ELSE
              MOVE 'N' TO WACHOU-VSV
              PERFORM VARYING WIDX-VSV FROM 1 BY 1
                      UNTIL WIDX-VSV > WGEC-QTD-VEN(WIDX-GEC) OR
                            WIDX-VSV > 10 OR ACHOU-VSV
                 IF WGEC-VEN-SERV(WIDX-GEC WIDX-VSV) = VEN-PRIM-VAT
                    MOVE 'S' TO WACHOU-VSV
                 END-IF
              END-PERFORM
              IF NOT ACHOU-VSV
                 ADD 1 TO WGEC-QTD-VEN(WIDX-GEC)
                 IF WGEC-QTD-VEN(WIDX-GEC) NOT > 10
                    MOVE VEN-PRIM-VAT TO
                         WGEC-VEN-SERV(WIDX-GEC WGEC-QTD-VEN(WIDX-GEC))
                 END-IF
              END-IF
           END-IF.

       R-GRAVA-GRUPO.
           MOVE SPACES TO WCSV-VENDEDORES WCSV-ALERTA
           MOVE 1 TO WPTR-VEN
           PERFORM VARYING WIDX-VSV FROM 1 BY 1
                   UNTIL WIDX-VSV > WGEC-QTD-VEN(WIDX-GEC) OR
                         WIDX-VSV > 10
              IF WIDX-VSV > 1
                 STRING '/' DELIMITED BY SIZE INTO WCSV-VENDEDORES
                     WITH POINTER WPTR-VEN
              END-IF
              STRING WGEC-VEN-SERV(WIDX-GEC WIDX-VSV)
                  DELIMITED BY SIZE INTO WCSV-VENDEDORES
                  WITH POINTER WPTR-VEN
              IF WGEC-MANTEM(WIDX-GEC) = 'S' AND
                 WGEC-VEN-SERV(WIDX-GEC WIDX-VSV) NOT =
                 WGEC-VEN(WIDX-GEC)
                 MOVE 'MEMBRO COM OUTRO VENDEDOR' TO WCSV-ALERTA
              END-IF
           END-PERFORM
           IF WGEC-QTD-VEN(WIDX-GEC) > 10
              STRING '/...' DELIMITED BY SIZE INTO WCSV-VENDEDORES
                  WITH POINTER WPTR-VEN
              IF WGEC-MANTEM(WIDX-GEC) = 'S'
                 MOVE 'MEMBRO COM OUTRO VENDEDOR' TO WCSV-ALERTA
              END-IF
           END-IF
           IF WGEC-MEMBROS(WIDX-GEC) = ZEROES
              MOVE 'GRUPO SEM MEMBROS' TO WCSV-ALERTA
           END-IF
           MOVE WGEC-FATUR(WIDX-GEC) TO WCSV-VALOR-FAT
           MOVE SPACES TO ARQREL-DATA-01
           STRING WGEC-COD(WIDX-GEC) ','
               '"' FUNCTION TRIM(WGEC-NOME(WIDX-GEC)) '"' ','
               WGEC-VEN(WIDX-GEC) ',' WGEC-MANTEM(WIDX-GEC) ','
               WGEC-MEMBROS(WIDX-GEC) ',' WGEC-ATIVOS(WIDX-GEC) ','
               WGEC-SEM-VINC(WIDX-GEC) ','
               FUNCTION TRIM(WCSV-VALOR-FAT) ','
               WGEC-QTD-VEN(WIDX-GEC) ','
               '"' FUNCTION TRIM(WCSV-VENDEDORES) '"' ','
               '"' FUNCTION TRIM(WCSV-ALERTA) '"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
