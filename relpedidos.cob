       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relpedidos.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PEDIDOS ASSIGN TO DISK WID-ARQ-PEDIDOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

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

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ORDENA  ASSIGN TO DISK 'RELPEDIDOS.SRT'.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       01  REGISTRO-PEDIDO.
           02 CHAVE-PED.
              03 COD-VEN-PED            PIC  9(003).
              03 NUM-PED                PIC  9(007).
           02 COD-CLI-PED               PIC  9(007).
           02 DATA-HORA-VIS-PED         PIC  X(014).
           02 DATA-PED                  PIC  9(008).
           02 QTD-ITENS-PED             PIC  9(003).
           02 VALOR-PED                 PIC  9(009)v99.
           02 OBS-PED                   PIC  X(040).
           02 VINCULO-PED               PIC  X(001).
              88 PED-COM-VINCULO              VALUE 'S'.
              88 PED-SEM-VINCULO              VALUE 'N'.
           02 VISITA-PED                PIC  X(001).
              88 PED-COM-VISITA               VALUE 'S'.
              88 PED-SEM-VISITA               VALUE 'N'.
           02 SITUACAO-PED              PIC  X(001).
              88 PED-ATIVO                    VALUE 'A'.
              88 PED-CANCELADO                VALUE 'C'.
           02 OPERADOR-PED              PIC  X(020).
           02 DATA-HORA-PED             PIC  X(014).

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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00300).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-REG              PIC 9(003).
           02 ORD-VEN              PIC 9(003).
           02 ORD-CLI              PIC 9(007).
           02 ORD-NUM              PIC 9(007).
           02 ORD-VISITA           PIC X(014).
           02 ORD-ITENS            PIC 9(003).
           02 ORD-VALOR            PIC 9(009)v99.
           02 ORD-VINCULO          PIC X(001).
           02 ORD-TEM-VISITA       PIC X(001).

       WORKING-STORAGE SECTION.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-REG.
           02 FS-REG-1                PIC 9.
           02 FS-REG-2                PIC 9.
           02 FS-REG-R REDEFINES FS-REG-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-PEDIDOS         PIC X(50) VALUE 'PEDIDOS.DAT'.
       01 WCLI-DISPONIVEL         PIC X VALUE 'N'.
          88 CLI-DISPONIVEL            VALUE 'S'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

      *----DATA DOS PEDIDOS (DATA DA VISITA QUE GEROU O PEDIDO).
       01 WDATA-PED               PIC 9(008) VALUE ZEROES.

      *----NOME E REGIAO DO VENDEDOR, INDEXADOS PELO CODIGO; NOME DA
      *    REGIAO, INDEXADO PELO CODIGO DA REGIAO.
       01 WTAB-VEN-PED.
          02 WTAB-VEN-PED-LIN OCCURS 999 TIMES.
             03 WVEN-PED-NOME     PIC X(040).
             03 WVEN-PED-REG      PIC 9(003).
       01 WTAB-REG-PED.
          02 WTAB-REG-PED-LIN OCCURS 999 TIMES.
             03 WREG-PED-NOME     PIC X(030).

      *----QUEBRAS: REGIAO / VENDEDOR
       01 WQUEBRA-ATUAL.
          02 WQB-REG              PIC 9(003) VALUE ZEROES.
          02 WQB-VEN              PIC 9(003) VALUE ZEROES.
       01 WPRIMEIRO               PIC X VALUE 'S'.
          88 PRIMEIRO-REG              VALUE 'S'.
       01 WFIM-ORDENA             PIC X VALUE 'N'.
          88 FIM-ORDENA                VALUE 'S'.

      *----TOTAIS: PEDIDOS, ITENS, VALOR E PEDIDOS DE CLIENTE SEM
      *    VINCULO ABERTO COM O VENDEDOR.
       01 WTOT-VEN.
          02 WTOT-VEN-PED         PIC 9(007) VALUE ZEROES.
          02 WTOT-VEN-ITENS       PIC 9(007) VALUE ZEROES.
          02 WTOT-VEN-VALOR       PIC 9(011)v99 VALUE ZEROES.
          02 WTOT-VEN-SEM-VINC    PIC 9(007) VALUE ZEROES.
       01 WTOT-REG.
          02 WTOT-REG-PED         PIC 9(007) VALUE ZEROES.
          02 WTOT-REG-ITENS       PIC 9(007) VALUE ZEROES.
          02 WTOT-REG-VALOR       PIC 9(011)v99 VALUE ZEROES.
          02 WTOT-REG-SEM-VINC    PIC 9(007) VALUE ZEROES.
       01 WTOT-GER.
          02 WTOT-GER-PED         PIC 9(007) VALUE ZEROES.
          02 WTOT-GER-ITENS       PIC 9(007) VALUE ZEROES.
          02 WTOT-GER-VALOR       PIC 9(011)v99 VALUE ZEROES.
          02 WTOT-GER-SEM-VINC    PIC 9(007) VALUE ZEROES.
       01 WTOT-LINHA.
          02 WTOT-LIN-PED         PIC 9(007) VALUE ZEROES.
          02 WTOT-LIN-ITENS       PIC 9(007) VALUE ZEROES.
          02 WTOT-LIN-VALOR       PIC 9(011)v99 VALUE ZEROES.
          02 WTOT-LIN-SEM-VINC    PIC 9(007) VALUE ZEROES.

      *----CAMPOS DA LINHA DO CSV
       01 WCSV-TIPO               PIC X(020) VALUE SPACES.
       01 WCSV-VALOR              PIC ZZZZZZZZZZ9.99.
       01 WCSV-MARCA              PIC X(030) VALUE SPACES.
       01 WCSV-RAZAO              PIC X(040) VALUE SPACES.
       01 WCSV-NOME-REG           PIC X(030) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relpedidos'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-REL-PED.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 15 VALUE "SISTEMA EXEMPLO - PEDIDOS DO DIA POR V
      -"ENDEDOR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "DATA DOS PEDIDOS (AAAAMMDD):".
          02 SCR-DATA-PED LINE 6 COL 34 PIC 9(008)
                 USING WDATA-PED AUTO.
          02 LINE 8 COL 5 VALUE
             "PEDIDOS CANCELADOS NAO ENTRAM NO RELATORIO".
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----PEDIDOS DE CAMPO DO DIA, POR REGIAO E VENDEDOR, COM TOTAIS
      *    POR VENDEDOR, POR REGIAO E GERAL. O PEDIDO DE CLIENTE SEM
      *    VINCULO ABERTO COM O VENDEDOR SAI MARCADO E CONTADO A PARTE.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-PED
           DISPLAY TELA-REL-PED
           ACCEPT TELA-REL-PED
           IF ESC
              GO TO ABERTURA-EXIT
           END-IF
           IF WDATA-PED < 16010101 OR
              FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WDATA-PED)) NOT = WDATA-PED
              MOVE 'DATA INVALIDA ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT PEDIDOS.
           IF FS-PED NOT = '00'
              MOVE FS-PED TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PEDIDOS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ PEDIDOS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-PED TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WCLI-DISPONIVEL
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 'S' TO WCLI-DISPONIVEL
           END-IF
           PERFORM S-CARREGA-VENDEDORES THRU R-CARREGA-VENDEDORES-1-EXIT
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'PEDIDOS-DIA-' WDATA-PED '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TIPO"' ',' '"REGIAO"' ',' '"NOME REGIAO"' ','
               '"VENDEDOR"' ',' '"NOME"' ',' '"CLIENTE"' ','
               '"RAZAO SOCIAL"' ',' '"PEDIDO"' ',' '"VISITA"' ','
               '"PEDIDOS"' ',' '"ITENS"' ',' '"VALOR"' ','
               '"SEM VINCULO"' ',' '"OBSERVACAO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WCATR-LINHAS WTOT-GER
           SORT ORDENA
                ON ASCENDING KEY ORD-REG ORD-VEN ORD-CLI ORD-NUM
                INPUT PROCEDURE IS S-SELECIONA-PEDIDOS
                OUTPUT PROCEDURE IS S-EMITE-PEDIDOS
           MOVE 'TOTAL-GERAL' TO WCSV-TIPO
           MOVE ZEROES TO WQB-REG WQB-VEN
           MOVE WTOT-GER TO WTOT-LINHA
           PERFORM R-GRAVA-TOTAL
           CLOSE ARQREL PEDIDOS
           IF CLI-DISPONIVEL
              CLOSE CLIENTES
           END-IF
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'DATA=' WDATA-PED
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING WTOT-GER-PED ' PEDIDO(S), ' WTOT-GER-SEM-VINC
                  ' SEM VINCULO'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----NOMES DOS VENDEDORES E DAS REGIOES. SEM O CADASTRO DE
      *    REGIOES, O RELATORIO SAI SO COM O CODIGO DA REGIAO.
       S-CARREGA-VENDEDORES SECTION.
       R-CARREGA-VENDEDORES-1.
           INITIALIZE WTAB-VEN-PED WTAB-REG-PED
           OPEN INPUT VENDEDORES.
           IF FS-VEN = '00'
              PERFORM UNTIL FS-VEN NOT = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00' AND CODIGO-VEN > ZEROES
                    MOVE NOME-VEN TO WVEN-PED-NOME(CODIGO-VEN)
                    MOVE COD-REGIAO TO WVEN-PED-REG(CODIGO-VEN)
                 END-IF
              END-PERFORM
              CLOSE VENDEDORES
           END-IF
           OPEN INPUT REGIAO.
           IF FS-REG NOT = '00'
              GO TO R-CARREGA-VENDEDORES-1-EXIT
           END-IF
           PERFORM UNTIL FS-REG NOT = '00'
              READ REGIAO NEXT
              IF FS-REG = '00' AND CODIGO-REG > ZEROES
                 MOVE NOME-REG TO WREG-PED-NOME(CODIGO-REG)
              END-IF
           END-PERFORM
           CLOSE REGIAO.
       R-CARREGA-VENDEDORES-1-EXIT.
           EXIT.

       S-SELECIONA-PEDIDOS SECTION.
       R-SELECIONA-PEDIDOS-1.
           MOVE WDATA-PED TO DATA-PED
           START PEDIDOS KEY IS EQUAL TO DATA-PED
           PERFORM UNTIL FS-PED NOT = '00'
              READ PEDIDOS NEXT
              IF FS-PED = '00'
                 IF DATA-PED NOT = WDATA-PED
                    MOVE '10' TO FS-PED
                 ELSE
                    IF NOT PED-CANCELADO AND COD-VEN-PED > ZEROES
                       MOVE WVEN-PED-REG(COD-VEN-PED) TO ORD-REG
                       MOVE COD-VEN-PED TO ORD-VEN
                       MOVE COD-CLI-PED TO ORD-CLI
                       MOVE NUM-PED TO ORD-NUM
                       MOVE DATA-HORA-VIS-PED TO ORD-VISITA
                       MOVE QTD-ITENS-PED TO ORD-ITENS
                       MOVE VALOR-PED TO ORD-VALOR
                       MOVE VINCULO-PED TO ORD-VINCULO
                       MOVE VISITA-PED TO ORD-TEM-VISITA
                       RELEASE REG-ORDENA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       R-SELECIONA-PEDIDOS-1-EXIT.
           EXIT.

       S-EMITE-PEDIDOS SECTION.
       R-EMITE-PEDIDOS-1.
           MOVE 'S' TO WPRIMEIRO
           MOVE 'N' TO WFIM-ORDENA
           PERFORM UNTIL FIM-ORDENA
              RETURN ORDENA
                 AT END
                    MOVE 'S' TO WFIM-ORDENA
                 NOT AT END
                    PERFORM R-TRATA-QUEBRA
                    PERFORM R-ACUMULA-PEDIDO
                    PERFORM R-GRAVA-PEDIDO
              END-RETURN
           END-PERFORM
           IF NOT PRIMEIRO-REG
              PERFORM R-FECHA-VENDEDOR
              PERFORM R-FECHA-REGIAO
           END-IF.
       R-EMITE-PEDIDOS-1-EXIT.
           EXIT.

       R-TRATA-QUEBRA.
           IF PRIMEIRO-REG
              MOVE 'N' TO WPRIMEIRO
              MOVE ORD-REG TO WQB-REG
              MOVE ORD-VEN TO WQB-VEN
              INITIALIZE WTOT-REG WTOT-VEN
           ELSE
              IF ORD-REG NOT = WQB-REG
                 PERFORM R-FECHA-VENDEDOR
                 PERFORM R-FECHA-REGIAO
                 MOVE ORD-REG TO WQB-REG
                 MOVE ORD-VEN TO WQB-VEN
                 INITIALIZE WTOT-REG WTOT-VEN
              ELSE
                 IF ORD-VEN NOT = WQB-VEN
                    PERFORM R-FECHA-VENDEDOR
                    MOVE ORD-VEN TO WQB-VEN
                    INITIALIZE WTOT-VEN
                 END-IF
              END-IF
           END-IF.

       R-ACUMULA-PEDIDO.
           ADD 1 TO WTOT-VEN-PED WTOT-REG-PED WTOT-GER-PED
           ADD ORD-ITENS TO WTOT-VEN-ITENS WTOT-REG-ITENS
                            WTOT-GER-ITENS
           ADD ORD-VALOR TO WTOT-VEN-VALOR WTOT-REG-VALOR
                            WTOT-GER-VALOR
           IF ORD-VINCULO = 'N'
              ADD 1 TO WTOT-VEN-SEM-VINC WTOT-REG-SEM-VINC
                       WTOT-GER-SEM-VINC
           END-IF.

       R-FECHA-VENDEDOR.
           MOVE 'TOTAL-VENDEDOR' TO WCSV-TIPO
           MOVE WTOT-VEN TO WTOT-LINHA
           PERFORM R-GRAVA-TOTAL.

       R-FECHA-REGIAO.
           MOVE 'TOTAL-REGIAO' TO WCSV-TIPO
           MOVE ZEROES TO WQB-VEN
           MOVE WTOT-REG TO WTOT-LINHA
           PERFORM R-GRAVA-TOTAL.

      *----UMA LINHA POR PEDIDO; A OBSERVACAO APONTA O CLIENTE SEM
      *    VINCULO ABERTO E O PEDIDO SEM VISITA REGISTRADA.
       R-GRAVA-PEDIDO.
           MOVE SPACES TO WCSV-MARCA WCSV-RAZAO
           IF ORD-VINCULO = 'N'
              MOVE 'SEM VINCULO ABERTO' TO WCSV-MARCA
           END-IF
           IF ORD-TEM-VISITA = 'N'
              IF WCSV-MARCA = SPACES
                 MOVE 'SEM VISITA' TO WCSV-MARCA
              ELSE
                 MOVE '/SEM VISITA' TO WCSV-MARCA(19:11)
              END-IF
           END-IF
           IF CLI-DISPONIVEL
              MOVE ORD-CLI TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00' OR FS-CLI = '02'
                 MOVE RAZAO TO WCSV-RAZAO
              END-IF
           END-IF
           MOVE ORD-VALOR TO WCSV-VALOR
           MOVE ORD-REG TO WQB-REG
           PERFORM R-NOME-REGIAO
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"PEDIDO"' ',' ORD-REG ','
               '"' FUNCTION TRIM(WCSV-NOME-REG) '"' ','
               ORD-VEN ','
               '"' FUNCTION TRIM(WVEN-PED-NOME(ORD-VEN)) '"' ','
               ORD-CLI ','
               '"' FUNCTION TRIM(WCSV-RAZAO) '"' ','
               ORD-NUM ',' ORD-VISITA ','
               '1' ',' ORD-ITENS ','
               FUNCTION TRIM(WCSV-VALOR) ','
               ORD-VINCULO ','
               '"' FUNCTION TRIM(WCSV-MARCA) '"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----VENDEDOR SEM REGIAO (CODIGO ZERO) SAI SEM NOME DE REGIAO.
       R-NOME-REGIAO.
           MOVE SPACES TO WCSV-NOME-REG
           IF WQB-REG > ZEROES
              MOVE WREG-PED-NOME(WQB-REG) TO WCSV-NOME-REG
           END-IF.

      *----LINHA DE TOTAL (VENDEDOR, REGIAO OU GERAL).
       R-GRAVA-TOTAL.
           MOVE WTOT-LIN-VALOR TO WCSV-VALOR
           PERFORM R-NOME-REGIAO
           MOVE SPACES TO ARQREL-DATA-01
           EVALUATE TRUE
              WHEN WQB-VEN > ZEROES
                 STRING '"' FUNCTION TRIM(WCSV-TIPO) '"' ','
                     WQB-REG ','
                     '"' FUNCTION TRIM(WCSV-NOME-REG) '"' ','
                     WQB-VEN ','
                     '"' FUNCTION TRIM(WVEN-PED-NOME(WQB-VEN)) '"' ','
                     ',' ',' ',' ','
                     WTOT-LIN-PED ',' WTOT-LIN-ITENS ','
                     FUNCTION TRIM(WCSV-VALOR) ','
                     WTOT-LIN-SEM-VINC ','
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              WHEN WCSV-TIPO = 'TOTAL-REGIAO'
                 STRING '"' FUNCTION TRIM(WCSV-TIPO) '"' ','
                     WQB-REG ','
                     '"' FUNCTION TRIM(WCSV-NOME-REG) '"' ','
                     ',' ',' ',' ',' ',' ','
                     WTOT-LIN-PED ',' WTOT-LIN-ITENS ','
                     FUNCTION TRIM(WCSV-VALOR) ','
                     WTOT-LIN-SEM-VINC ','
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              WHEN OTHER
                 STRING '"' FUNCTION TRIM(WCSV-TIPO) '"' ','
                     ',' ',' ',' ',' ',' ',' ',' ',' ','
                     WTOT-LIN-PED ',' WTOT-LIN-ITENS ','
                     FUNCTION TRIM(WCSV-VALOR) ','
                     WTOT-LIN-SEM-VINC ','
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-EVALUATE
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
