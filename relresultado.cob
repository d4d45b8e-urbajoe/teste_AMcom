       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relresultado.
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

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ORDENA  ASSIGN TO DISK 'RELRESULTADO.SRT'.

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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00300).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-REGIAO           PIC 9(003).
           02 ORD-VEN              PIC 9(003).
           02 ORD-MES              PIC 9(006).
           02 ORD-CLI              PIC 9(007).
           02 ORD-DATA             PIC X(008).
           02 ORD-RESULTADO        PIC X(002).

       WORKING-STORAGE SECTION.
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
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-RESULTVIS       PIC X(50) VALUE
              'RESULTADO-VISITA.DAT'.
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

      *----TABELA DE RESULTADOS CARREGADA DE RESULTADO-VISITA.DAT.
      *    AS DUAS ULTIMAS POSICOES SAO FIXAS: VISITA SEM CODIGO DE
      *    RESULTADO (REGISTRO MANUAL SEM RESULTADO) E CODIGO QUE NAO
      *    ESTA MAIS NA TABELA. NENHUMA DAS DUAS CONTA COMO PRODUTIVA.
       01 WTAB-RESULTADOS.
          02 WTAB-RES-LINHA OCCURS 60 TIMES.
             03 WTAB-RES-COD      PIC X(002).
             03 WTAB-RES-DESC     PIC X(030).
             03 WTAB-RES-PROD     PIC X(001).
             03 WTAB-RES-QTD      PIC 9(005).
       77 WQTD-RES                PIC 9(002) VALUE ZEROES.
       77 WIDX-RES                PIC 9(002) VALUE ZEROES.
       77 WPOS-SEM-RES            PIC 9(002) VALUE 59.
       77 WPOS-NAO-CAD            PIC 9(002) VALUE 60.
       01 WACHOU-RES              PIC X VALUE 'N'.
          88 ACHOU-RES                 VALUE 'S'.

      *----REGIAO E NOME DO VENDEDOR, INDEXADOS PELO CODIGO.
       01 WTAB-VEN-RES.
          02 WTAB-VEN-RES-LIN OCCURS 999 TIMES.
             03 WVEN-RES-REGIAO   PIC 9(003).
             03 WVEN-RES-NOME     PIC X(040).

      *----CLIENTES VISITADOS PELO VENDEDOR CORRENTE NO PERIODO, PARA
      *    APONTAR OS QUE RECEBEM VISITA MAS NUNCA TEM RESULTADO
      *    PRODUTIVO (BUSCA LINEAR, ZERADA A CADA VENDEDOR).
       01 WTAB-CLI-RES.
          02 WTAB-CLI-RES-LIN OCCURS 999 TIMES.
             03 WCLI-RES-COD      PIC 9(007).
             03 WCLI-RES-VISITAS  PIC 9(005).
             03 WCLI-RES-PROD     PIC 9(005).
             03 WCLI-RES-ULTIMA   PIC X(008).
       77 WQTD-CLI-RES            PIC 9(003) VALUE ZEROES.
       77 WIDX-CLI-RES            PIC 9(003) VALUE ZEROES.
       01 WACHOU-CLI              PIC X VALUE 'N'.
          88 ACHOU-CLI                 VALUE 'S'.

      *----QUEBRAS: REGIAO / VENDEDOR / MES
       01 WQUEBRA-ATUAL.
          02 WQB-REGIAO           PIC 9(003) VALUE ZEROES.
          02 WQB-VEN              PIC 9(003) VALUE ZEROES.
          02 WQB-MES              PIC 9(006) VALUE ZEROES.
       01 WPRIMEIRO               PIC X VALUE 'S'.
          88 PRIMEIRO-REG              VALUE 'S'.
       01 WFIM-ORDENA             PIC X VALUE 'N'.
          88 FIM-ORDENA                VALUE 'S'.

       01 WTOT-MES-VIS            PIC 9(007) VALUE ZEROES.
       01 WTOT-MES-PROD           PIC 9(007) VALUE ZEROES.
       01 WTOT-VEN-VIS            PIC 9(007) VALUE ZEROES.
       01 WTOT-VEN-PROD           PIC 9(007) VALUE ZEROES.
       01 WTOT-REG-VIS            PIC 9(007) VALUE ZEROES.
       01 WTOT-REG-PROD           PIC 9(007) VALUE ZEROES.
       01 WTOT-GER-VIS            PIC 9(007) VALUE ZEROES.
       01 WTOT-GER-PROD           PIC 9(007) VALUE ZEROES.
       77 WCONT-NUNCA-PROD        PIC 9(005) VALUE ZEROES.

      *----CAMPOS DA LINHA DO CSV
       01 WCSV-TIPO               PIC X(020) VALUE SPACES.
       01 WCSV-MES                PIC X(006) VALUE SPACES.
       01 WCSV-CLI                PIC X(007) VALUE SPACES.
       01 WCSV-COD                PIC X(002) VALUE SPACES.
       01 WCSV-DESC               PIC X(030) VALUE SPACES.
       01 WCSV-PROD               PIC X(001) VALUE SPACES.
       01 WCSV-VIS                PIC 9(007) VALUE ZEROES.
       01 WCSV-QTD-PROD           PIC 9(007) VALUE ZEROES.
       01 WCSV-ALERTA             PIC X(020) VALUE SPACES.
       01 WCSV-PCT                PIC 9(003) VALUE ZEROES.
       01 WCSV-PCT-ED             PIC ZZ9.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relresultado'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-RESULTADO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - RESULTADOS DE VISITA
      -" POR VENDEDOR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
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
      *----MIX DE RESULTADOS DAS VISITAS POR REGIAO, VENDEDOR E MES,
      *    COM O PERCENTUAL DE VISITAS PRODUTIVAS. OS CLIENTES QUE
      *    RECEBERAM VISITA NO PERIODO E NUNCA TIVERAM RESULTADO
      *    PRODUTIVO SAEM DESTACADOS NO FIM DE CADA VENDEDOR.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-INI WMES-FIM
           DISPLAY TELA-RESULTADO
           ACCEPT TELA-RESULTADO
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
           OPEN INPUT DIS-VISITA.
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
           PERFORM S-CARREGA-RESULTADOS THRU R-CARREGA-RESULTADOS-1-EXIT
           PERFORM S-CARREGA-VENDEDORES THRU R-CARREGA-VENDEDORES-1-EXIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'RESULTADOS-VISITA-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TIPO"' ',' '"REGIAO"' ',' '"VENDEDOR"' ','
               '"NOME"' ',' '"MES"' ',' '"CLIENTE"' ','
               '"RESULTADO"' ',' '"DESCRICAO"' ',' '"PRODUTIVO"' ','
               '"VISITAS"' ',' '"PRODUTIVAS"' ',' '"% PRODUTIVAS"' ','
               '"ALERTA"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WCATR-LINHAS WTOT-GER-VIS WTOT-GER-PROD
                      WCONT-NUNCA-PROD
           SORT ORDENA
                ON ASCENDING KEY ORD-REGIAO ORD-VEN ORD-MES ORD-CLI
                INPUT PROCEDURE IS S-SELECIONA-VISITAS
                OUTPUT PROCEDURE IS S-EMITE-RESULTADOS
           MOVE 'TOTAL-GERAL' TO WCSV-TIPO
           MOVE ZEROES TO WQB-REGIAO WQB-VEN
           MOVE SPACES TO WCSV-MES
           MOVE WTOT-GER-VIS TO WCSV-VIS
           MOVE WTOT-GER-PROD TO WCSV-QTD-PROD
           PERFORM R-GRAVA-TOTAL
           CLOSE ARQREL DIS-VISITA
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-INI '-' WMES-FIM
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING WTOT-GER-VIS ' VISITA(S), ' WCONT-NUNCA-PROD
                  ' CLI NUNCA PRODUTIVO(S)'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-CARREGA-RESULTADOS SECTION.
       R-CARREGA-RESULTADOS-1.
           INITIALIZE WTAB-RESULTADOS WQTD-RES
           MOVE SPACES TO WTAB-RES-COD(WPOS-SEM-RES)
           MOVE 'SEM RESULTADO INFORMADO' TO WTAB-RES-DESC(WPOS-SEM-RES)
           MOVE 'N' TO WTAB-RES-PROD(WPOS-SEM-RES)
           MOVE '??' TO WTAB-RES-COD(WPOS-NAO-CAD)
           MOVE 'CODIGO NAO CADASTRADO' TO WTAB-RES-DESC(WPOS-NAO-CAD)
           MOVE 'N' TO WTAB-RES-PROD(WPOS-NAO-CAD)
           OPEN INPUT RESULTVIS.
           IF FS-RES NOT = '00'
              GO TO R-CARREGA-RESULTADOS-1-EXIT
           END-IF
           PERFORM UNTIL FS-RES NOT = '00' OR WQTD-RES = 58
              READ RESULTVIS NEXT
              IF FS-RES = '00'
                 ADD 1 TO WQTD-RES
                 MOVE CODIGO-RES TO WTAB-RES-COD(WQTD-RES)
                 MOVE DESCRICAO-RES TO WTAB-RES-DESC(WQTD-RES)
                 MOVE PRODUTIVO-RES TO WTAB-RES-PROD(WQTD-RES)
              END-IF
           END-PERFORM
           CLOSE RESULTVIS.
       R-CARREGA-RESULTADOS-1-EXIT.
           EXIT.

       S-CARREGA-VENDEDORES SECTION.
       R-CARREGA-VENDEDORES-1.
           INITIALIZE WTAB-VEN-RES
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              GO TO R-CARREGA-VENDEDORES-1-EXIT
           END-IF
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND CODIGO-VEN > ZEROES
                 MOVE COD-REGIAO TO WVEN-RES-REGIAO(CODIGO-VEN)
                 MOVE NOME-VEN TO WVEN-RES-NOME(CODIGO-VEN)
              END-IF
           END-PERFORM
           CLOSE VENDEDORES.
       R-CARREGA-VENDEDORES-1-EXIT.
           EXIT.

       S-SELECIONA-VISITAS SECTION.
       R-SELECIONA-VISITAS-1.
           MOVE LOW-VALUES TO CHAVE-VISITA-DIS
           START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
           PERFORM UNTIL FS-VIS NOT = '00'
              READ DIS-VISITA NEXT
              IF FS-VIS = '00'
                 PERFORM R-AVALIA-VISITA THRU R-AVALIA-VISITA-FIM
              END-IF
           END-PERFORM.
       R-SELECIONA-VISITAS-1-EXIT.
           EXIT.

       R-AVALIA-VISITA.
           MOVE DATA-HORA-VISITA(1:6) TO WMES-VISITA
           IF WMES-VISITA IS NOT NUMERIC OR
              CODIGO-VEN-VISITA = ZEROES
              GO TO R-AVALIA-VISITA-FIM
           END-IF
           IF WMES-VISITA < WMES-INI OR WMES-VISITA > WMES-FIM
              GO TO R-AVALIA-VISITA-FIM
           END-IF
           MOVE WVEN-RES-REGIAO(CODIGO-VEN-VISITA) TO ORD-REGIAO
           MOVE CODIGO-VEN-VISITA TO ORD-VEN
           MOVE WMES-VISITA TO ORD-MES
           MOVE CODIGO-CLI-VISITA TO ORD-CLI
           MOVE DATA-HORA-VISITA(1:8) TO ORD-DATA
           MOVE RESULTADO-VISITA TO ORD-RESULTADO
      *----VISITA DE CAMPO GRAVADA ANTES DO CAMPO PROPRIO DE
      *    RESULTADO: O CODIGO VINHA NO INICIO DA OBSERVACAO.
           IF RESULTADO-VISITA = SPACES AND
              OPERADOR-VISITA = 'CARGA-CAMPO' AND
              OBS-VISITA(3:1) = SPACE
              MOVE OBS-VISITA(1:2) TO ORD-RESULTADO
           END-IF
           RELEASE REG-ORDENA.
       R-AVALIA-VISITA-FIM.
           EXIT.

       S-EMITE-RESULTADOS SECTION.
       R-EMITE-RESULTADOS-1.
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
              PERFORM R-FECHA-VENDEDOR
              PERFORM R-FECHA-REGIAO
           END-IF.
       R-EMITE-RESULTADOS-1-EXIT.
           EXIT.

       R-TRATA-QUEBRA.
           IF PRIMEIRO-REG
              MOVE 'N' TO WPRIMEIRO
              PERFORM R-INICIA-REGIAO
              PERFORM R-INICIA-VENDEDOR
              PERFORM R-INICIA-MES
           ELSE
              IF ORD-REGIAO NOT = WQB-REGIAO
                 PERFORM R-FECHA-MES
                 PERFORM R-FECHA-VENDEDOR
                 PERFORM R-FECHA-REGIAO
                 PERFORM R-INICIA-REGIAO
                 PERFORM R-INICIA-VENDEDOR
                 PERFORM R-INICIA-MES
              ELSE
                 IF ORD-VEN NOT = WQB-VEN
                    PERFORM R-FECHA-MES
                    PERFORM R-FECHA-VENDEDOR
                    PERFORM R-INICIA-VENDEDOR
                    PERFORM R-INICIA-MES
                 ELSE
                    IF ORD-MES NOT = WQB-MES
                       PERFORM R-FECHA-MES
                       PERFORM R-INICIA-MES
                    END-IF
                 END-IF
              END-IF
           END-IF.

       R-INICIA-REGIAO.
           MOVE ORD-REGIAO TO WQB-REGIAO
           MOVE ZEROES TO WTOT-REG-VIS WTOT-REG-PROD.

       R-INICIA-VENDEDOR.
           MOVE ORD-VEN TO WQB-VEN
           MOVE ZEROES TO WTOT-VEN-VIS WTOT-VEN-PROD WQTD-CLI-RES.

       R-INICIA-MES.
           MOVE ORD-MES TO WQB-MES
           MOVE ZEROES TO WTOT-MES-VIS WTOT-MES-PROD
           PERFORM VARYING WIDX-RES FROM 1 BY 1 UNTIL WIDX-RES > 60
              MOVE ZEROES TO WTAB-RES-QTD(WIDX-RES)
           END-PERFORM.

       R-ACUMULA-VISITA.
           PERFORM R-ACHA-RESULTADO
           ADD 1 TO WTAB-RES-QTD(WIDX-RES)
           ADD 1 TO WTOT-MES-VIS WTOT-VEN-VIS WTOT-REG-VIS
                    WTOT-GER-VIS
           IF WTAB-RES-PROD(WIDX-RES) = 'S'
              ADD 1 TO WTOT-MES-PROD WTOT-VEN-PROD WTOT-REG-PROD
                       WTOT-GER-PROD
           END-IF
           PERFORM R-ACUMULA-CLIENTE.

       R-ACHA-RESULTADO.
           IF ORD-RESULTADO = SPACES
              MOVE WPOS-SEM-RES TO WIDX-RES
           ELSE
              MOVE 'N' TO WACHOU-RES
              PERFORM VARYING WIDX-RES FROM 1 BY 1
                      UNTIL WIDX-RES > WQTD-RES OR ACHOU-RES
                 IF WTAB-RES-COD(WIDX-RES) = ORD-RESULTADO
                    MOVE 'S' TO WACHOU-RES
                 END-IF
              END-PERFORM
              IF ACHOU-RES
                 SUBTRACT 1 FROM WIDX-RES
              ELSE
                 MOVE WPOS-NAO-CAD TO WIDX-RES
              END-IF
           END-IF.

       R-ACUMULA-CLIENTE.
           MOVE 'N' TO WACHOU-CLI
           PERFORM VARYING WIDX-CLI-RES FROM 1 BY 1
                   UNTIL WIDX-CLI-RES > WQTD-CLI-RES OR ACHOU-CLI
              IF WCLI-RES-COD(WIDX-CLI-RES) = ORD-CLI
                 MOVE 'S' TO WACHOU-CLI
              END-IF
           END-PERFORM
           IF ACHOU-CLI
              SUBTRACT 1 FROM WIDX-CLI-RES
           ELSE
              IF WQTD-CLI-RES < 999
                 ADD 1 TO WQTD-CLI-RES
                 MOVE WQTD-CLI-RES TO WIDX-CLI-RES
                 MOVE ORD-CLI TO WCLI-RES-COD(WIDX-CLI-RES)
                 MOVE ZEROES TO WCLI-RES-VISITAS(WIDX-CLI-RES)
                                WCLI-RES-PROD(WIDX-CLI-RES)
                 MOVE SPACES TO WCLI-RES-ULTIMA(WIDX-CLI-RES)
              ELSE
                 MOVE ZEROES TO WIDX-CLI-RES
              END-IF
           END-IF
           IF WIDX-CLI-RES > ZEROES
              ADD 1 TO WCLI-RES-VISITAS(WIDX-CLI-RES)
              IF WTAB-RES-PROD(WIDX-RES) = 'S'
                 ADD 1 TO WCLI-RES-PROD(WIDX-CLI-RES)
              END-IF
              IF ORD-DATA > WCLI-RES-ULTIMA(WIDX-CLI-RES)
                 MOVE ORD-DATA TO WCLI-RES-ULTIMA(WIDX-CLI-RES)
              END-IF
           END-IF.

      *----FIM DO MES: UMA LINHA POR RESULTADO OCORRIDO E O TOTAL DO
      *    MES DO VENDEDOR.
       R-FECHA-MES.
           MOVE WQB-MES TO WCSV-MES
           MOVE SPACES TO WCSV-CLI
           PERFORM VARYING WIDX-RES FROM 1 BY 1 UNTIL WIDX-RES > 60
              IF WTAB-RES-QTD(WIDX-RES) > ZEROES
                 PERFORM R-GRAVA-MIX
              END-IF
           END-PERFORM
           MOVE 'TOTAL-MES' TO WCSV-TIPO
           MOVE WTOT-MES-VIS TO WCSV-VIS
           MOVE WTOT-MES-PROD TO WCSV-QTD-PROD
           PERFORM R-GRAVA-TOTAL.

      *----FIM DO VENDEDOR: TOTAL DO PERIODO E OS CLIENTES VISITADOS
      *    QUE NUNCA TIVERAM RESULTADO PRODUTIVO NO PERIODO.
       R-FECHA-VENDEDOR.
           MOVE SPACES TO WCSV-MES
           MOVE 'TOTAL-VENDEDOR' TO WCSV-TIPO
           MOVE WTOT-VEN-VIS TO WCSV-VIS
           MOVE WTOT-VEN-PROD TO WCSV-QTD-PROD
           PERFORM R-GRAVA-TOTAL
           PERFORM VARYING WIDX-CLI-RES FROM 1 BY 1
                   UNTIL WIDX-CLI-RES > WQTD-CLI-RES
              IF WCLI-RES-PROD(WIDX-CLI-RES) = ZEROES
                 PERFORM R-GRAVA-CLI-NUNCA-PROD
              END-IF
           END-PERFORM.

       R-FECHA-REGIAO.
           MOVE SPACES TO WCSV-MES
           MOVE 'TOTAL-REGIAO' TO WCSV-TIPO
           MOVE ZEROES TO WQB-VEN
           MOVE WTOT-REG-VIS TO WCSV-VIS
           MOVE WTOT-REG-PROD TO WCSV-QTD-PROD
           PERFORM R-GRAVA-TOTAL.

       R-GRAVA-MIX.
           MOVE ZEROES TO WCSV-PCT
           IF WTOT-MES-VIS > ZEROES
              COMPUTE WCSV-PCT ROUNDED =
                  WTAB-RES-QTD(WIDX-RES) * 100 / WTOT-MES-VIS
           END-IF
           MOVE WCSV-PCT TO WCSV-PCT-ED
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"RESULTADO"' ',' WQB-REGIAO ',' WQB-VEN ','
               '"' FUNCTION TRIM(WVEN-RES-NOME(WQB-VEN)) '"' ','
               WCSV-MES ',' ','
               '"' WTAB-RES-COD(WIDX-RES) '"' ','
               '"' FUNCTION TRIM(WTAB-RES-DESC(WIDX-RES)) '"' ','
               WTAB-RES-PROD(WIDX-RES) ','
               WTAB-RES-QTD(WIDX-RES) ',' ','
               FUNCTION TRIM(WCSV-PCT-ED) ','
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----LINHA DE TOTAL (MES, VENDEDOR, REGIAO OU GERAL); TOTAL COM
      *    VISITAS E NENHUMA PRODUTIVA SAI COM O ALERTA PREENCHIDO.
       R-GRAVA-TOTAL.
           MOVE ZEROES TO WCSV-PCT
           MOVE SPACES TO WCSV-ALERTA
           IF WCSV-VIS > ZEROES
              COMPUTE WCSV-PCT ROUNDED = WCSV-QTD-PROD * 100 / WCSV-VIS
              IF WCSV-QTD-PROD = ZEROES
                 MOVE 'NUNCA PRODUTIVO' TO WCSV-ALERTA
              END-IF
           END-IF
           MOVE WCSV-PCT TO WCSV-PCT-ED
           MOVE SPACES TO ARQREL-DATA-01
           IF WQB-VEN > ZEROES
              STRING '"' FUNCTION TRIM(WCSV-TIPO) '"' ','
                  WQB-REGIAO ',' WQB-VEN ','
                  '"' FUNCTION TRIM(WVEN-RES-NOME(WQB-VEN)) '"' ','
                  WCSV-MES ',' ',' ',' ',' ','
                  WCSV-VIS ',' WCSV-QTD-PROD ','
                  FUNCTION TRIM(WCSV-PCT-ED) ','
                  '"' FUNCTION TRIM(WCSV-ALERTA) '"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              IF WCSV-TIPO = 'TOTAL-GERAL'
                 STRING '"' FUNCTION TRIM(WCSV-TIPO) '"' ','
                     ',' ',' ',' ',' ',' ',' ',' ','
                     WCSV-VIS ',' WCSV-QTD-PROD ','
                     FUNCTION TRIM(WCSV-PCT-ED) ','
                     '"' FUNCTION TRIM(WCSV-ALERTA) '"'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              ELSE
                 STRING '"' FUNCTION TRIM(WCSV-TIPO) '"' ','
                     WQB-REGIAO ',' ',' ',' ',' ',' ',' ',' ','
                     WCSV-VIS ',' WCSV-QTD-PROD ','
                     FUNCTION TRIM(WCSV-PCT-ED) ','
                     '"' FUNCTION TRIM(WCSV-ALERTA) '"'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              END-IF
           END-IF
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       R-GRAVA-CLI-NUNCA-PROD.
           ADD 1 TO WCONT-NUNCA-PROD
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLIENTE"' ',' WQB-REGIAO ',' WQB-VEN ','
               '"' FUNCTION TRIM(WVEN-RES-NOME(WQB-VEN)) '"' ','
               WCLI-RES-ULTIMA(WIDX-CLI-RES)(1:6) ','
               WCLI-RES-COD(WIDX-CLI-RES) ',' ',' ',' ','
               WCLI-RES-VISITAS(WIDX-CLI-RES) ','
               WCLI-RES-PROD(WIDX-CLI-RES) ',' '0' ','
               '"NUNCA PRODUTIVO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
