                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ORDENA  ASSIGN TO DISK 'RELATRASO.SRT'.

       DATA DIVISION.
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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
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

      *----RESUMO DA APURACAO (DATA + TOTAL DE ATRASADOS), LIDO PELO
      *    DASHBOARD DO DIA PARA MOSTRAR O INDICADOR SEM REFAZER A
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-ATRASO           PIC 9(005).
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.

       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 WID-ARQ-CATREL          PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO           PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS            PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM             PIC X(040) VALUE SPACES.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WGRAVA-OUTBOX           PIC X VALUE 'N'.
       01 WVEN-DO-CLI             PIC 9(003) VALUE ZEROES.
       01 WSUP-DO-CLI             PIC 9(003) VALUE ZEROES.
       01 WREG-DO-CLI             PIC 9(003) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relatraso'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
           END-IF
           INITIALIZE WSAIDA
           MOVE SPACES TO WARQ-SAIDA-LID
           MOVE 'N' TO WGRAVA-OUTBOX
      *----EM LOTE (ASSINATURA DE RELATORIO) NAO HA TELA: SAI SO O
      *    ARQUIVO, SEM ITENS NA CAIXA DE SAIDA, COM O FILTRO DE
      *    REGIAO/VENDEDOR DO LINK-DADOS.
           IF MODO-INTERATIVO
              DISPLAY TELA-ATRASO
              ACCEPT TELA-ATRASO
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
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
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              MOVE 8 TO RETURN-CODE
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT VENDEDORES
                   TO WTXT
              MOVE FS-VAT TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              MOVE 8 TO RETURN-CODE
              CLOSE CLIENTES VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           IF WFILTRO-REGIAO-LID > ZEROES OR WFILTRO-VEN-LID > ZEROES
              STRING 'VISITAS-ATRASO-R' WFILTRO-REGIAO-LID
                  '-V' WFILTRO-VEN-LID '-' WDATA-REL '.CSV'
                  DELIMITED BY SIZE INTO WID-ARQ-RELT
           ELSE
              STRING 'VISITAS-ATRASO-' WDATA-REL '.CSV'
                  DELIMITED BY SIZE INTO WID-ARQ-RELT
           END-IF
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"COD. CLIENTE"' ',' '"RAZAO SOCIAL"' ','
                INPUT PROCEDURE IS S-SELECIONA-ATRASO
                OUTPUT PROCEDURE IS S-EMITE-ATRASO
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           COMPUTE WCATR-LINHAS = WCONT-ATRASADOS + 1
           MOVE SPACES TO WCATR-PARAM
           IF WFILTRO-REGIAO-LID > ZEROES OR WFILTRO-VEN-LID > ZEROES
              STRING 'REGIAO=' WFILTRO-REGIAO-LID
                  ' VENDEDOR=' WFILTRO-VEN-LID
                  DELIMITED BY SIZE INTO WCATR-PARAM
           END-IF
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE WID-ARQ-RELT TO WARQ-SAIDA-LID
      *----O TOTAL DO DASHBOARD E DA EMPRESA TODA: A VISAO FILTRADA
      *    NAO O SOBREPOE.
           IF WFILTRO-REGIAO-LID = ZEROES AND WFILTRO-VEN-LID = ZEROES
              PERFORM S-GRAVA-RESUMO THRU R-GRAVA-RESUMO-1-EXIT
           END-IF
           CLOSE CLIENTES VENDEDORES VINCATUAL DIS-VISITA
           MOVE SPACES TO WTXT
           STRING WCONT-ATRASADOS ' CLIENTE(S) EM ATRASO'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

              GO TO R-AVALIA-ATRASO-FIM
           END-IF
           MOVE VEN-PRIM-VAT TO WVEN-DO-CLI
           IF WFILTRO-VEN-LID > ZEROES AND
              WVEN-DO-CLI NOT = WFILTRO-VEN-LID
              GO TO R-AVALIA-ATRASO-FIM
           END-IF
           MOVE FREQ-VISITA-CLI TO WFREQ-CLI
           IF WFREQ-CLI = ZEROES
              EVALUATE CLASSIFICACAO-CLI
              END-IF
           END-IF
           PERFORM R-SUPERVISOR-DO-VEN
           IF WFILTRO-REGIAO-LID > ZEROES AND
              WREG-DO-CLI NOT = WFILTRO-REGIAO-LID
              GO TO R-AVALIA-ATRASO-FIM
           END-IF
           MOVE WATRASO TO ORD-ATRASO
           MOVE CODIGO TO ORD-CODIGO
           MOVE RAZAO TO ORD-RAZAO
           END-PERFORM.

       R-SUPERVISOR-DO-VEN.
           MOVE ZEROES TO WSUP-DO-CLI WREG-DO-CLI
           MOVE WVEN-DO-CLI TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
           END-IF
           IF FS-VEN = '00' AND CODIGO-VEN = WVEN-DO-CLI
              MOVE COD-SUPERVISOR TO WSUP-DO-CLI
              MOVE COD-REGIAO TO WREG-DO-CLI
           END-IF.

       S-EMITE-ATRASO SECTION.

       COPY OUTBOX.CPY.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
