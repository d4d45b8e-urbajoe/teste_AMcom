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

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'reldash'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
           END-IF
           INITIALIZE WSAIDA
           MOVE SPACES TO WARQ-SAIDA-LID
           PERFORM ABRE-ARQUIVOS
      *----EM LOTE A FALTA DE UM ARQUIVO MESTRE VOLTA COMO ERRO PARA
      *    QUEM CHAMOU, SEM DERRUBAR O RESTO DA RODADA.
           IF WSAIDA NOT = ZEROES
              MOVE 8 TO RETURN-CODE
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WVAT-DISPONIVEL
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
           PERFORM S-CONTA-CLIENTES THRU R-CONTA-CLIENTES-1-EXIT
           PERFORM S-CONTA-VENDEDORES THRU R-CONTA-VENDEDORES-1-EXIT
           PERFORM S-CONTA-DISTRIBUICAO THRU R-CONTA-DISTRIBUICAO-1-EXIT
      *----COM FILTRO DE REGIAO (ASSINATURA DE RELATORIO) SAI SO A
      *    SEGMENTACAO DA REGIAO; O DASHBOARD E DA EMPRESA TODA E JA
      *    SAI NA RODADA SEM FILTRO.
           IF WFILTRO-REGIAO-LID = ZEROES
              PERFORM S-IMP-DASHBOARD THRU R-IMP-DASHBOARD-EXIT
           END-IF
           PERFORM S-SEGMENTA-CLIENTES THRU R-SEGMENTA-CLIENTES-1-EXIT
           PERFORM S-IMP-SEGMENTACAO THRU R-IMP-SEGMENTACAO-EXIT.
       ABERTURA-EXIT.
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
                 STOP RUN
              END-IF
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
                 STOP RUN
              END-IF
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
                 STOP RUN
              END-IF
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           MOVE 'N' TO WREGIAO-DISPONIVEL
           OPEN INPUT REGIAO.
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE WID-ARQ-RELT TO WARQ-SAIDA-LID
           MOVE 'DASHBOARD GERADO: ' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           INITIALIZE WTAB-MAC-SEG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           IF WFILTRO-REGIAO-LID > ZEROES
              STRING 'SEGMENTACAO-CLIENTES-R' WFILTRO-REGIAO-LID '-'
                  WDATA-REL '.CSV'
                  DELIMITED BY SIZE INTO WID-ARQ-RELT
           ELSE
              STRING 'SEGMENTACAO-CLIENTES-' WDATA-REL '.CSV'
                  DELIMITED BY SIZE INTO WID-ARQ-RELT
           END-IF
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"REGIAO"' ',' '"NOME REGIAO"' ','
           WRITE ARQREL-REC
           PERFORM VARYING WIX-SEG FROM 1 BY 1
               UNTIL WIX-SEG > WSEG-QTD
              IF WFILTRO-REGIAO-LID = ZEROES OR
                 WSEG-REGIAO(WIX-SEG) = WFILTRO-REGIAO-LID
                 PERFORM R-IMP-LINHA-SEGMENTO
              END-IF
           END-PERFORM
      *----ROLLUP DE MACRO E LINHA SEM VENDEDOR SO NA VISAO DA
      *    EMPRESA TODA.
           IF WFILTRO-REGIAO-LID = ZEROES
              PERFORM VARYING WIDX-MAC FROM 1 BY 1 UNTIL WIDX-MAC > 9
                 IF WMACSEG-ATIVO(WIDX-MAC) > ZEROES OR
                    WMACSEG-INATIVO(WIDX-MAC) > ZEROES
                    PERFORM R-IMP-LINHA-MACRO
                 END-IF
              END-PERFORM
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"---"' ',' '"SEM VENDEDOR"' ','
                  '0000000' ',' '0000000' ','
                  WSEG-ATIVO-SEM ',' WSEG-INATIVO-SEM
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           IF WFILTRO-REGIAO-LID > ZEROES
              STRING 'REGIAO=' WFILTRO-REGIAO-LID
                  DELIMITED BY SIZE INTO WCATR-PARAM
           END-IF
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           IF WFILTRO-REGIAO-LID > ZEROES
              MOVE WID-ARQ-RELT TO WARQ-SAIDA-LID
           END-IF
           MOVE 'SEGMENTACAO DE CLIENTES GERADA ' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
