           END-IF
           IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
           END-IF
           IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START VENDEDORES KEY IS NOT LESS THAN CODIGO-VEN
              IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START VENDEDORES KEY IS NOT LESS THAN NOME-VEN
              IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
       S-OPCAO5 SECTION.
       R-OPCAO-5.
           IF WOPCAO5 = 'r' OR 'R'
              MOVE WFILTRO-REGIAO-LID TO COD-REGIAO
              START VENDEDORES KEY IS NOT LESS THAN COD-REGIAO
              IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
                        DELIMITED BY SIZE INTO WTXT
                 MOVE FS-VEN TO WST
                 DISPLAY TELA-MENSAGEM
                 IF MODO-INTERATIVO
                    ACCEPT WX
                 END-IF
                 INITIALIZE TELA-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 EXIT SECTION
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
              IF WFILTRO-REGIAO-LID > ZEROES OR
                 WFILTRO-VEN-LID > ZEROES
                 MOVE SPACES TO WID-ARQ-RELT
                 STRING 'REL-VEN5-R' WFILTRO-REGIAO-LID
                     '-V' WFILTRO-VEN-LID '-' WDATA-REL '.CSV'
                     DELIMITED BY SIZE INTO WID-ARQ-RELT
              ELSE
                 STRING 'REL-VEN5-' WDATA-REL '.CSV' DELIMITED BY SIZE
                     INTO WID-ARQ-RELT
              END-IF
              OPEN OUTPUT ARQREL
              INITIALIZE WCONT
              INITIALIZE WCONT-REGIAO
              PERFORM S-IMP-RODAPE
              CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           IF WFILTRO-REGIAO-LID > ZEROES OR
              WFILTRO-VEN-LID > ZEROES
              MOVE SPACES TO WCATR-PARAM
              STRING 'REGIAO=' WFILTRO-REGIAO-LID
                  ' VENDEDOR=' WFILTRO-VEN-LID
                  DELIMITED BY SIZE INTO WCATR-PARAM
           END-IF
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE WID-ARQ-RELT TO WARQ-SAIDA-LID
           END-IF
           EXIT.

              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START VENDEDORES KEY IS NOT LESS THAN CPF-VEN
              IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
       R-IMP-REL-VEN-5.
           READ VENDEDORES NEXT RECORD WITH
                      IGNORE LOCK KEY IS COD-REGIAO
      *----FILTRO DE REGIAO/VENDEDOR DA ASSINATURA (ZERO = TODOS).
           IF FS-VEN = '00'
              IF (WFILTRO-REGIAO-LID > ZEROES AND
                  COD-REGIAO NOT = WFILTRO-REGIAO-LID) OR
                 (WFILTRO-VEN-LID > ZEROES AND
                  CODIGO-VEN NOT = WFILTRO-VEN-LID)
                 GO TO R-IMP-REL-VEN-5-EXIT
              END-IF
              IF NOT PRIMEIRA-REGIAO
                 AND COD-REGIAO NOT = WCOD-REGIAO-ANT
                 PERFORM S-IMP-SUBTOTAL-REGIAO

       S-IMP-GEO-VEN SECTION.
       R-IMP-GEO-VEN.
           PERFORM S-MASCARA-CPF-REL THRU R-MASCARA-CPF-REL-1-EXIT
           MOVE LATITUDE-VEN TO WCSV-LATITUDE
           MOVE LONGITUDE-VEN TO WCSV-LONGITUDE
           MOVE SPACES TO ARQREL-DATA-01
                  '"coordinates":[' FUNCTION TRIM(WCSV-LONGITUDE) ','
                  FUNCTION TRIM(WCSV-LATITUDE) ']},"properties":{'
                  '"codigo":' CODIGO-VEN ',"nome":"'
                  FUNCTION TRIM(NOME-VEN) '","cpf":"'
                  FUNCTION TRIM(WREL-CPF) '"}}'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING ',{"type":"Feature","geometry":{"type":"Point",'
                  '"coordinates":[' FUNCTION TRIM(WCSV-LONGITUDE) ','
                  FUNCTION TRIM(WCSV-LATITUDE) ']},"properties":{'
                  '"codigo":' CODIGO-VEN ',"nome":"'
                  FUNCTION TRIM(NOME-VEN) '","cpf":"'
                  FUNCTION TRIM(WREL-CPF) '"}}'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           WRITE ARQREL-REC
           MOVE CODIGO-VEN TO RL-CODIGO-VEN
           MOVE NOME-VEN TO RL-NOME-VEN
           MOVE CPF-VEN TO RL-CPF-VEN
           PERFORM S-MASCARA-CPF-REL THRU R-MASCARA-CPF-REL-1-EXIT
           MOVE LATITUDE-VEN TO RL-LATITUDE-VEN
           MOVE LONGITUDE-VEN TO RL-LONGITUDE-VEN
           MOVE LATITUDE-VEN TO WCSV-LATITUDE
           MOVE SPACES TO ARQREL-DATA-01
           IF COLUNAS-RESUMIDO
              STRING RL-CODIGO-VEN ',' '"' FUNCTION TRIM(RL-NOME-VEN)
                  '"' ',' FUNCTION TRIM(WREL-CPF) ',' RL-STATUS-VEN
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING RL-CODIGO-VEN ',' '"' FUNCTION TRIM(RL-NOME-VEN)
                  '"' ',' FUNCTION TRIM(WREL-CPF) ','
                  FUNCTION TRIM(WCSV-LATITUDE)
                  ',' FUNCTION TRIM(WCSV-LONGITUDE) ',' RL-STATUS-VEN
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           END-IF
           ADD 1 TO WLINHAS-PAG.

      *----CPF DO VENDEDOR PARA AS SAIDAS: OPERADOR SEM ACESSO
      *    INTEGRAL VE ***.456.789-**; COM ACESSO INTEGRAL SAI O NUMERO
      *    INTEIRO E A EXIBICAO E GRAVADA EM AUDITORIA.DAT.
       S-MASCARA-CPF-REL SECTION.
       R-MASCARA-CPF-REL-1.
           IF NOT DADOS-INTEGRAIS
              MOVE CPF-VEN TO WMASC-NUM
              MOVE 'F' TO WMASC-TIPO
              PERFORM S-FORMATA-DOC
              MOVE WMASC-TXT TO WMSK-TXT
              MOVE 'F' TO WMSK-TIPO
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO WREL-CPF
              GO TO R-MASCARA-CPF-REL-1-EXIT
           END-IF
           MOVE CPF-VEN TO RL-CPF-VEN
           MOVE RL-CPF-VEN TO WREL-CPF
           IF REL-MODO-GRAVACAO
              MOVE WID-ARQ-RELT TO WAUD-SAIDA
           ELSE
              MOVE 'PREVIA' TO WAUD-SAIDA
           END-IF
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-MASCARA-CPF-REL-1-EXIT
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'VENDEDORES' ',' 'V' ',' CODIGO-VEN ','
               '""' ','
               '"CPF EXIBIDO;PROGRAMA=relvend;SAIDA='
               FUNCTION TRIM(WAUD-SAIDA) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-MASCARA-CPF-REL-1-EXIT.
           EXIT.

       S-GUARDA-PREVIEW-LINHA SECTION.
       R-GUARDA-PREVIEW-LINHA.
           IF WPREVIEW-CONT < WPREVIEW-MAX
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              IF FS-VEN NOT = '00'
                 MOVE FS-VEN TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
                 MOVE CHAVE-VEN TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
