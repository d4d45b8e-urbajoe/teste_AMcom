           END-IF
           IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
           OPEN EXTEND CLI-TOTAL-HIST
           IF FS-HIST NOT = '00'
              MOVE FS-HIST TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-TOTAL-HIST TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT HIST TOTAIS: ' WFS-DESC-TRADUZIDA
              START CLIENTES KEY IS NOT LESS THAN CH01-CLI-1
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START CLIENTES KEY IS NOT LESS THAN CODIGO
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START CLIENTES KEY IS NOT LESS THAN RAZAO
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START DISTRIBUICAO KEY IS NOT LESS THAN CODIGO-VEN-DIS
              IF FS-DIS NOT = '00'
                 MOVE FS-DIS TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-DISTRIBUICAO-1 TO WERR-ARQUIVO
                 MOVE CHAVE-DIS TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START CLIENTES KEY IS NOT LESS THAN CNPJ
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START CLIENTES KEY IS NOT LESS THAN CNPJ
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              START CLIENTES KEY IS NOT LESS THAN CNPJ
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT

       S-IMP-GEO-CLI SECTION.
       R-IMP-GEO-CLI.
           PERFORM S-MASCARA-CNPJ-REL THRU R-MASCARA-CNPJ-REL-1-EXIT
           MOVE LATITUDE TO WCSV-LATITUDE
           MOVE LONGITUDE TO WCSV-LONGITUDE
           MOVE SPACES TO ARQREL-DATA-01
                  '"coordinates":[' FUNCTION TRIM(WCSV-LONGITUDE) ','
                  FUNCTION TRIM(WCSV-LATITUDE) ']},"properties":{'
                  '"codigo":' CODIGO ',"razao":"'
                  FUNCTION TRIM(RAZAO) '","cnpj":"' WREL-CNPJ '"}}'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING ',{"type":"Feature","geometry":{"type":"Point",'
                  '"coordinates":[' FUNCTION TRIM(WCSV-LONGITUDE) ','
                  FUNCTION TRIM(WCSV-LATITUDE) ']},"properties":{'
                  '"codigo":' CODIGO ',"razao":"'
                  FUNCTION TRIM(RAZAO) '","cnpj":"' WREL-CNPJ '"}}'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           WRITE ARQREL-REC
           MOVE CODIGO TO RL-CODIGO
           MOVE RAZAO TO RL-RAZAO
           MOVE CNPJ TO RL-CNPJ
           PERFORM S-MASCARA-CNPJ-REL THRU R-MASCARA-CNPJ-REL-1-EXIT
           MOVE LATITUDE TO RL-LATITUDE
           MOVE LONGITUDE TO RL-LONGITUDE
           MOVE LATITUDE TO WCSV-LATITUDE
           MOVE SPACES TO ARQREL-DATA-01
           IF COLUNAS-RESUMIDO
              STRING RL-CODIGO ',' '"' FUNCTION TRIM(RL-RAZAO) '"' ','
                  WREL-CNPJ ',' RL-STATUS-CLI
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING RL-CODIGO ',' '"' FUNCTION TRIM(RL-RAZAO) '"' ','
                  WREL-CNPJ ',' FUNCTION TRIM(WCSV-LATITUDE) ','
                  FUNCTION TRIM(WCSV-LONGITUDE) ',' RL-STATUS-CLI
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           END-IF
           ADD 1 TO WLINHAS-PAG.

      *----CNPJ DA LINHA DO RELATORIO: PARA OPERADOR FORA DO NIVEL
      *    INTEGRAL, O CNPJ DE MICROEMPREENDEDOR (DADO PESSOAL) SAI
      *    COM OS DOIS PRIMEIROS E OS DOIS ULTIMOS DIGITOS OCULTOS.
       S-MASCARA-CNPJ-REL SECTION.
       R-MASCARA-CNPJ-REL-1.
           MOVE CNPJ TO WREL-CNPJ
           IF DADOS-INTEGRAIS
              GO TO R-MASCARA-CNPJ-REL-1-EXIT
           END-IF
           MOVE CNPJ TO WMSK-CNPJ
           MOVE RAZAO TO WMSK-RAZAO
           PERFORM S-CNPJ-PESSOA-FISICA THRU R-CNPJ-PESSOA-FISICA-1-EXIT
           IF WMSK-PF = 'S'
              MOVE '**' TO WREL-CNPJ(1:2)
              MOVE '**' TO WREL-CNPJ(13:2)
           END-IF.
       R-MASCARA-CNPJ-REL-1-EXIT.
           EXIT.

       S-GUARDA-PREVIEW-LINHA SECTION.
       R-GUARDA-PREVIEW-LINHA.
           IF WPREVIEW-CONT < WPREVIEW-MAX
              START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
                 END-IF
              END-IF
              IF WFALTA-CONTATO NOT = SPACES
                 MOVE TELEFONE TO WREL-FONE
                 MOVE EMAIL TO WREL-EMAIL
                 IF NOT DADOS-INTEGRAIS
                    MOVE 'T' TO WMSK-TIPO
                    MOVE TELEFONE TO WMSK-TXT
                    PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
                    MOVE WMSK-TXT TO WREL-FONE
                    MOVE 'E' TO WMSK-TIPO
                    MOVE EMAIL TO WMSK-TXT
                    PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
                    MOVE WMSK-TXT TO WREL-EMAIL
                 END-IF
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING CODIGO ',' '"' FUNCTION TRIM(RAZAO) '"' ','
                     '"' FUNCTION TRIM(WREL-FONE) '"' ','
                     '"' FUNCTION TRIM(WREL-EMAIL) '"' ','
                     FUNCTION TRIM(WFALTA-CONTATO)
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
                 WRITE ARQREL-REC
