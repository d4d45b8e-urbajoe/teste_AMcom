      * FS-TRADUZ.CPY - TRADUZ FILE STATUS (FS-CLI/FS-VEN/FS-DIS/
      * FS-IMPORT) EM TEXTO PARA O OPERADOR. ENTRADA: WFS-COD-TRADUZIR.
      * SAIDA: WFS-DESC-TRADUZIDA. STATUS DE ERRO TAMBEM VAI PARA O
      * ERROS.LOG (VIDE ERROLOG.CPY), COM WERR-ARQUIVO E WERR-CHAVE
      * QUANDO O CHAMADOR OS INFORMOU.
       S-TRADUZ-STATUS-ARQ.
           EVALUATE WFS-COD-TRADUZIR
               WHEN '00' MOVE 'SUCESSO' TO WFS-DESC-TRADUZIDA
               WHEN '49' MOVE 'EXCLUSAO NEGADA' TO WFS-DESC-TRADUZIDA
               WHEN OTHER MOVE 'ERRO NAO CATALOGADO'
                         TO WFS-DESC-TRADUZIDA
           END-EVALUATE
      *----SUCESSO E FIM DE ARQUIVO NAO SAO ERRO; DUPLICADO E NAO
      *    ACHADO ENTRAM COMO AVISO.
           IF WFS-COD-TRADUZIR(1:1) NOT = '0' AND
              WFS-COD-TRADUZIR NOT = '10'
              MOVE WFS-COD-TRADUZIR TO WERR-STATUS
              MOVE WFS-DESC-TRADUZIDA TO WERR-TEXTO
              IF WERR-SEVERIDADE = SPACE AND
                 (WFS-COD-TRADUZIR = '22' OR WFS-COD-TRADUZIR = '23')
                 MOVE 'A' TO WERR-SEVERIDADE
              END-IF
              PERFORM S-GRAVA-ERRO THRU S-GRAVA-ERRO-EXIT
           END-IF
           MOVE SPACES TO WERR-DADOS.
       S-TRADUZ-STATUS-ARQ-EXIT.
           EXIT.

      *----GRAVA WERR-DADOS NO ERROS.LOG. EMPRESA E OPERADOR NAO
      *    INFORMADOS VEM DO LINK-DADOS; SEVERIDADE EM BRANCO E ERRO.
       S-GRAVA-ERRO.
           IF WERR-STATUS = SPACES AND WERR-TEXTO = SPACES
              GO TO S-GRAVA-ERRO-EXIT
           END-IF
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           IF WERR-EMPRESA = SPACES
              MOVE WEMPRESA-LID TO WERR-EMPRESA
           END-IF
           IF WERR-OPERADOR = SPACES
              MOVE WOPERADOR-ID TO WERR-OPERADOR
           END-IF
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.
       S-GRAVA-ERRO-EXIT.
           EXIT.
