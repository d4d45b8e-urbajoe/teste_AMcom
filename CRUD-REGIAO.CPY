           PERFORM LER-REGIAO
           IF FS-REG = '00'
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO TO WERR-ARQUIVO
              MOVE CODIGO-REG TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'REGIAO JA EXISTE: ' WFS-DESC-TRADUZIDA
           IF FS-REG NOT = '00'
              MOVE 1 TO WSAIDA
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO TO WERR-ARQUIVO
              MOVE CODIGO-REG TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
           PERFORM LER-REGIAO
           IF FS-REG NOT = '00'
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO TO WERR-ARQUIVO
              MOVE CODIGO-REG TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'REGIAO NAO EXISTE: ' WFS-DESC-TRADUZIDA
           IF FS-REG NOT = '00'
              MOVE 1 TO WSAIDA
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO TO WERR-ARQUIVO
              MOVE CODIGO-REG TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE REGRAVACAO: ' WFS-DESC-TRADUZIDA
           PERFORM LER-REGIAO
           IF FS-REG NOT = '00'
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO TO WERR-ARQUIVO
              MOVE CODIGO-REG TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'REGIAO NAO EXISTE: ' WFS-DESC-TRADUZIDA
           IF FS-REG NOT = '00'
              MOVE 1 TO WSAIDA
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO TO WERR-ARQUIVO
              MOVE CODIGO-REG TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE EXCLUSAO: ' WFS-DESC-TRADUZIDA
