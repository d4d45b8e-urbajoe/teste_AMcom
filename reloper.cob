
       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'reloper'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           OPEN INPUT AUDITORIA.
           IF FS-AUD NOT = '00'
              MOVE FS-AUD TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-AUDITORIA TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ AUDITORIA: ' WFS-DESC-TRADUZIDA
