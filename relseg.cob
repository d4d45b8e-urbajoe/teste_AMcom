
       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relseg'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           OPEN INPUT SEGULOG.
           IF FS-SEG NOT = '00'
              MOVE FS-SEG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-SEGULOG TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT LOG SEGURANCA: ' WFS-DESC-TRADUZIDA
