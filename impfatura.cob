           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD  LOGRUN.
       01  LOGRUN-REC.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'impfatura'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           OPEN INPUT ARQRETORNO.
           IF FS-RET NOT = '00'
              MOVE FS-RET TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-RETORNO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT RETORNO: ' WFS-DESC-TRADUZIDA
