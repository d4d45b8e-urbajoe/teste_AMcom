           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

      *----CANDIDATOS A DUPLICIDADE AGUARDANDO REVISAO: PAR DE
      *    CLIENTES (CODIGO MENOR + CODIGO MAIOR), PONTUACAO E

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'detectadup'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

