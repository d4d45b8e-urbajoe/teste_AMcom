           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD  AUDITORIA.
       01  AUDITORIA-REC.
       01 WTROCA-CODIGO            PIC 9(007) VALUE ZEROES.
       01 WCNPJ-NOVO               PIC 9(014) VALUE ZEROES.
       01 WCNPJ-ANTIGO             PIC 9(014) VALUE ZEROES.
      *----COPIAS DE EXIBICAO DO CLIENTE (MASCARADAS FORA DO NIVEL
      *    INTEGRAL QUANDO O CNPJ E DE MICROEMPREENDEDOR).
       01 WEXIB-CNPJ-ANTIGO        PIC X(014) VALUE SPACES.
       01 WEXIB-RAZAO-TROCA        PIC X(040) VALUE SPACES.
       01 WREG-SALVO               PIC X(300) VALUE SPACES.
       01 WTEM-DUPLICATA           PIC X VALUE 'N'.
          88 TEM-DUPLICATA              VALUE 'S'.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'trocacnpj'.

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY).
       01 WMSK-TIPO               PIC X(001) VALUE SPACE.
       01 WMSK-TXT                PIC X(080) VALUE SPACES.
       01 WMSK-AUX                PIC X(080) VALUE SPACES.
       01 WMSK-CAR                PIC X(001) VALUE SPACE.
       77 WMSK-IDX                PIC 9(003) VALUE ZEROES.
       77 WMSK-INI                PIC 9(003) VALUE ZEROES.
       77 WMSK-FIM                PIC 9(003) VALUE ZEROES.
       77 WMSK-QTD                PIC 9(003) VALUE ZEROES.
       77 WMSK-ORD                PIC 9(003) VALUE ZEROES.
       77 WMSK-BARRAS             PIC 9(003) VALUE ZEROES.
       01 WMSK-FIM-SEQ            PIC X(001) VALUE 'N'.
       01 WMSK-CNPJ               PIC 9(014) VALUE ZEROES.
       01 WMSK-RAZAO              PIC X(040) VALUE SPACES.
       01 WMSK-RAIZ               PIC X(010) VALUE SPACES.
       01 WMSK-PF                 PIC X(001) VALUE 'N'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

          02 SCR-TROCA-COD LINE 6 COL 30 PIC 9(007)
                 USING WTROCA-CODIGO AUTO.
          02 LINE 8 COL 10 VALUE "CNPJ ATUAL.......:".
          02 LINE 8 COL 30 PIC X(014) FROM WEXIB-CNPJ-ANTIGO.
          02 LINE 9 COL 10 VALUE "RAZAO SOCIAL.....:".
          02 LINE 9 COL 30 PIC X(040) FROM WEXIB-RAZAO-TROCA.
          02 LINE 11 COL 10 VALUE "CNPJ NOVO........:".
          02 SCR-TROCA-NOVO LINE 11 COL 30 PIC 9(014)
                 USING WCNPJ-NOVO AUTO.
           OPEN I-O CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
       R-TROCA-CNPJ-1.
           MOVE ZEROES TO WTROCA-CODIGO WCNPJ-NOVO WCNPJ-ANTIGO
           MOVE SPACES TO RAZAO
           PERFORM R-MONTA-EXIB-TROCA
           DISPLAY TELA-TROCA-CNPJ
           ACCEPT TELA-TROCA-COD
           IF ESC OR WTROCA-CODIGO = ZEROES
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              MOVE CHAVE-CLI TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'CLIENTE NAO EXISTE: ' WFS-DESC-TRADUZIDA
              GO TO R-TROCA-CNPJ-1-EXIT
           END-IF
           MOVE CNPJ TO WCNPJ-ANTIGO
           PERFORM R-MONTA-EXIB-TROCA
           DISPLAY TELA-TROCA-CNPJ
           ACCEPT TELA-TROCA-NOVO
           IF ESC OR WCNPJ-NOVO = ZEROES
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-GRAVA-AUDITORIA-TROCA-FIM.
              CLOSE CNPJXREF
           END-IF.

      *----CNPJ ATUAL E RAZAO DA TELA: FORA DO NIVEL INTEGRAL DE DADOS
      *    PESSOAIS, CNPJ DE MICROEMPREENDEDOR SAI COM OS DOIS PRIMEIROS
      *    E OS DOIS ULTIMOS DIGITOS OCULTOS, E A RAZAO (QUE TRAZ A RAIZ
      *    DO CNPJ) PELA MASCARA DE TEXTO LIVRE. A TROCA, A AUDITORIA E
      *    O CNPJ-XREF CONTINUAM COM O CNPJ COMPLETO.
       R-MONTA-EXIB-TROCA.
           MOVE WCNPJ-ANTIGO TO WEXIB-CNPJ-ANTIGO
           MOVE RAZAO TO WEXIB-RAZAO-TROCA
           IF NOT DADOS-INTEGRAIS AND WCNPJ-ANTIGO NOT = ZEROES
              MOVE WCNPJ-ANTIGO TO WMSK-CNPJ
              MOVE RAZAO TO WMSK-RAZAO
              PERFORM S-CNPJ-PESSOA-FISICA
                 THRU R-CNPJ-PESSOA-FISICA-1-EXIT
              IF WMSK-PF = 'S'
                 MOVE '**' TO WEXIB-CNPJ-ANTIGO(1:2)
                 MOVE '**' TO WEXIB-CNPJ-ANTIGO(13:2)
                 MOVE 'L' TO WMSK-TIPO
                 MOVE RAZAO TO WMSK-TXT
                 PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
                 MOVE WMSK-TXT TO WEXIB-RAZAO-TROCA
              END-IF
           END-IF.

       R-MOSTRA-MSG.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX

       COPY VALIDACNPJCPF.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
