           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

      *----EXTRATO OFICIAL DO CNPJ: LINHA POSICIONAL COM O CNPJ (14),
      *    A RAZAO SOCIAL ATUAL (40) E O ENDERECO ATUAL (60) SEGUNDO
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WDECISAO-REV            PIC X VALUE SPACE.
       01 WRAZAO-EXT-NORM         PIC X(040) VALUE SPACES.
      *----COPIAS DE EXIBICAO DA REVISAO (MASCARADAS FORA DO NIVEL
      *    INTEGRAL QUANDO O CNPJ E DE MICROEMPREENDEDOR).
       01 WEXIB-CNPJ-REV          PIC X(014) VALUE SPACES.
       01 WEXIB-RAZAO-ATUAL-REV   PIC X(040) VALUE SPACES.
       01 WEXIB-RAZAO-NOVA-REV    PIC X(040) VALUE SPACES.

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

       01 WNORM-TEXTO              PIC X(060) VALUE SPACES.
       01 WNORM-SAIDA              PIC X(060) VALUE SPACES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'sincadastro'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

          02 LINE 5 COL 2 VALUE "CODIGO:".
          02 LINE 5 COL 10 PIC 9(007) FROM CODIGO-REV.
          02 LINE 5 COL 20 VALUE "CNPJ:".
          02 LINE 5 COL 26 PIC X(014) FROM WEXIB-CNPJ-REV.
          02 LINE 7 COL 2 VALUE "RAZAO ATUAL...:".
          02 LINE 7 COL 18 PIC X(040) FROM WEXIB-RAZAO-ATUAL-REV.
          02 LINE 8 COL 2 VALUE "RAZAO OFICIAL.:".
          02 LINE 8 COL 18 PIC X(040) FROM WEXIB-RAZAO-NOVA-REV.
          02 LINE 10 COL 2 VALUE "ENDER ATUAL...:".
          02 LINE 10 COL 18 PIC X(060) FROM END-ATUAL-REV.
          02 LINE 11 COL 2 VALUE "ENDER OFICIAL.:".
           OPEN I-O CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
           EXIT.

       R-REVISA-UMA.
           PERFORM R-MONTA-EXIB-REV
           MOVE SPACE TO WDECISAO-REV
           DISPLAY TELA-REVISA-CAD
           ACCEPT TELA-REVISA-CAD
               FUNCTION TRIM(END-NOVO-REV) ' SINC-CNPJ"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-PROPOSTA-FIM.
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

      *----CNPJ E RAZOES DA TELA: FORA DO NIVEL INTEGRAL DE DADOS
      *    PESSOAIS, CNPJ DE MICROEMPREENDEDOR SAI COM OS DOIS PRIMEIROS
      *    E OS DOIS ULTIMOS DIGITOS OCULTOS, E AS RAZOES (QUE TRAZEM A
      *    RAIZ DO CNPJ) PELA MASCARA DE TEXTO LIVRE. A PROPOSTA
      *    GRAVADA E A BUSCA PELO CNPJ COMPLETO NAO MUDAM.
       R-MONTA-EXIB-REV.
           MOVE CNPJ-REV TO WEXIB-CNPJ-REV
           MOVE RAZAO-ATUAL-REV TO WEXIB-RAZAO-ATUAL-REV
           MOVE RAZAO-NOVA-REV TO WEXIB-RAZAO-NOVA-REV
           IF NOT DADOS-INTEGRAIS
              MOVE CNPJ-REV TO WMSK-CNPJ
              MOVE RAZAO-ATUAL-REV TO WMSK-RAZAO
              PERFORM S-CNPJ-PESSOA-FISICA
                 THRU R-CNPJ-PESSOA-FISICA-1-EXIT
              IF WMSK-PF NOT = 'S'
                 MOVE RAZAO-NOVA-REV TO WMSK-RAZAO
                 PERFORM S-CNPJ-PESSOA-FISICA
                    THRU R-CNPJ-PESSOA-FISICA-1-EXIT
              END-IF
              IF WMSK-PF = 'S'
                 MOVE '**' TO WEXIB-CNPJ-REV(1:2)
                 MOVE '**' TO WEXIB-CNPJ-REV(13:2)
                 MOVE 'L' TO WMSK-TIPO
                 MOVE RAZAO-ATUAL-REV TO WMSK-TXT
                 PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
                 MOVE WMSK-TXT TO WEXIB-RAZAO-ATUAL-REV
                 MOVE 'L' TO WMSK-TIPO
                 MOVE RAZAO-NOVA-REV TO WMSK-TXT
                 PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
                 MOVE WMSK-TXT TO WEXIB-RAZAO-NOVA-REV
              END-IF
           END-IF.

       COPY NORMALIZA.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
