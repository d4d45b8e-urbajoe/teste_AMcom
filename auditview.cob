           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD OPERADORES.
       01  REGISTRO-OPERADOR.
              88 GRUPO-PERMITIDO               VALUE 'S'.
           02 PERM-EMPRESA OCCURS 9 TIMES PIC X(001).
              88 EMPRESA-PERMITIDA             VALUE 'S'.
      *----OPCOES DO MENU 61 A 99: A TABELA PERM-OPCAO ENCHEU E A
      *    CONTINUACAO FICA NO FIM DO REGISTRO, SEM DESLOCAR OS
      *    CAMPOS JA GRAVADOS.
           02 PERM-OPCAO-2 OCCURS 39 TIMES PIC X(001).
              88 OPCAO-2-PERMITIDA             VALUE 'S'.
              88 OPCAO-2-NEGADA                VALUE 'N' ' '.
           02 PERFIL-OPERADOR            PIC  X(001).
              88 PERFIL-SUPERVISOR             VALUE 'S'.
      *----NIVEL DE ACESSO A DADOS PESSOAIS: '2' = INTEGRAL; OS
      *    DEMAIS NIVEIS VEEM CPF, CNPJ DE PESSOA FISICA, TELEFONE,
      *    E-MAIL E CONTATOS PARCIALMENTE MASCARADOS.
           02 NIVEL-DADOS-OPERADOR       PIC  X(001).
              88 NIVEL-DADOS-INTEGRAL          VALUE '2'.

       WORKING-STORAGE SECTION.
       01 FS-AUD.
       01 WFIL-DATA-FIM           PIC 9(008) VALUE ZEROES.
       01 WFIL-ARQUIVOS           PIC X(001) VALUE 'N'.
          88 INCLUI-ARQUIVOS          VALUE 'S'.
      *----'S' = EM VEZ DA CONSULTA, RODA A VERIFICACAO DO ENCADEAMENTO
      *    DA TRILHA (VIVA E ARQUIVOS DE EXPURGO) NO VERIFICAAUD.
       01 WFIL-VERIFICA           PIC X(001) VALUE 'N'.
          88 PEDE-VERIFICACAO         VALUE 'S'.

      *----RESULTADO DA BUSCA: ATE 300 LINHAS (RESUMO PARA A LISTA E
      *    A LINHA COMPLETA PARA O DETALHE). PASSANDO DO LIMITE, O
       01 WAUD-RESTO              PIC X(360) VALUE SPACES.
       77 WLEN-AUX                PIC 9(004) VALUE ZEROES.

      *----IMAGENS EXIBIDAS NA TELA DE DETALHE. SEM O NIVEL INTEGRAL
      *    OS DADOS PESSOAIS SAEM MASCARADOS CAMPO A CAMPO (VIDE
      *    MASCARADADOS.CPY); A RESTAURACAO USA SEMPRE WAUD-ANTES.
       01 WAUD-ANTES-EXIB         PIC X(200) VALUE SPACES.
       01 WAUD-DEPOIS-EXIB        PIC X(200) VALUE SPACES.
       01 WMSK-IMAGEM             PIC X(200) VALUE SPACES.
       01 WMSK-SAIDA              PIC X(200) VALUE SPACES.
       77 WMSK-PTR-LE             PIC 9(004) VALUE ZEROES.
       77 WMSK-PTR-GRAVA          PIC 9(004) VALUE ZEROES.
       77 WMSK-TAM                PIC 9(004) VALUE ZEROES.
       01 WMSK-CAMPO              PIC X(100) VALUE SPACES.
       77 WMSK-POS                PIC 9(004) VALUE ZEROES.
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

      *----LINHAS DA TELA DE LISTA (10 POR PAGINA).
       01 WTAB-TELA-LISTA.
          02 WLIN-TELA OCCURS 10 TIMES PIC X(078).

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'auditview'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

          02 LINE 11 COL 5 VALUE "INCLUIR ARQUIVOS DE EXPURGO (S/N).:".
          02 SCR-FIL-ARQ LINE 11 COL 42 PIC X(001)
                 USING WFIL-ARQUIVOS AUTO.
          02 LINE 12 COL 5 VALUE "VERIFICAR ENCADEAMENTO (S/N)......:".
          02 SCR-FIL-VER LINE 12 COL 42 PIC X(001)
                 USING WFIL-VERIFICA AUTO.
          02 LINE 13 COL 5 VALUE "[ESC] SAI".

       01 TELA-LISTA-AUD.
          02 LINE 6 COL 44 VALUE "CODIGO:".
          02 LINE 6 COL 52 PIC X(020) FROM WAUD-COD.
          02 LINE 8 COL 3 VALUE "ANTES....:".
          02 LINE 9 COL 3 PIC X(078) FROM WAUD-ANTES-EXIB(1:78).
          02 LINE 10 COL 3 PIC X(078) FROM WAUD-ANTES-EXIB(79:78).
          02 LINE 12 COL 3 VALUE "DEPOIS...:".
          02 LINE 13 COL 3 PIC X(078) FROM WAUD-DEPOIS-EXIB(1:78).
          02 LINE 14 COL 3 PIC X(078) FROM WAUD-DEPOIS-EXIB(79:78).
          02 LINE 16 COL 3 VALUE
             "R=RESTAURAR IMAGEM-ANTES (SUPERVISOR)  OUTRA TECLA VOLTA".

              IF ESC
                 MOVE 1 TO WSAIDA
              ELSE
                 IF PEDE-VERIFICACAO
                    MOVE 'N' TO WFIL-VERIFICA
                    CALL 'verificaaud' USING LINK-DADOS
                    CANCEL 'verificaaud'
                 ELSE
                    PERFORM R-CONSULTA
                 END-IF
              END-IF
           END-PERFORM.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       R-CONSULTA.
           PERFORM S-BUSCA THRU R-BUSCA-1-EXIT
           IF WQTD-RES = ZEROES
              MOVE 'NENHUMA LINHA ATENDE AOS FILTROS ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           ELSE
              PERFORM S-LISTA THRU R-LISTA-1-EXIT
           END-IF.

      *----A RESTAURACAO DA IMAGEM-ANTES EXIGE SUPERVISOR: GRUPO DE
      *    ADMINISTRACAO LIBERADO OU PERMISSAO DO CADASTRO DE
      *    OPERADORES. SEM CADASTRO DE OPERADORES, VALE TUDO (MESMA
               INTO WAUD-TS WAUD-USER WAUD-ENT WAUD-OP WAUD-COD
               WITH POINTER WAUD-PTR
           MOVE AUDITORIA-DATA-01(WAUD-PTR:) TO WAUD-RESTO
      *----O CAMPO FINAL ',#' + HASH DO ENCADEAMENTO NAO E DO DEPOIS.
           COMPUTE WLEN-AUX =
               FUNCTION LENGTH(FUNCTION TRIM(WAUD-RESTO TRAILING))
           IF WLEN-AUX > 26
              IF WAUD-RESTO(WLEN-AUX - 25:2) = ',#'
                 MOVE SPACES TO WAUD-RESTO(WLEN-AUX - 25:26)
              END-IF
           END-IF
      *----ANTES/DEPOIS VEM ENTRE ASPAS E PODEM CONTER VIRGULA:
      *    O SEPARADOR SEGURO E A SEQUENCIA ASPAS-VIRGULA-ASPAS.
           UNSTRING WAUD-RESTO DELIMITED BY '","'
       R-DETALHE-1.
           MOVE WRES-FULL(WESCOLHA) TO AUDITORIA-DATA-01
           PERFORM R-DECOMPOE-LINHA
           MOVE WAUD-ANTES TO WAUD-ANTES-EXIB
           MOVE WAUD-DEPOIS TO WAUD-DEPOIS-EXIB
           IF NOT DADOS-INTEGRAIS
              MOVE WAUD-ANTES TO WMSK-IMAGEM
              PERFORM R-MASCARA-IMAGEM
              MOVE WMSK-SAIDA TO WAUD-ANTES-EXIB
              MOVE WAUD-DEPOIS TO WMSK-IMAGEM
              PERFORM R-MASCARA-IMAGEM
              MOVE WMSK-SAIDA TO WAUD-DEPOIS-EXIB
           END-IF
           DISPLAY TELA-DETALHE-AUD
           ACCEPT WX
           IF WX = 'R' OR WX = 'r'
       R-DETALHE-1-EXIT.
           EXIT.

      *----MASCARA UMA IMAGEM NOME=VALOR;NOME=VALOR... CAMPO A CAMPO
      *    COMO TEXTO LIVRE (SO O VALOR, O NOME FICA LEGIVEL), PARA
      *    QUE NENHUM TELEFONE OU E-MAIL FIQUE PARTIDO ENTRE PEDACOS.
       R-MASCARA-IMAGEM.
           MOVE SPACES TO WMSK-SAIDA
           MOVE 1 TO WMSK-PTR-LE WMSK-PTR-GRAVA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WMSK-IMAGEM TRAILING))
               TO WMSK-TAM
           IF WMSK-IMAGEM = SPACES
              MOVE ZEROES TO WMSK-TAM
           END-IF
           PERFORM UNTIL WMSK-PTR-LE > WMSK-TAM
              MOVE SPACES TO WMSK-TXT
              MOVE SPACES TO WMSK-CAMPO
              UNSTRING WMSK-IMAGEM DELIMITED BY ';'
                  INTO WMSK-CAMPO WITH POINTER WMSK-PTR-LE
              MOVE ZEROES TO WMSK-POS
              INSPECT WMSK-CAMPO TALLYING WMSK-POS
                  FOR CHARACTERS BEFORE INITIAL '='
              IF WMSK-POS NOT < LENGTH OF WMSK-CAMPO
                 MOVE ZEROES TO WMSK-POS
              ELSE
                 ADD 1 TO WMSK-POS
              END-IF
              IF WMSK-POS < LENGTH OF WMSK-CAMPO
                 MOVE WMSK-CAMPO(WMSK-POS + 1:) TO WMSK-TXT
              END-IF
              MOVE 'L' TO WMSK-TIPO
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              IF WMSK-PTR-GRAVA > 1
                 STRING ';' DELIMITED BY SIZE
                     INTO WMSK-SAIDA WITH POINTER WMSK-PTR-GRAVA
              END-IF
              IF WMSK-POS > ZEROES
                 STRING WMSK-CAMPO(1:WMSK-POS) DELIMITED BY SIZE
                     INTO WMSK-SAIDA WITH POINTER WMSK-PTR-GRAVA
              END-IF
              IF WMSK-TXT NOT = SPACES
                 STRING FUNCTION TRIM(WMSK-TXT TRAILING)
                     DELIMITED BY SIZE
                     INTO WMSK-SAIDA WITH POINTER WMSK-PTR-GRAVA
              END-IF
           END-PERFORM.

      *----RESTAURA O REGISTRO A IMAGEM-ANTES DA LINHA EXIBIDA.
      *    DISPONIVEL SO PARA CLIENTES (AS LINHAS DO CADASTRO DE
      *    CLIENTES CARREGAM O SNAPSHOT COMPLETO NOME=VALOR). A
                 END-IF
              WHEN 'LINHA'
                 MOVE WSNAP-VALOR(1:3) TO LINHA-PRODUTO-CLI
              WHEN 'GRUPO'
                 IF FUNCTION TRIM(WSNAP-VALOR) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WSNAP-VALOR)
                         TO GRUPO-ECON-CLI
                 END-IF
              WHEN 'REMOTO'
                 MOVE WSNAP-VALOR(1:1) TO ATEND-REMOTO-CLI
              WHEN 'TELEFONE'
                 MOVE WSNAP-VALOR(1:15) TO TELEFONE
              WHEN 'EMAIL'
                  '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
                  WEMPRESA-LID
                  DELIMITED BY SIZE INTO AUDITORIA-DATA-01
              PERFORM S-ENCADEIA-AUDITORIA
                 THRU R-ENCADEIA-AUDITORIA-1-EXIT
              WRITE AUDITORIA-REC
              CLOSE AUDITORIA
           END-IF.

       COPY MASCARADADOS.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
