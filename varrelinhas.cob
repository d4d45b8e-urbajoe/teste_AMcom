       IDENTIFICATION DIVISION.
       PROGRAM-ID. varrelinhas.
       AUTHOR. URBANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOCKRUN ASSIGN TO DISK WID-ARQ-LOCKRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LCK.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT EMPRESAS ASSIGN TO DISK WID-ARQ-EMPRESAS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EMP.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-1 =
                                          CODIGO
                                          RAZAO WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS COD-REGIAO WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKRUN.
       01  LOCKRUN-REC.
           02 LOCKRUN-STATUS       PIC X(001).
              88 LOCKRUN-ATIVO           VALUE 'S'.
              88 LOCKRUN-LIVRE           VALUE 'N'.
           02 LOCKRUN-DATA-INICIO  PIC X(014).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       FD  EMPRESAS.
       01  EMPRESAS-REC.
           05  EMPRESAS-DATA-01    PIC X(00300).

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 STATUS-CLI            PIC  X(001).
             88 CLI-ATIVO                VALUE 'A'.
             88 CLI-INATIVO              VALUE 'I'.
          02 ENDERECO              PIC  X(060).
          02 TELEFONE              PIC  X(015).
          02 EMAIL                 PIC  X(050).
          02 LINHA-PRODUTO-CLI         PIC  X(003).
          02 CLASSIFICACAO-CLI         PIC  X(001).
          02 FREQ-VISITA-CLI           PIC  9(003).
          02 GRUPO-ECON-CLI            PIC  9(005).
          02 ATEND-REMOTO-CLI          PIC  X(001).
             88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(003).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 LATITUDE-VEN              PIC S9(003)v9(008).
           02 LONGITUDE-VEN             PIC S9(003)v9(008).
           02 STATUS-VEN                PIC  X(001).
              88 VEN-ATIVO                    VALUE 'A'.
              88 VEN-INATIVO                  VALUE 'I'.
              88 VEN-AFASTADO                 VALUE 'L'.
           02 COD-REGIAO                PIC  9(003).
           02 COD-SUPERVISOR            PIC  9(003).
           02 DATA-INICIO-AFASTAMENTO   PIC  9(008).
           02 DATA-FIM-AFASTAMENTO      PIC  9(008).
           02 META-CLIENTES-VEN         PIC  9(005).
           02 LINHAS-HABILITADAS-VEN    PIC  X(015).
           02 MAX-VISITAS-DIA-VEN       PIC  9(003).
           02 TIPO-VEN                  PIC  X(001).
              88 VEN-CAMPO                   VALUE 'C' ' '.
              88 VEN-KEY-ACCOUNT             VALUE 'K'.
              88 VEN-TELEVENDAS              VALUE 'T'.
           02 DATA-ADMISSAO-VEN         PIC  9(008).
           02 DATA-DESLIGAMENTO-VEN     PIC  9(008).

       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-LCK.
          02 FS-LCK-1                 PIC 9.
          02 FS-LCK-2                 PIC 9.
          02 FS-LCK-R REDEFINES FS-LCK-2 PIC 99 COMP-X.
       01 FS-LOG.
          02 FS-LOG-1                 PIC 9.
          02 FS-LOG-2                 PIC 9.
          02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.
       01 FS-EMP.
          02 FS-EMP-1                 PIC 9.
          02 FS-EMP-2                 PIC 9.
          02 FS-EMP-R REDEFINES FS-EMP-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-LPR.
           02 FS-LPR-1                PIC 9.
           02 FS-LPR-2                PIC 9.
           02 FS-LPR-R REDEFINES FS-LPR-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-LOCKRUN      PIC X(50) VALUE 'VARRELINHAS.LCK'.
       01 WID-ARQ-LOGRUN       PIC X(50) VALUE 'VARRELINHAS.LOG'.
       01 WID-ARQ-EMPRESAS     PIC X(50) VALUE 'EMPRESAS.DAT'.
       01 WID-ARQ-CLIENTE      PIC X(50) VALUE 'CLIENTES.DAT'.
       01 WID-ARQ-VENDEDOR     PIC X(50) VALUE 'VENDEDOR.DAT'.
       01 WID-ARQ-LINPROD      PIC X(50) VALUE 'LINHAS-PRODUTO.DAT'.
       01 WID-ARQ-RELT         PIC X(50) VALUE SPACES.
       01 WDATA-REL            PIC X(008).

      *----EMPRESA PEDIDA NA LINHA DE COMANDO (ARGUMENTO DE DOIS
      *    DIGITOS): A VARREDURA LE OS CADASTROS DESSA EMPRESA E O
      *    CODIGO ENTRA NO NOME DO CSV. SEM ARGUMENTO, VALE A
      *    EMPRESA '01' COM OS NOMES PADRAO.
       01 WCMD-LINHA           PIC X(200) VALUE SPACES.
       01 WCMD-TOKEN           PIC X(050) VALUE SPACES.
       77 WCMD-PTR             PIC 9(003) VALUE 1.
       01 WEMPRESA-ARG         PIC X(002) VALUE SPACES.
       01 WEMP-ACHOU           PIC X VALUE 'N'.
          88 EMPRESA-ACHADA        VALUE 'S'.
       01 WEMP-T-COD           PIC X(002) VALUE SPACES.
       01 WEMP-T-NOME          PIC X(030) VALUE SPACES.
       01 WEMP-T-CLI           PIC X(050) VALUE SPACES.
       01 WEMP-T-VEN           PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS           PIC X(050) VALUE SPACES.
       01 WEMP-T-REG           PIC X(050) VALUE SPACES.

      *----TABELA DAS LINHAS DE PRODUTO (LINHA-PROD.CPY).
       01 WTAB-LPR.
          02 WLPR-TAB-LIN OCCURS 200 TIMES.
             03 WLPR-TAB-COD          PIC X(003).
             03 WLPR-TAB-STATUS       PIC X(001).
       77 WQTD-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR-SLOT           PIC 9(001) VALUE ZEROES.
       01 WLPR-CODIGO             PIC X(003) VALUE SPACES.
       01 WLPR-SLOTS              PIC X(015) VALUE SPACES.
       01 WLPR-RESULTADO          PIC X(001) VALUE 'S'.
          88 LPR-VALIDA                 VALUE 'S'.
          88 LPR-DESCONHECIDA           VALUE 'D'.
          88 LPR-INATIVA                VALUE 'I'.

       01 WSIT-LINHA           PIC X(015) VALUE SPACES.
       77 WIDX-SLOT            PIC 9(001) VALUE ZEROES.

       77 WCONT-CLI-LIDOS      PIC 9(007) VALUE ZEROES.
       77 WCONT-CLI-INVAL      PIC 9(007) VALUE ZEROES.
       77 WCONT-VEN-LIDOS      PIC 9(005) VALUE ZEROES.
       77 WCONT-VEN-INVAL      PIC 9(005) VALUE ZEROES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'varrelinhas'.

       COPY ERROLOG.CPY.

       PROCEDURE DIVISION.
       INICIO.
      *----RECUSA A EXECUCAO SE O LOCK DE UMA RODADA ANTERIOR AINDA
      *    ESTIVER ATIVO (MESMO ESQUEMA DOS DEMAIS UTILITARIOS DE
      *    LOTE).
           OPEN INPUT LOCKRUN
           IF FS-LCK = '00'
              READ LOCKRUN NEXT
              CLOSE LOCKRUN
              IF LOCKRUN-ATIVO
                 OPEN EXTEND LOGRUN
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',ERRO,EXECUCAO NAO INICIADA - LOCK DE RODADA '
                        'ANTERIOR AINDA PRESENTE (' LOCKRUN-DATA-INICIO
                        ')'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 MOVE 'F' TO WERR-SEVERIDADE
                 PERFORM S-ERRO-CENTRAL
                 WRITE LOGRUN-REC
                 CLOSE LOGRUN
                 STOP RUN
              END-IF
           END-IF
           PERFORM S-LE-EMPRESA-ARG THRU R-LE-EMPRESA-ARG-EXIT
           IF WEMPRESA-ARG NOT = SPACES AND NOT EMPRESA-ACHADA
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,EMPRESA '
                     WEMPRESA-ARG ' NAO CADASTRADA EM EMPRESAS.DAT'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              STOP RUN
           END-IF
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           IF WQTD-LPR = ZEROES
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,LINHAS-PRODUTO.DAT AUSENTE OU VAZIO - '
                     'NADA A CONFERIR'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              STOP RUN
           END-IF
           OPEN OUTPUT LOCKRUN
           MOVE 'S' TO LOCKRUN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCKRUN-DATA-INICIO
           WRITE LOCKRUN-REC
           CLOSE LOCKRUN
           PERFORM S-VARRE THRU R-VARRE-EXIT
           OPEN OUTPUT LOCKRUN
           MOVE 'N' TO LOCKRUN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCKRUN-DATA-INICIO
           WRITE LOCKRUN-REC
           CLOSE LOCKRUN
           STOP RUN.

      *----VARRE CLIENTES.DAT E VENDEDOR.DAT INTEIROS CONTRA O
      *    CADASTRO DE LINHAS DE PRODUTO E LISTA EM
      *    LINHAS-INVALIDAS-<DATA>.CSV OS REGISTROS GRAVADOS ANTES
      *    DO CADASTRO COM CODIGO DESCONHECIDO, OU COM LINHA QUE
      *    DEPOIS FOI INATIVADA - PARA CORRECAO NAS TELAS ANTES DA
      *    PROXIMA ALTERACAO DESSES REGISTROS.
       S-VARRE SECTION.
       R-VARRE-1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           IF WEMPRESA-ARG NOT = SPACES AND WEMPRESA-ARG NOT = '01'
              STRING 'LINHAS-INVALIDAS-E' WEMPRESA-ARG '-' WDATA-REL
                  '.CSV' DELIMITED BY SIZE INTO WID-ARQ-RELT
           ELSE
              STRING 'LINHAS-INVALIDAS-' WDATA-REL '.CSV'
                  DELIMITED BY SIZE INTO WID-ARQ-RELT
           END-IF
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"ENTIDADE"' ',' '"CODIGO"' ',' '"NOME/RAZAO"' ','
               '"CAMPO"' ',' '"LINHA"' ',' '"SITUACAO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-VARRE-CLIENTES
           PERFORM R-VARRE-VENDEDORES
           CLOSE ARQREL
           OPEN EXTEND LOGRUN
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14)
                  ',OK,CLIENTES LIDOS=' WCONT-CLI-LIDOS
                  ',INVALIDOS=' WCONT-CLI-INVAL
                  ',VENDEDORES LIDOS=' WCONT-VEN-LIDOS
                  ',INVALIDOS=' WCONT-VEN-INVAL
                  ',ARQUIVO=' WID-ARQ-RELT
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC
           CLOSE LOGRUN.
       R-VARRE-EXIT.
           EXIT.

       R-VARRE-CLIENTES.
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE LOW-VALUES TO CHAVE-CLI
              START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
              PERFORM UNTIL FS-CLI NOT = '00'
                 READ CLIENTES NEXT
                 IF FS-CLI = '00'
                    ADD 1 TO WCONT-CLI-LIDOS
                    MOVE LINHA-PRODUTO-CLI TO WLPR-CODIGO
                    PERFORM S-VALIDA-LINHA-PROD
                          THRU R-VALIDA-LINHA-PROD-1-EXIT
                    IF NOT LPR-VALIDA
                       ADD 1 TO WCONT-CLI-INVAL
                       PERFORM R-SITUACAO-LINHA
                       MOVE SPACES TO ARQREL-DATA-01
                       STRING '"CLIENTE"' ',' CODIGO ','
                           '"' FUNCTION TRIM(RAZAO) '"' ','
                           'LINHA-PRODUTO' ',' LINHA-PRODUTO-CLI ','
                           WSIT-LINHA
                           DELIMITED BY SIZE INTO ARQREL-DATA-01
                       WRITE ARQREL-REC
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CLIENTES
           ELSE
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,' FUNCTION TRIM(WID-ARQ-CLIENTE)
                     ' NAO ABERTO - VARREDURA DE CLIENTES NAO '
                     'REALIZADA'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.

      *----NO VENDEDOR CADA UM DOS 5 SLOTS E CONFERIDO; O VENDEDOR
      *    SAI UMA VEZ POR SLOT RECUSADO E CONTA UMA VEZ SO.
       R-VARRE-VENDEDORES.
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE LOW-VALUES TO CHAVE-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              PERFORM UNTIL FS-VEN NOT = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00'
                    ADD 1 TO WCONT-VEN-LIDOS
                    MOVE LINHAS-HABILITADAS-VEN TO WLPR-SLOTS
                    PERFORM S-VALIDA-SLOTS-LINHA
                          THRU R-VALIDA-SLOTS-LINHA-1-EXIT
                    IF NOT LPR-VALIDA
                       ADD 1 TO WCONT-VEN-INVAL
                       PERFORM R-LISTA-SLOT
                               VARYING WIDX-SLOT FROM 1 BY 1
                               UNTIL WIDX-SLOT > 5
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE VENDEDORES
           ELSE
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,' FUNCTION TRIM(WID-ARQ-VENDEDOR)
                     ' NAO ABERTO - VARREDURA DE VENDEDORES NAO '
                     'REALIZADA'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.

       R-LISTA-SLOT.
           MOVE LINHAS-HABILITADAS-VEN(WIDX-SLOT * 3 - 2:3)
                TO WLPR-CODIGO
           PERFORM S-VALIDA-LINHA-PROD THRU R-VALIDA-LINHA-PROD-1-EXIT
           IF NOT LPR-VALIDA
              PERFORM R-SITUACAO-LINHA
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"VENDEDOR"' ',' CODIGO-VEN ','
                  '"' FUNCTION TRIM(NOME-VEN) '"' ','
                  'SLOT-' WIDX-SLOT ',' WLPR-CODIGO ','
                  WSIT-LINHA
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-SITUACAO-LINHA.
           IF LPR-INATIVA
              MOVE 'INATIVA' TO WSIT-LINHA
           ELSE
              MOVE 'NAO CADASTRADA' TO WSIT-LINHA
           END-IF.

      *----PROCURA UM ARGUMENTO DE DOIS DIGITOS NA LINHA DE COMANDO E
      *    CARREGA OS ARQUIVOS DE CLIENTES E VENDEDORES DA EMPRESA
      *    CORRESPONDENTE DE EMPRESAS.DAT (COD,NOME,ARQ-CLI,ARQ-VEN,
      *    ARQ-DIS,ARQ-REG POR VIRGULA). CAMPO EM BRANCO MANTEM O
      *    NOME PADRAO.
       S-LE-EMPRESA-ARG SECTION.
       R-LE-EMPRESA-ARG-1.
           MOVE 'N' TO WEMP-ACHOU
           MOVE SPACES TO WEMPRESA-ARG WCMD-LINHA
           ACCEPT WCMD-LINHA FROM COMMAND-LINE
           MOVE 1 TO WCMD-PTR
           PERFORM UNTIL WCMD-PTR > 200 OR WEMPRESA-ARG NOT = SPACES
              MOVE SPACES TO WCMD-TOKEN
              UNSTRING WCMD-LINHA DELIMITED BY ALL ' '
                  INTO WCMD-TOKEN WITH POINTER WCMD-PTR
                 ON OVERFLOW
                    CONTINUE
              END-UNSTRING
              IF WCMD-TOKEN(1:2) IS NUMERIC AND
                 WCMD-TOKEN(3:1) = SPACE
                 MOVE WCMD-TOKEN(1:2) TO WEMPRESA-ARG
              END-IF
              IF WCMD-TOKEN = SPACES
                 MOVE 201 TO WCMD-PTR
              END-IF
           END-PERFORM
           IF WEMPRESA-ARG = SPACES
              GO TO R-LE-EMPRESA-ARG-EXIT
           END-IF
           OPEN INPUT EMPRESAS.
           IF FS-EMP NOT = '00'
              GO TO R-LE-EMPRESA-ARG-EXIT
           END-IF
           PERFORM UNTIL FS-EMP NOT = '00' OR EMPRESA-ACHADA
              READ EMPRESAS
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    IF WEMP-T-COD = WEMPRESA-ARG
                       MOVE 'S' TO WEMP-ACHOU
                       IF WEMP-T-CLI NOT = SPACES
                          MOVE WEMP-T-CLI TO WID-ARQ-CLIENTE
                       END-IF
                       IF WEMP-T-VEN NOT = SPACES
                          MOVE WEMP-T-VEN TO WID-ARQ-VENDEDOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPRESAS.
       R-LE-EMPRESA-ARG-EXIT.
           EXIT.

       COPY LINHA-PROD.CPY.

      *----REPETE NO REGISTRO DE ERROS CENTRAL (ERROS.LOG) A LINHA
      *    DE ERRO MONTADA PARA O LOG DA RODADA, SALVO SE O TEXTO JA
      *    TIVER SIDO PREENCHIDO PELO CHAMADOR.
       S-ERRO-CENTRAL SECTION.
       R-ERRO-CENTRAL-1.
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           MOVE WEMPRESA-ARG TO WERR-EMPRESA
           IF WERR-TEXTO = SPACES
              MOVE LOGRUN-DATA-01(21:) TO WERR-TEXTO
           END-IF
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.
