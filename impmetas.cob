       IDENTIFICATION DIVISION.
       PROGRAM-ID.  impmetas.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQMETAS ASSIGN TO DISK WID-ARQ-METAS-TXT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TXT.

       SELECT ARQREJ ASSIGN TO DISK WID-ARQ-REJ
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REJ.

       SELECT REJPEND ASSIGN TO DISK WID-ARQ-REJPEND
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RJP.

       SELECT METAVEN ASSIGN TO DISK WID-ARQ-METAVEN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MTV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MTV.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *----PLANILHA DE METAS DA DIRETORIA COMERCIAL EXPORTADA EM
      *    LINHA POSICIONAL: MES (AAAAMM), VENDEDOR (3), LINHA DE
      *    PRODUTO (3, EM BRANCO = META TOTAL) E VALOR DA META (13
      *    INTEIROS + 2 DECIMAIS SEM PONTO).
       FD  ARQMETAS.
       01  ARQMETAS-REC.
           05  TXT-LINHA.
               10 TXT-MES           PIC X(006).
               10 TXT-VEN           PIC X(003).
               10 TXT-LINHA-PROD    PIC X(003).
               10 TXT-VALOR         PIC X(015).
           05  FILLER               PIC X(053).

       FD  ARQREJ.
       01  ARQREJ-REC.
           05  ARQREJ-DATA-01       PIC X(00120).

       FD  REJPEND.
       01  REJPEND-REC.
           05  REJPEND-DATA-01      PIC X(00100).

       FD METAVEN.
       01  REGISTRO-META-VEN.
           02 CHAVE-MTV.
              03 MES-MTV                PIC  9(006).
              03 COD-VEN-MTV            PIC  9(003).
              03 LINHA-MTV              PIC  X(003).
           02 VALOR-MTV                 PIC  9(013)V9(002).
           02 ORIGEM-MTV                PIC  X(001).
              88 MTV-DIGITADA                 VALUE 'D'.
              88 MTV-IMPORTADA                VALUE 'I'.
           02 DATA-ATU-MTV              PIC  9(008).
           02 OPERADOR-MTV              PIC  X(020).

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

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01       PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-TXT.
           02 FS-TXT-1                PIC 9.
           02 FS-TXT-2                PIC 9.
           02 FS-TXT-R REDEFINES FS-TXT-2 PIC 99 COMP-X.
       01 FS-REJ.
           02 FS-REJ-1                PIC 9.
           02 FS-REJ-2                PIC 9.
           02 FS-REJ-R REDEFINES FS-REJ-2 PIC 99 COMP-X.
       01 FS-RJP.
           02 FS-RJP-1                PIC 9.
           02 FS-RJP-2                PIC 9.
           02 FS-RJP-R REDEFINES FS-RJP-2 PIC 99 COMP-X.
       01 FS-MTV.
           02 FS-MTV-1                PIC 9.
           02 FS-MTV-2                PIC 9.
           02 FS-MTV-R REDEFINES FS-MTV-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-METAS-TXT       PIC X(50) VALUE 'METAS-VENDAS.TXT'.
       01 WID-ARQ-REJ             PIC X(54) VALUE SPACES.
       01 WID-ARQ-REJPEND         PIC X(50) VALUE 'REJ-PEND.DAT'.
       01 WID-ARQ-METAVEN         PIC X(50) VALUE 'METAS-VENDAS.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'IMPMETAS.LOG'.

      *----CADASTRO DE LINHAS DE PRODUTO (VER LINHA-PROD.CPY).
       01 FS-LPR.
           02 FS-LPR-1                PIC 9.
           02 FS-LPR-2                PIC 9.
           02 FS-LPR-R REDEFINES FS-LPR-2 PIC 99 COMP-X.
       01 WID-ARQ-LINPROD         PIC X(50) VALUE 'LINHAS-PRODUTO.DAT'.
       01 WTAB-LPR.
          02 WLPR-TAB-LIN OCCURS 200 TIMES.
             03 WLPR-TAB-COD      PIC X(003).
             03 WLPR-TAB-STATUS   PIC X(001).
       77 WQTD-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR-SLOT           PIC 9(001) VALUE ZEROES.
       01 WLPR-CODIGO             PIC X(003) VALUE SPACES.
       01 WLPR-SLOTS              PIC X(015) VALUE SPACES.
       01 WLPR-RESULTADO          PIC X(001) VALUE 'S'.
          88 LPR-VALIDA                VALUE 'S'.
          88 LPR-DESCONHECIDA          VALUE 'D'.
          88 LPR-INATIVA               VALUE 'I'.

       77 WCONT-OK                PIC 9(007) VALUE ZEROES.
       77 WCONT-REJ               PIC 9(007) VALUE ZEROES.
       01 WMOTIVO-REJ             PIC X(030) VALUE SPACES.
       01 WVALOR-NUM              PIC 9(013)V9(002) VALUE ZEROES.
       01 WVALOR-X REDEFINES WVALOR-NUM PIC X(015).
       01 WVEN-NUM                PIC 9(003) VALUE ZEROES.
       01 WOPERADOR-IMP           PIC X(020) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'impmetas'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-IMP-METAS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - IMPORTACAO DAS METAS
      -" DE VENDAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ARQUIVO DE METAS..:".
          02 SCR-ARQ-METAS LINE 6 COL 25 PIC X(050)
                 USING WID-ARQ-METAS-TXT AUTO.
          02 LINE 8 COL 5 VALUE
             "META JA EXISTENTE (VEN/MES/LINHA) E SUBSTITUIDA.".
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-METAVEN
              STRING 'METAS-VENDAS-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-METAVEN
           END-IF
           INITIALIZE WSAIDA
           IF MODO-INTERATIVO
              DISPLAY TELA-IMP-METAS
              ACCEPT TELA-IMP-METAS
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           OPEN INPUT ARQMETAS.
           IF FS-TXT NOT = '00'
              MOVE FS-TXT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-METAS-TXT TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ METAS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-TXT TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE 'ERRO ABERT ARQ VENDEDORES ST ' TO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQMETAS
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O METAVEN.
           IF FS-MTV = '35'
              OPEN OUTPUT METAVEN
              IF FS-MTV = '00'
                 CLOSE METAVEN
                 OPEN I-O METAVEN
              END-IF
           END-IF
           IF FS-MTV NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE METAS ST ' TO WTXT
              MOVE FS-MTV TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQMETAS VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WOPERADOR-IMP
           ELSE
              ACCEPT WOPERADOR-IMP FROM ENVIRONMENT "USER"
           END-IF
           MOVE SPACES TO WID-ARQ-REJ
           STRING FUNCTION TRIM(WID-ARQ-METAS-TXT) '.REJ'
               DELIMITED BY SIZE INTO WID-ARQ-REJ
           OPEN OUTPUT ARQREJ
           PERFORM S-PROCESSA-METAS THRU R-PROCESSA-METAS-1-EXIT
           CLOSE ARQMETAS VENDEDORES METAVEN ARQREJ
           IF WCONT-REJ > ZEROES
              PERFORM S-GRAVA-REJ-PEND THRU R-GRAVA-REJ-PEND-1-EXIT
           END-IF
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'IMPORTADAS ' WCONT-OK ' REJEITADAS ' WCONT-REJ
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-PROCESSA-METAS SECTION.
       R-PROCESSA-METAS-1.
           INITIALIZE WCONT-OK WCONT-REJ
           PERFORM UNTIL FS-TXT NOT = '00'
              READ ARQMETAS
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-PROCESSA-LINHA
              END-READ
           END-PERFORM.
       R-PROCESSA-METAS-1-EXIT.
           EXIT.

       R-PROCESSA-LINHA.
           MOVE SPACES TO WMOTIVO-REJ
           EVALUATE TRUE
              WHEN TXT-MES IS NOT NUMERIC
                 MOVE 'MES INVALIDO' TO WMOTIVO-REJ
              WHEN TXT-MES(5:2) < '01' OR TXT-MES(5:2) > '12'
                 MOVE 'MES INVALIDO' TO WMOTIVO-REJ
              WHEN TXT-VEN IS NOT NUMERIC OR TXT-VEN = '000'
                 MOVE 'VENDEDOR INVALIDO' TO WMOTIVO-REJ
              WHEN TXT-VALOR IS NOT NUMERIC
                 MOVE 'VALOR INVALIDO' TO WMOTIVO-REJ
           END-EVALUATE
           IF WMOTIVO-REJ = SPACES
              MOVE TXT-VEN TO WVEN-NUM
              MOVE WVEN-NUM TO CODIGO-VEN
              START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
              IF FS-VEN = '00'
                 READ VENDEDORES NEXT
              END-IF
              IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WVEN-NUM
                 MOVE 'VENDEDOR NAO CADASTRADO' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES
              MOVE FUNCTION UPPER-CASE(TXT-LINHA-PROD) TO WLPR-CODIGO
              PERFORM S-VALIDA-LINHA-PROD
                    THRU R-VALIDA-LINHA-PROD-1-EXIT
              IF LPR-DESCONHECIDA
                 MOVE 'LINHA NAO CADASTRADA' TO WMOTIVO-REJ
              END-IF
              IF LPR-INATIVA
                 MOVE 'LINHA INATIVA' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ NOT = SPACES
              MOVE SPACES TO ARQREJ-DATA-01
              STRING TXT-LINHA ' ' FUNCTION TRIM(WMOTIVO-REJ)
                  DELIMITED BY SIZE INTO ARQREJ-DATA-01
              WRITE ARQREJ-REC
              ADD 1 TO WCONT-REJ
           ELSE
              MOVE TXT-VALOR TO WVALOR-X
              MOVE TXT-MES TO MES-MTV
              MOVE WVEN-NUM TO COD-VEN-MTV
              MOVE WLPR-CODIGO TO LINHA-MTV
              MOVE WVALOR-NUM TO VALOR-MTV
              MOVE 'I' TO ORIGEM-MTV
              MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ATU-MTV
              MOVE WOPERADOR-IMP TO OPERADOR-MTV
              WRITE REGISTRO-META-VEN
              IF FS-MTV = '22'
                 REWRITE REGISTRO-META-VEN
              END-IF
              IF FS-MTV = '00'
                 ADD 1 TO WCONT-OK
              ELSE
                 MOVE SPACES TO ARQREJ-DATA-01
                 STRING TXT-LINHA ' ERRO DE GRAVACAO ' FS-MTV
                     DELIMITED BY SIZE INTO ARQREJ-DATA-01
                 WRITE ARQREJ-REC
                 ADD 1 TO WCONT-REJ
              END-IF
           END-IF.

      *----LIVRO DE LOTES REJEITADOS (MESMA DISCIPLINA DAS DEMAIS
      *    IMPORTACOES): UMA LINHA POR IMPORTACAO COM REJEITADOS,
      *    CONSUMIDA PELA TELA DE PENDENCIAS DO OPERADOR.
       S-GRAVA-REJ-PEND SECTION.
       R-GRAVA-REJ-PEND-1.
           OPEN EXTEND REJPEND.
           IF FS-RJP = '00'
              MOVE SPACES TO REJPEND-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                  FUNCTION TRIM(WID-ARQ-REJ) ','
                  WCONT-REJ
                  DELIMITED BY SIZE INTO REJPEND-DATA-01
              WRITE REJPEND-REC
              CLOSE REJPEND
           END-IF.
       R-GRAVA-REJ-PEND-1-EXIT.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,ARQUIVO=' FUNCTION TRIM(WID-ARQ-METAS-TXT)
                     ',IMPORTADAS=' WCONT-OK
                     ',REJEITADAS=' WCONT-REJ
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY LINHA-PROD.CPY.

       COPY FS-TRADUZ.CPY.
