       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relsac.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHAMSAC ASSIGN TO DISK WID-ARQ-CHAMSAC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-SAC
              ALTERNATE RECORD KEY IS COD-CLI-SAC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SAC.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE-1
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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD CHAMSAC.
       01  REGISTRO-SAC.
           02 NUMERO-SAC                PIC  9(007).
           02 COD-CLI-SAC               PIC  9(007).
           02 CATEGORIA-SAC             PIC  X(002).
           02 DATA-ABERTURA-SAC         PIC  9(008).
           02 HORA-ABERTURA-SAC         PIC  9(006).
           02 DATA-PRAZO-SAC            PIC  9(008).
           02 SITUACAO-SAC              PIC  X(001).
              88 SAC-ABERTO                   VALUE 'A'.
              88 SAC-ANDAMENTO                VALUE 'E'.
              88 SAC-ENCERRADO                VALUE 'F'.
              88 SAC-PENDENTE                 VALUE 'A' 'E'.
           02 COD-VEN-SAC               PIC  9(003).
           02 DESCRICAO-SAC             PIC  X(060).
           02 ANDAMENTO-SAC             PIC  X(060).
           02 RESOLUCAO-SAC             PIC  X(060).
           02 DATA-ENCERRA-SAC          PIC  9(008).
           02 OPERADOR-ABRE-SAC         PIC  X(020).
           02 OPERADOR-ULT-SAC          PIC  X(020).
           02 DATA-HORA-ULT-SAC         PIC  X(014).

       FD CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CHAVE-CLI.
              03 CODIGO                 PIC  9(007).
              03 CNPJ                   PIC  9(014).
           02 RAZAO                     PIC  X(040).
           02 LATITUDE                  PIC S9(003)v9(008).
           02 LONGITUDE                 PIC S9(003)v9(008).
           02 STATUS-CLI                PIC  X(001).
              88 CLI-ATIVO                    VALUE 'A'.
              88 CLI-INATIVO                  VALUE 'I'.
           02 ENDERECO                  PIC  X(060).
           02 TELEFONE                  PIC  X(015).
           02 EMAIL                     PIC  X(050).
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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-SAC.
           02 FS-SAC-1                PIC 9.
           02 FS-SAC-2                PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-CHAMSAC         PIC X(50) VALUE 'CHAMADOS-SAC.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'RELSAC.LOG'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WCLI-DISPONIVEL         PIC X VALUE 'N'.
          88 CLI-DISPONIVEL            VALUE 'S'.

      *----MESMAS CATEGORIAS DA MANUTENCAO DE CHAMADOS.
       01 WTAB-CAT-SAC-V.
          02 FILLER PIC X(022) VALUE 'RCRECLAMACAO          '.
          02 FILLER PIC X(022) VALUE 'SOSOLICITACAO         '.
          02 FILLER PIC X(022) VALUE 'DUDUVIDA              '.
          02 FILLER PIC X(022) VALUE 'TRTROCA/DEVOLUCAO     '.
          02 FILLER PIC X(022) VALUE 'FIFINANCEIRO          '.
       01 WTAB-CAT-SAC REDEFINES WTAB-CAT-SAC-V.
          02 WCAT-SAC OCCURS 5 TIMES.
             03 WCAT-COD          PIC X(002).
             03 WCAT-DESC         PIC X(020).
       77 WQTD-CAT-SAC            PIC 9 VALUE 5.
       77 WIDX-CAT                PIC 9 VALUE ZEROES.

      *----CUMPRIMENTO DO SLA DOS ENCERRADOS NA JANELA, POR
      *    CATEGORIA (A 6A LINHA RECEBE CATEGORIA DESCONHECIDA).
       01 WTAB-SLA-CAT.
          02 WSLC-LINHA OCCURS 6 TIMES.
             03 WSLC-ENCERRADOS   PIC 9(007).
             03 WSLC-NO-PRAZO     PIC 9(007).
       77 WIDX-SLC                PIC 9 VALUE ZEROES.

      *----IDADE DOS PENDENTES POR RESPONSAVEL. FAIXAS EM DIAS
      *    CORRIDOS DESDE A ABERTURA: 1=0-2, 2=3-5, 3=6-10, 4=11-30,
      *    5=MAIS DE 30.
       01 WTAB-IDADE-VEN.
          02 WIDV-LINHA OCCURS 999 TIMES.
             03 WIDV-FAIXA OCCURS 5 TIMES PIC 9(005).
             03 WIDV-TOTAL        PIC 9(005).
             03 WIDV-VENCIDOS     PIC 9(005).
       01 WTAB-IDADE-TOT.
          02 WIDT-FAIXA OCCURS 5 TIMES PIC 9(007).
          02 WIDT-TOTAL           PIC 9(007).
          02 WIDT-VENCIDOS        PIC 9(007).
       01 WTAB-NOME-VEN.
          02 WTVN-NOME OCCURS 999 TIMES PIC X(040).
       77 WIDX-VEN                PIC 9(004) VALUE ZEROES.
       77 WIDX-FX                 PIC 9 VALUE ZEROES.

       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WDATA-CORTE             PIC 9(008) VALUE ZEROES.
       01 WDIAS-JANELA            PIC 9(003) VALUE 30.
       01 WCONFIRMA               PIC X(001) VALUE SPACE.
       01 WIDADE                  PIC 9(005) VALUE ZEROES.
       01 WDIAS-VENCIDO           PIC 9(005) VALUE ZEROES.
       01 WSAC-VEN                PIC 9(003) VALUE ZEROES.
       01 WED-RAZAO               PIC X(040) VALUE SPACES.
       01 WED-CAT                 PIC X(020) VALUE SPACES.
       01 WED-SITUACAO            PIC X(008) VALUE SPACES.
       01 WED-PCT                 PIC ZZ9.9.
       01 WPCT                    PIC 9(003)V9(001) VALUE ZEROES.
       01 WLIN-FORA               PIC 9(007) VALUE ZEROES.

       77 WCONT-LIDOS             PIC 9(007) VALUE ZEROES.
       77 WCONT-PENDENTES         PIC 9(007) VALUE ZEROES.
       77 WCONT-VENCIDOS          PIC 9(007) VALUE ZEROES.
       77 WCONT-ENCERRADOS        PIC 9(007) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relsac'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-REL-SAC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CHAMADOS SAC - IDAD
      -"E E PRAZOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ENCERRADOS NOS ULTIMOS...:".
          02 SCR-SAC-JANELA LINE 6 COL 32 PIC 9(003)
                 USING WDIAS-JANELA AUTO.
          02 LINE 6 COL 36 VALUE "DIAS".
          02 LINE 8 COL 5 VALUE "CONFIRMA (S/N)?".
          02 SCR-CONFIRMA LINE 8 COL 21 PIC X(001)
                 USING WCONFIRMA AUTO.
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----CHAMADOS DO SAC EM TRES BLOCOS: OS PENDENTES UM A UM COM
      *    IDADE E SITUACAO DO PRAZO, A IDADE DOS PENDENTES POR
      *    RESPONSAVEL E O CUMPRIMENTO DO SLA DOS ENCERRADOS NA
      *    JANELA, POR CATEGORIA.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-CHAMSAC
              STRING 'CHAMADOS-SAC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-CHAMSAC
           END-IF
           IF MODO-INTERATIVO
              MOVE 'S' TO WCONFIRMA
              DISPLAY TELA-REL-SAC
              ACCEPT TELA-REL-SAC
              IF ESC OR (WCONFIRMA NOT = 'S' AND WCONFIRMA NOT = 's')
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           COMPUTE WDATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WDATA-HOJE) - WDIAS-JANELA)
           OPEN INPUT CHAMSAC.
           IF FS-SAC NOT = '00'
              MOVE 'NENHUM CHAMADO REGISTRADO ST ' TO WTXT
              MOVE FS-SAC TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-VENDEDORES THRU R-CARREGA-VENDEDORES-1-EXIT
           MOVE 'N' TO WCLI-DISPONIVEL
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 'S' TO WCLI-DISPONIVEL
           END-IF
           INITIALIZE WTAB-SLA-CAT WTAB-IDADE-VEN WTAB-IDADE-TOT
           MOVE WDATA-HOJE TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'SAC-AGING-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE ZEROES TO WCATR-LINHAS
           PERFORM S-LISTA-PENDENTES THRU R-LISTA-PENDENTES-1-EXIT
           PERFORM S-IMPRIME-IDADE THRU R-IMPRIME-IDADE-1-EXIT
           PERFORM S-IMPRIME-SLA THRU R-IMPRIME-SLA-1-EXIT
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'JANELA-ENCERRADOS=' WDIAS-JANELA
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           IF CLI-DISPONIVEL
              CLOSE CLIENTES
           END-IF
           CLOSE CHAMSAC
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'PENDENTES ' WCONT-PENDENTES ' VENCIDOS '
                  WCONT-VENCIDOS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-CARREGA-VENDEDORES SECTION.
       R-CARREGA-VENDEDORES-1.
           INITIALIZE WTAB-NOME-VEN
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE LOW-VALUES TO CHAVE-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              PERFORM UNTIL FS-VEN NOT = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00' AND CODIGO-VEN > ZEROES
                    MOVE NOME-VEN TO WTVN-NOME(CODIGO-VEN)
                 END-IF
              END-PERFORM
              CLOSE VENDEDORES
           END-IF.
       R-CARREGA-VENDEDORES-1-EXIT.
           EXIT.

      *----UMA PASSADA NO ARQUIVO: O PENDENTE SAI NA LISTA E SOMA NA
      *    IDADE DO RESPONSAVEL; O ENCERRADO NA JANELA SOMA NO SLA.
       S-LISTA-PENDENTES SECTION.
       R-LISTA-PENDENTES-1.
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CHAMADOS SAC PENDENTES EM"' ',' WDATA-HOJE
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CHAMADO"' ',' '"CLIENTE"' ',' '"RAZAO"' ','
               '"CATEGORIA"' ',' '"RESPONSAVEL"' ',' '"ABERTURA"' ','
               '"PRAZO"' ',' '"IDADE DIAS"' ',' '"DIAS VENCIDO"' ','
               '"SITUACAO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 2 TO WCATR-LINHAS
           MOVE ZEROES TO NUMERO-SAC
           START CHAMSAC KEY IS NOT LESS THAN NUMERO-SAC
           PERFORM UNTIL FS-SAC NOT = '00'
              READ CHAMSAC NEXT
              IF FS-SAC = '00'
                 ADD 1 TO WCONT-LIDOS
                 PERFORM R-APURA-CHAMADO
              END-IF
           END-PERFORM.
       R-LISTA-PENDENTES-1-EXIT.
           EXIT.

       R-APURA-CHAMADO.
           PERFORM R-LOCALIZA-CATEGORIA
           IF SAC-ENCERRADO
              IF DATA-ENCERRA-SAC NOT < WDATA-CORTE AND
                 DATA-ENCERRA-SAC NOT > WDATA-HOJE
                 ADD 1 TO WCONT-ENCERRADOS
                 ADD 1 TO WSLC-ENCERRADOS(WIDX-SLC)
                 IF DATA-ENCERRA-SAC NOT > DATA-PRAZO-SAC
                    ADD 1 TO WSLC-NO-PRAZO(WIDX-SLC)
                 END-IF
              END-IF
           ELSE
              PERFORM R-LINHA-PENDENTE
           END-IF.

       R-LINHA-PENDENTE.
           ADD 1 TO WCONT-PENDENTES
           MOVE ZEROES TO WIDADE WDIAS-VENCIDO
           IF DATA-ABERTURA-SAC > ZEROES AND
              DATA-ABERTURA-SAC < WDATA-HOJE
              COMPUTE WIDADE = FUNCTION INTEGER-OF-DATE(WDATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE(DATA-ABERTURA-SAC)
           END-IF
           MOVE 'NO PRAZO' TO WED-SITUACAO
           IF DATA-PRAZO-SAC > ZEROES AND
              DATA-PRAZO-SAC < WDATA-HOJE
              COMPUTE WDIAS-VENCIDO =
                  FUNCTION INTEGER-OF-DATE(WDATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE(DATA-PRAZO-SAC)
              MOVE 'VENCIDO' TO WED-SITUACAO
              ADD 1 TO WCONT-VENCIDOS
           END-IF
           EVALUATE TRUE
              WHEN WIDADE < 3
                 MOVE 1 TO WIDX-FX
              WHEN WIDADE < 6
                 MOVE 2 TO WIDX-FX
              WHEN WIDADE < 11
                 MOVE 3 TO WIDX-FX
              WHEN WIDADE < 31
                 MOVE 4 TO WIDX-FX
              WHEN OTHER
                 MOVE 5 TO WIDX-FX
           END-EVALUATE
           ADD 1 TO WIDT-FAIXA(WIDX-FX) WIDT-TOTAL
           IF WDIAS-VENCIDO > ZEROES
              ADD 1 TO WIDT-VENCIDOS
           END-IF
           IF COD-VEN-SAC > ZEROES
              ADD 1 TO WIDV-FAIXA(COD-VEN-SAC, WIDX-FX)
              ADD 1 TO WIDV-TOTAL(COD-VEN-SAC)
              IF WDIAS-VENCIDO > ZEROES
                 ADD 1 TO WIDV-VENCIDOS(COD-VEN-SAC)
              END-IF
           END-IF
           MOVE SPACES TO WED-RAZAO
           IF CLI-DISPONIVEL
              MOVE COD-CLI-SAC TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE RAZAO TO WED-RAZAO
              END-IF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING NUMERO-SAC ',' COD-CLI-SAC ','
               '"' FUNCTION TRIM(WED-RAZAO) '"' ','
               '"' FUNCTION TRIM(WED-CAT) '"' ','
               COD-VEN-SAC ',' DATA-ABERTURA-SAC ','
               DATA-PRAZO-SAC ',' WIDADE ',' WDIAS-VENCIDO ','
               '"' FUNCTION TRIM(WED-SITUACAO) '"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       R-LOCALIZA-CATEGORIA.
           MOVE 6 TO WIDX-SLC
           MOVE CATEGORIA-SAC TO WED-CAT
           PERFORM VARYING WIDX-CAT FROM 1 BY 1
                   UNTIL WIDX-CAT > WQTD-CAT-SAC
              IF WCAT-COD(WIDX-CAT) = CATEGORIA-SAC
                 MOVE WIDX-CAT TO WIDX-SLC
                 MOVE WCAT-DESC(WIDX-CAT) TO WED-CAT
              END-IF
           END-PERFORM.

       S-IMPRIME-IDADE SECTION.
       R-IMPRIME-IDADE-1.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"IDADE DOS PENDENTES POR RESPONSAVEL"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"RESPONSAVEL"' ',' '"NOME"' ',' '"0-2 DIAS"' ','
               '"3-5 DIAS"' ',' '"6-10 DIAS"' ',' '"11-30 DIAS"' ','
               '"MAIS DE 30"' ',' '"TOTAL"' ',' '"VENCIDOS"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 3 TO WCATR-LINHAS
           PERFORM VARYING WIDX-VEN FROM 1 BY 1 UNTIL WIDX-VEN > 999
              IF WIDV-TOTAL(WIDX-VEN) > ZEROES
                 MOVE WIDX-VEN TO WSAC-VEN
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING WSAC-VEN ','
                     '"' FUNCTION TRIM(WTVN-NOME(WIDX-VEN)) '"' ','
                     WIDV-FAIXA(WIDX-VEN, 1) ','
                     WIDV-FAIXA(WIDX-VEN, 2) ','
                     WIDV-FAIXA(WIDX-VEN, 3) ','
                     WIDV-FAIXA(WIDX-VEN, 4) ','
                     WIDV-FAIXA(WIDX-VEN, 5) ','
                     WIDV-TOTAL(WIDX-VEN) ','
                     WIDV-VENCIDOS(WIDX-VEN)
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
                 WRITE ARQREL-REC
                 ADD 1 TO WCATR-LINHAS
              END-IF
           END-PERFORM
           MOVE SPACES TO ARQREL-DATA-01
           STRING ',"TOTAL",' WIDT-FAIXA(1) ',' WIDT-FAIXA(2) ','
               WIDT-FAIXA(3) ',' WIDT-FAIXA(4) ',' WIDT-FAIXA(5) ','
               WIDT-TOTAL ',' WIDT-VENCIDOS
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.
       R-IMPRIME-IDADE-1-EXIT.
           EXIT.

      *----PERCENTUAL NO PRAZO SO SAI PARA CATEGORIA COM ENCERRADOS.
       S-IMPRIME-SLA SECTION.
       R-IMPRIME-SLA-1.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"SLA DOS ENCERRADOS DE"' ',' WDATA-CORTE ','
               '"A"' ',' WDATA-HOJE
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CATEGORIA"' ',' '"ENCERRADOS"' ',' '"NO PRAZO"'
               ',' '"FORA DO PRAZO"' ',' '"% NO PRAZO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 3 TO WCATR-LINHAS
           PERFORM VARYING WIDX-SLC FROM 1 BY 1 UNTIL WIDX-SLC > 6
              IF WSLC-ENCERRADOS(WIDX-SLC) > ZEROES
                 IF WIDX-SLC > WQTD-CAT-SAC
                    MOVE 'OUTRAS' TO WED-CAT
                 ELSE
                    MOVE WCAT-DESC(WIDX-SLC) TO WED-CAT
                 END-IF
                 COMPUTE WLIN-FORA = WSLC-ENCERRADOS(WIDX-SLC)
                                   - WSLC-NO-PRAZO(WIDX-SLC)
                 COMPUTE WPCT ROUNDED = WSLC-NO-PRAZO(WIDX-SLC) * 100
                                      / WSLC-ENCERRADOS(WIDX-SLC)
                 MOVE WPCT TO WED-PCT
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING '"' FUNCTION TRIM(WED-CAT) '"' ','
                     WSLC-ENCERRADOS(WIDX-SLC) ','
                     WSLC-NO-PRAZO(WIDX-SLC) ',' WLIN-FORA ','
                     FUNCTION TRIM(WED-PCT)
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
                 WRITE ARQREL-REC
                 ADD 1 TO WCATR-LINHAS
              END-IF
           END-PERFORM.
       R-IMPRIME-SLA-1-EXIT.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,CHAMADOS=' WCONT-LIDOS
                     ',PENDENTES=' WCONT-PENDENTES
                     ',VENCIDOS=' WCONT-VENCIDOS
                     ',ENCERRADOS-JANELA=' WCONT-ENCERRADOS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
