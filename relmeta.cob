       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relmeta.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO DISK WID-ARQ-FATURA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FAT.

       SELECT METAVEN ASSIGN TO DISK WID-ARQ-METAVEN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MTV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MTV.

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

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT DISHIST ASSIGN TO  DISK WID-ARQ-DISHIST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS-HIS =
                                          CODIGO-CLI-DIS-HIS
                                          CODIGO-VEN-DIS-HIS
                                          DATA-INICIO-DIS-HIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS-HIS
                                          WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS-HIS
                                          WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-HIS.

       SELECT METTRAB ASSIGN TO DISK WID-ARQ-METTRAB
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS TRB-CHAVE
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRB.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ORDENA  ASSIGN TO DISK 'RELMETA.SRT'.

       DATA DIVISION.
       FILE SECTION.
      *----FATURAMENTO POR CLIENTE E MES (IMPFATURA).
       FD FATURA.
       01  REGISTRO-FATURA.
           02 CHAVE-FAT.
              03 MES-FAT            PIC  9(006).
              03 CNPJ-FAT           PIC  9(014).
           02 VALOR-FAT             PIC  9(013)V9(002).
           02 COD-CLI-FAT           PIC  9(007).

      *----METAS DE FATURAMENTO POR VENDEDOR E MES (METASVEN E
      *    IMPMETAS). LINHA EM BRANCO = META TOTAL DO VENDEDOR.
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

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 CHAVE-DIS.
              03 CODIGO-CLI-DIS         PIC  9(007).
              03 CODIGO-VEN-DIS         PIC  9(003).
           02 DISTANCIA-DIS             PIC S9(008)v9(003).
           02 TIPO-DIS                  PIC  X(001).
              88 VEN-PRIMARIO                 VALUE '1'.
              88 VEN-RESERVA                  VALUE '2'.
           02 DATA-INICIO-DIS           PIC  9(008).
           02 DATA-FIM-DIS              PIC  9(008).
           02 LOCK-DIS                  PIC  X(001).
              88 DIS-TRAVADO                  VALUE 'S'.
              88 DIS-LIVRE                    VALUE 'N' SPACE.
           02 MOTIVO-FIM-DIS            PIC  X(002).

       FD DISHIST.
       01  REGISTRO-DISHIST.
           02 CODIGO-CLI-DIS-HIS        PIC  9(007).
           02 CODIGO-VEN-DIS-HIS        PIC  9(003).
           02 DISTANCIA-DIS-HIS         PIC S9(008)v9(003).
           02 TIPO-DIS-HIS              PIC  X(001).
              88 VEN-PRIMARIO-HIS             VALUE '1'.
           02 DATA-INICIO-DIS-HIS       PIC  9(008).
           02 DATA-FIM-DIS-HIS          PIC  9(008).
           02 LOCK-DIS-HIS              PIC  X(001).
           02 MOTIVO-FIM-DIS-HIS        PIC  X(002).

      *----META E REALIZADO DO MES POR VENDEDOR (LINHA EM BRANCO) E
      *    POR VENDEDOR/LINHA QUANDO HA META DA LINHA.
       FD METTRAB.
       01  REG-METTRAB.
           02 TRB-CHAVE.
              03 TRB-VEN                PIC  9(003).
              03 TRB-LINHA              PIC  X(003).
           02 TRB-META                  PIC  9(013)V9(002).
           02 TRB-META-LINHAS           PIC  9(013)V9(002).
           02 TRB-REAL                  PIC  9(013)V9(002).
           02 TRB-TEM-META              PIC  X(001).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

      *----VENDEDORES POR REGIAO EM ORDEM DECRESCENTE DE ATINGIMENTO;
      *    QUEM NAO TEM META NO MES VAI PARA O FIM DA REGIAO.
       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-REGIAO           PIC 9(003).
           02 ORD-SEM-META         PIC X(001).
           02 ORD-PERC             PIC 9(007)V9(002).
           02 ORD-VEN              PIC 9(003).
           02 ORD-NOME             PIC X(040).
           02 ORD-SUPERVISOR       PIC 9(003).
           02 ORD-META             PIC 9(013)V9(002).
           02 ORD-REAL             PIC 9(013)V9(002).

       WORKING-STORAGE SECTION.
       01 FS-FAT.
           02 FS-FAT-1                PIC 9.
           02 FS-FAT-2                PIC 9.
           02 FS-FAT-R REDEFINES FS-FAT-2 PIC 99 COMP-X.
       01 FS-MTV.
           02 FS-MTV-1                PIC 9.
           02 FS-MTV-2                PIC 9.
           02 FS-MTV-R REDEFINES FS-MTV-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-HIS.
           02 FS-HIS-1                PIC 9.
           02 FS-HIS-2                PIC 9.
           02 FS-HIS-R REDEFINES FS-HIS-2 PIC 99 COMP-X.
       01 FS-TRB.
           02 FS-TRB-1                PIC 9.
           02 FS-TRB-2                PIC 9.
           02 FS-TRB-R REDEFINES FS-TRB-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-METAVEN         PIC X(50) VALUE 'METAS-VENDAS.DAT'.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-DISHIST         PIC X(50)
                                  VALUE 'DISTRIBUICAO-HIST.DAT'.
       01 WID-ARQ-METTRAB         PIC X(50) VALUE 'RELMETA.TRAB'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WMES-REF                PIC 9(006) VALUE ZEROES.
       01 WMES-REF-R REDEFINES WMES-REF.
          02 WMES-REF-AAAA        PIC 9(004).
          02 WMES-REF-MM          PIC 9(002).
       01 WMES-ABS                PIC 9(007) VALUE ZEROES.
       01 WDATA-INI-MES           PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-MES           PIC 9(008) VALUE ZEROES.

      *----VENDEDOR PRIMARIO DO CLIENTE NO MES: VINCULO PRIMARIO DE
      *    DISTRIBUICAO.DAT ABERTO EM ALGUM DIA DO MES; COM TROCA NO
      *    MEIO DO MES FICA O VINCULO QUE COMECOU POR ULTIMO. OS
      *    VINCULOS ENCERRADOS HA MAIS TEMPO ESTAO NO HISTORICO
      *    (DISTRIBUICAO-HIST.DAT), LIDO DEPOIS DA DISTRIBUICAO VIVA.
       01 WVEN-MES                PIC 9(003) VALUE ZEROES.
       01 WINICIO-ESCOLHIDO       PIC 9(008) VALUE ZEROES.
       01 WLINHA-CLI              PIC X(003) VALUE SPACES.
       01 WHIST-ABERTO            PIC X(001) VALUE 'N'.
          88 HIST-ABERTO                 VALUE 'S'.

       01 WPERC                   PIC 9(007)V9(002) VALUE ZEROES.
       01 WMETA-VEN               PIC 9(013)V9(002) VALUE ZEROES.
       77 WIDX-REG                PIC 9(004) VALUE ZEROES.
       77 WIDX-SUP                PIC 9(004) VALUE ZEROES.
       77 WPOSICAO                PIC 9(005) VALUE ZEROES.
       01 WREGIAO-ANT             PIC 9(003) VALUE ZEROES.
       01 WPRIMEIRO               PIC X(001) VALUE 'S'.
       77 WCONT-VENDEDORES        PIC 9(005) VALUE ZEROES.
       01 WTOT-META               PIC 9(015)V9(002) VALUE ZEROES.
       01 WTOT-REAL               PIC 9(015)V9(002) VALUE ZEROES.
       01 WTOT-NAO-ATRIB          PIC 9(015)V9(002) VALUE ZEROES.

      *----CAPA POR REGIAO E POR SUPERVISOR, NOS MOLDES DO EXTRATO DE
      *    CARTEIRA (SUPERVISOR DA REGIAO = O DO CADASTRO DO VENDEDOR).
       01 WTAB-REG-MTA.
          02 WREG-MTA-LINHA OCCURS 1000 TIMES.
             03 WREG-MTA-VENS      PIC 9(005).
             03 WREG-MTA-SUP       PIC 9(003).
             03 WREG-MTA-META      PIC 9(015)V9(002).
             03 WREG-MTA-REAL      PIC 9(015)V9(002).
       01 WTAB-SUP-MTA.
          02 WSUP-MTA-LINHA OCCURS 1000 TIMES.
             03 WSUP-MTA-VENS      PIC 9(005).
             03 WSUP-MTA-META      PIC 9(015)V9(002).
             03 WSUP-MTA-REAL      PIC 9(015)V9(002).

       01 WSUB-ROTULO             PIC X(012) VALUE SPACES.
       01 WSUB-CODIGO             PIC 9(003) VALUE ZEROES.
       01 WSUB-SUP                PIC 9(003) VALUE ZEROES.
       77 WSUB-VENS               PIC 9(005) VALUE ZEROES.
       01 WSUB-META               PIC 9(015)V9(002) VALUE ZEROES.
       01 WSUB-REAL               PIC 9(015)V9(002) VALUE ZEROES.

       01 WED-META                PIC Z(14)9.99.
       01 WED-REAL                PIC Z(14)9.99.
       01 WED-PERC                PIC Z(06)9.99.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relmeta'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-REL-META.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - ATINGIMENTO DE METAS
      -" DE VENDAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 5 VALUE "MES DE REFERENCIA (AAAAMM):".
          02 SCR-MES-REF LINE 7 COL 34 PIC 9(006)
                 USING WMES-REF AUTO.
          02 LINE 9 COL 5 VALUE
             "FATURAMENTO ATRIBUIDO AO VENDEDOR PRIMARIO DO MES.".
          02 LINE 11 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----META X REALIZADO DO MES POR VENDEDOR: O FATURAMENTO DE CADA
      *    CLIENTE VAI PARA O VENDEDOR PRIMARIO DO MES; O RANKING E
      *    DENTRO DA REGIAO, COM CAPA POR REGIAO E POR SUPERVISOR.
      *    SEM MES INFORMADO (OU NA CADEIA) VALE O MES ANTERIOR, O
      *    ULTIMO COM RETORNO DE FATURAMENTO COMPLETO.
       ABERTURA.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-METAVEN
              STRING 'METAS-VENDAS-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-METAVEN
              MOVE SPACES TO WID-ARQ-DISHIST
              STRING 'DISTRIBUICAO-HIST-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISHIST
           END-IF
           INITIALIZE WSAIDA
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-REF
           COMPUTE WMES-ABS = WMES-REF-AAAA * 12 + WMES-REF-MM - 2
           DIVIDE WMES-ABS BY 12 GIVING WMES-REF-AAAA
                  REMAINDER WMES-REF-MM
           ADD 1 TO WMES-REF-MM
           IF MODO-INTERATIVO
              DISPLAY TELA-REL-META
              ACCEPT TELA-REL-META
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           IF WMES-REF-MM < 1 OR WMES-REF-MM > 12
              MOVE 'MES DE REFERENCIA INVALIDO ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           COMPUTE WDATA-INI-MES = WMES-REF * 100 + 1
           COMPUTE WDATA-FIM-MES = WMES-REF * 100 + 31
           OPEN INPUT METAVEN.
           IF FS-MTV NOT = '00'
              MOVE FS-MTV TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-METAVEN TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ METAS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-MTV TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           OPEN OUTPUT METTRAB
           CLOSE METTRAB
           OPEN I-O METTRAB
           IF FS-TRB NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE TRABALHO ST ' TO WTXT
              MOVE FS-TRB TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE METAVEN
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT CLIENTES
           OPEN INPUT VENDEDORES
           OPEN INPUT DISTRIBUICAO
           MOVE 'N' TO WHIST-ABERTO
           OPEN INPUT DISHIST
           IF FS-HIS = '00'
              MOVE 'S' TO WHIST-ABERTO
           END-IF
           PERFORM S-CARREGA-METAS THRU R-CARREGA-METAS-1-EXIT
           PERFORM S-APURA-FATURAMENTO THRU R-APURA-FATURAMENTO-1-EXIT
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'ATINGIMENTO-METAS-' WMES-REF '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"REGIAO"' ',' '"POSICAO"' ',' '"VENDEDOR"' ','
               '"NOME"' ',' '"SUPERVISOR"' ',' '"META"' ','
               '"REALIZADO"' ',' '"ATINGIMENTO %"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 1 TO WCATR-LINHAS
           INITIALIZE WTAB-REG-MTA WTAB-SUP-MTA
           MOVE ZEROES TO WTOT-META WTOT-REAL WCONT-VENDEDORES
           MOVE 'S' TO WPRIMEIRO
           SORT ORDENA
                ON ASCENDING KEY ORD-REGIAO ORD-SEM-META
                   DESCENDING KEY ORD-PERC
                   ASCENDING KEY ORD-VEN
                INPUT PROCEDURE IS R-SEL-VENDEDORES-1
                              THRU R-SEL-VENDEDORES-1-EXIT
                OUTPUT PROCEDURE IS R-EMITE-RANKING-1
                              THRU R-EMITE-RANKING-1-EXIT
           PERFORM S-EMITE-LINHAS THRU R-EMITE-LINHAS-1-EXIT
           PERFORM S-EMITE-CAPA THRU R-EMITE-CAPA-1-EXIT
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-REF DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           CLOSE METAVEN METTRAB CLIENTES VENDEDORES DISTRIBUICAO
           IF HIST-ABERTO
              CLOSE DISHIST
           END-IF
           MOVE SPACES TO WTXT
           STRING WCONT-VENDEDORES ' VENDEDOR(ES) NO RANKING DE '
                  WMES-REF
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----METAS DO MES. A META DE LINHA TAMBEM SOMA NO REGISTRO TOTAL
      *    DO VENDEDOR, QUE VALE QUANDO NAO HA META TOTAL DIGITADA.
       S-CARREGA-METAS SECTION.
       R-CARREGA-METAS-1.
           MOVE WMES-REF TO MES-MTV
           MOVE ZEROES TO COD-VEN-MTV
           MOVE SPACES TO LINHA-MTV
           START METAVEN KEY IS NOT LESS THAN CHAVE-MTV
           PERFORM UNTIL FS-MTV NOT = '00'
              READ METAVEN NEXT
              IF FS-MTV = '00' AND MES-MTV NOT = WMES-REF
                 MOVE '10' TO FS-MTV
              END-IF
              IF FS-MTV = '00'
                 MOVE COD-VEN-MTV TO TRB-VEN
                 MOVE LINHA-MTV TO TRB-LINHA
                 PERFORM R-LE-TRABALHO
                 MOVE VALOR-MTV TO TRB-META
                 MOVE 'S' TO TRB-TEM-META
                 PERFORM R-GRAVA-TRABALHO
                 IF LINHA-MTV NOT = SPACES
                    MOVE SPACES TO TRB-LINHA
                    PERFORM R-LE-TRABALHO
                    ADD VALOR-MTV TO TRB-META-LINHAS
                    PERFORM R-GRAVA-TRABALHO
                 END-IF
              END-IF
           END-PERFORM.
       R-CARREGA-METAS-1-EXIT.
           EXIT.

       R-LE-TRABALHO.
           READ METTRAB
           IF FS-TRB NOT = '00'
              MOVE ZEROES TO TRB-META TRB-META-LINHAS TRB-REAL
              MOVE 'N' TO TRB-TEM-META
           END-IF.

       R-GRAVA-TRABALHO.
           IF FS-TRB = '00'
              REWRITE REG-METTRAB
           ELSE
              WRITE REG-METTRAB
           END-IF.

      *----FATURAMENTO DO MES ATRIBUIDO AO VENDEDOR PRIMARIO. O VALOR
      *    SO ENTRA NA LINHA DO VENDEDOR SE HOUVER META PARA A LINHA
      *    DE PRODUTO DO CLIENTE; SEM VINCULO NO MES FICA COMO NAO
      *    ATRIBUIDO NO TOTAL.
       S-APURA-FATURAMENTO SECTION.
       R-APURA-FATURAMENTO-1.
           MOVE ZEROES TO WTOT-NAO-ATRIB
           OPEN INPUT FATURA
           IF FS-FAT NOT = '00'
              GO TO R-APURA-FATURAMENTO-1-EXIT
           END-IF
           MOVE WMES-REF TO MES-FAT
           MOVE ZEROES TO CNPJ-FAT
           START FATURA KEY IS NOT LESS THAN CHAVE-FAT
           PERFORM UNTIL FS-FAT NOT = '00'
              READ FATURA NEXT
              IF FS-FAT = '00' AND MES-FAT NOT = WMES-REF
                 MOVE '10' TO FS-FAT
              END-IF
              IF FS-FAT = '00'
                 PERFORM R-ATRIBUI-FATURA
              END-IF
           END-PERFORM
           CLOSE FATURA.
       R-APURA-FATURAMENTO-1-EXIT.
           EXIT.

       R-ATRIBUI-FATURA.
           PERFORM R-VENDEDOR-DO-MES
           IF WVEN-MES = ZEROES
              ADD VALOR-FAT TO WTOT-NAO-ATRIB
           ELSE
              MOVE SPACES TO WLINHA-CLI
              MOVE COD-CLI-FAT TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE LINHA-PRODUTO-CLI TO WLINHA-CLI
              END-IF
              MOVE WVEN-MES TO TRB-VEN
              MOVE SPACES TO TRB-LINHA
              PERFORM R-LE-TRABALHO
              ADD VALOR-FAT TO TRB-REAL
              PERFORM R-GRAVA-TRABALHO
              IF WLINHA-CLI NOT = SPACES
                 MOVE WVEN-MES TO TRB-VEN
                 MOVE WLINHA-CLI TO TRB-LINHA
                 READ METTRAB
                 IF FS-TRB = '00'
                    ADD VALOR-FAT TO TRB-REAL
                    REWRITE REG-METTRAB
                 END-IF
              END-IF
           END-IF.

       R-VENDEDOR-DO-MES.
           MOVE ZEROES TO WVEN-MES WINICIO-ESCOLHIDO
           MOVE COD-CLI-FAT TO CODIGO-CLI-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-CLI-DIS
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00' AND CODIGO-CLI-DIS NOT = COD-CLI-FAT
                 MOVE '10' TO FS-DIS
              END-IF
              IF FS-DIS = '00' AND VEN-PRIMARIO AND
                 DATA-INICIO-DIS NOT > WDATA-FIM-MES AND
                 (DATA-FIM-DIS = ZEROES OR
                  DATA-FIM-DIS NOT < WDATA-INI-MES) AND
                 (WVEN-MES = ZEROES OR
                  DATA-INICIO-DIS NOT < WINICIO-ESCOLHIDO)
                 MOVE CODIGO-VEN-DIS TO WVEN-MES
                 MOVE DATA-INICIO-DIS TO WINICIO-ESCOLHIDO
              END-IF
           END-PERFORM
           IF HIST-ABERTO
              PERFORM R-VENDEDOR-DO-MES-HIS
           END-IF.

       R-VENDEDOR-DO-MES-HIS.
           MOVE COD-CLI-FAT TO CODIGO-CLI-DIS-HIS
           START DISHIST KEY IS EQUAL TO CODIGO-CLI-DIS-HIS
           PERFORM UNTIL FS-HIS NOT = '00'
              READ DISHIST NEXT
              IF FS-HIS = '00' AND CODIGO-CLI-DIS-HIS NOT = COD-CLI-FAT
                 MOVE '10' TO FS-HIS
              END-IF
              IF FS-HIS = '00' AND VEN-PRIMARIO-HIS AND
                 DATA-INICIO-DIS-HIS NOT > WDATA-FIM-MES AND
                 (DATA-FIM-DIS-HIS = ZEROES OR
                  DATA-FIM-DIS-HIS NOT < WDATA-INI-MES) AND
                 (WVEN-MES = ZEROES OR
                  DATA-INICIO-DIS-HIS NOT < WINICIO-ESCOLHIDO)
                 MOVE CODIGO-VEN-DIS-HIS TO WVEN-MES
                 MOVE DATA-INICIO-DIS-HIS TO WINICIO-ESCOLHIDO
              END-IF
           END-PERFORM.

      *----UM REGISTRO POR VENDEDOR COM META OU FATURAMENTO NO MES.
       S-SEL-VENDEDORES SECTION.
       R-SEL-VENDEDORES-1.
           MOVE LOW-VALUES TO REG-METTRAB
           START METTRAB KEY IS NOT LESS THAN TRB-CHAVE
           PERFORM UNTIL FS-TRB NOT = '00'
              READ METTRAB NEXT
              IF FS-TRB = '00' AND TRB-LINHA = SPACES
                 PERFORM R-MONTA-VENDEDOR
              END-IF
           END-PERFORM.
       R-SEL-VENDEDORES-1-EXIT.
           EXIT.

       R-MONTA-VENDEDOR.
           IF TRB-TEM-META = 'S'
              MOVE TRB-META TO WMETA-VEN
           ELSE
              MOVE TRB-META-LINHAS TO WMETA-VEN
           END-IF
           MOVE TRB-VEN TO ORD-VEN
           MOVE WMETA-VEN TO ORD-META
           MOVE TRB-REAL TO ORD-REAL
           MOVE ZEROES TO ORD-REGIAO ORD-SUPERVISOR
           MOVE '(SEM CADASTRO)' TO ORD-NOME
           MOVE TRB-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN = '00' AND CODIGO-VEN = TRB-VEN
              MOVE NOME-VEN TO ORD-NOME
              MOVE COD-REGIAO TO ORD-REGIAO
              MOVE COD-SUPERVISOR TO ORD-SUPERVISOR
           END-IF
           IF WMETA-VEN = ZEROES
              MOVE 'S' TO ORD-SEM-META
              MOVE ZEROES TO ORD-PERC
           ELSE
              MOVE 'N' TO ORD-SEM-META
              COMPUTE ORD-PERC ROUNDED = TRB-REAL * 100 / WMETA-VEN
                 ON SIZE ERROR
                    MOVE 9999999.99 TO ORD-PERC
              END-COMPUTE
           END-IF
           COMPUTE WIDX-REG = ORD-REGIAO + 1
           COMPUTE WIDX-SUP = ORD-SUPERVISOR + 1
           ADD 1 TO WREG-MTA-VENS(WIDX-REG)
           MOVE ORD-SUPERVISOR TO WREG-MTA-SUP(WIDX-REG)
           ADD WMETA-VEN TO WREG-MTA-META(WIDX-REG)
           ADD TRB-REAL TO WREG-MTA-REAL(WIDX-REG)
           ADD 1 TO WSUP-MTA-VENS(WIDX-SUP)
           ADD WMETA-VEN TO WSUP-MTA-META(WIDX-SUP)
           ADD TRB-REAL TO WSUP-MTA-REAL(WIDX-SUP)
           ADD WMETA-VEN TO WTOT-META
           ADD TRB-REAL TO WTOT-REAL
           ADD 1 TO WCONT-VENDEDORES
           RELEASE REG-ORDENA.

      *----POSICAO REINICIA A CADA REGIAO.
       S-EMITE-RANKING SECTION.
       R-EMITE-RANKING-1.
           PERFORM UNTIL 1 = 2
              RETURN ORDENA
                 AT END
                    GO TO R-EMITE-RANKING-1-EXIT
              END-RETURN
              IF WPRIMEIRO = 'S' OR ORD-REGIAO NOT = WREGIAO-ANT
                 MOVE 'N' TO WPRIMEIRO
                 MOVE ORD-REGIAO TO WREGIAO-ANT
                 MOVE ZEROES TO WPOSICAO
              END-IF
              ADD 1 TO WPOSICAO
              MOVE ORD-META TO WED-META
              MOVE ORD-REAL TO WED-REAL
              MOVE ORD-PERC TO WED-PERC
              MOVE SPACES TO ARQREL-DATA-01
              IF ORD-SEM-META = 'S'
                 STRING ORD-REGIAO ',' WPOSICAO ',' ORD-VEN ','
                     '"' FUNCTION TRIM(ORD-NOME) '"' ','
                     ORD-SUPERVISOR ',' FUNCTION TRIM(WED-META) ','
                     FUNCTION TRIM(WED-REAL) ',' '"SEM META"'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              ELSE
                 STRING ORD-REGIAO ',' WPOSICAO ',' ORD-VEN ','
                     '"' FUNCTION TRIM(ORD-NOME) '"' ','
                     ORD-SUPERVISOR ',' FUNCTION TRIM(WED-META) ','
                     FUNCTION TRIM(WED-REAL) ','
                     FUNCTION TRIM(WED-PERC)
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              END-IF
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           END-PERFORM.
       R-EMITE-RANKING-1-EXIT.
           EXIT.

      *----DETALHE DAS METAS POR LINHA DE PRODUTO.
       S-EMITE-LINHAS SECTION.
       R-EMITE-LINHAS-1.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"VENDEDOR"' ',' '"LINHA"' ',' '"META"' ','
               '"REALIZADO"' ',' '"ATINGIMENTO %"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 2 TO WCATR-LINHAS
           MOVE LOW-VALUES TO REG-METTRAB
           START METTRAB KEY IS NOT LESS THAN TRB-CHAVE
           PERFORM UNTIL FS-TRB NOT = '00'
              READ METTRAB NEXT
              IF FS-TRB = '00' AND TRB-LINHA NOT = SPACES
                 MOVE ZEROES TO WPERC
                 IF TRB-META > ZEROES
                    COMPUTE WPERC ROUNDED = TRB-REAL * 100 / TRB-META
                       ON SIZE ERROR
                          MOVE 9999999.99 TO WPERC
                    END-COMPUTE
                 END-IF
                 MOVE TRB-META TO WED-META
                 MOVE TRB-REAL TO WED-REAL
                 MOVE WPERC TO WED-PERC
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING TRB-VEN ',' '"' TRB-LINHA '"' ','
                     FUNCTION TRIM(WED-META) ','
                     FUNCTION TRIM(WED-REAL) ','
                     FUNCTION TRIM(WED-PERC)
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
                 WRITE ARQREL-REC
                 ADD 1 TO WCATR-LINHAS
              END-IF
           END-PERFORM.
       R-EMITE-LINHAS-1-EXIT.
           EXIT.

      *----CAPA: REGIAO (COM O SUPERVISOR), SUPERVISOR E TOTAL.
       S-EMITE-CAPA SECTION.
       R-EMITE-CAPA-1.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CAPA"' ',' '"CODIGO"' ',' '"SUPERVISOR"' ','
               '"VENDEDORES"' ',' '"META"' ',' '"REALIZADO"' ','
               '"ATINGIMENTO %"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 2 TO WCATR-LINHAS
           PERFORM VARYING WIDX-REG FROM 1 BY 1 UNTIL WIDX-REG > 1000
              IF WREG-MTA-VENS(WIDX-REG) > ZEROES
                 MOVE 'REGIAO' TO WSUB-ROTULO
                 COMPUTE WSUB-CODIGO = WIDX-REG - 1
                 MOVE WREG-MTA-SUP(WIDX-REG) TO WSUB-SUP
                 MOVE WREG-MTA-VENS(WIDX-REG) TO WSUB-VENS
                 MOVE WREG-MTA-META(WIDX-REG) TO WSUB-META
                 MOVE WREG-MTA-REAL(WIDX-REG) TO WSUB-REAL
                 PERFORM R-GRAVA-CAPA
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-SUP FROM 1 BY 1 UNTIL WIDX-SUP > 1000
              IF WSUP-MTA-VENS(WIDX-SUP) > ZEROES
                 MOVE 'SUPERVISOR' TO WSUB-ROTULO
                 COMPUTE WSUB-CODIGO = WIDX-SUP - 1
                 MOVE WSUB-CODIGO TO WSUB-SUP
                 MOVE WSUP-MTA-VENS(WIDX-SUP) TO WSUB-VENS
                 MOVE WSUP-MTA-META(WIDX-SUP) TO WSUB-META
                 MOVE WSUP-MTA-REAL(WIDX-SUP) TO WSUB-REAL
                 PERFORM R-GRAVA-CAPA
              END-IF
           END-PERFORM
           MOVE 'TOTAL' TO WSUB-ROTULO
           MOVE ZEROES TO WSUB-CODIGO WSUB-SUP
           MOVE WCONT-VENDEDORES TO WSUB-VENS
           MOVE WTOT-META TO WSUB-META
           MOVE WTOT-REAL TO WSUB-REAL
           PERFORM R-GRAVA-CAPA
           MOVE WTOT-NAO-ATRIB TO WED-REAL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"NAO ATRIBUIDO"' ',,,,,'
               FUNCTION TRIM(WED-REAL)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.
       R-EMITE-CAPA-1-EXIT.
           EXIT.

       R-GRAVA-CAPA.
           MOVE ZEROES TO WPERC
           IF WSUB-META > ZEROES
              COMPUTE WPERC ROUNDED = WSUB-REAL * 100 / WSUB-META
                 ON SIZE ERROR
                    MOVE 9999999.99 TO WPERC
              END-COMPUTE
           END-IF
           MOVE WSUB-META TO WED-META
           MOVE WSUB-REAL TO WED-REAL
           MOVE WPERC TO WED-PERC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"' FUNCTION TRIM(WSUB-ROTULO) '"' ','
               WSUB-CODIGO ',' WSUB-SUP ',' WSUB-VENS ','
               FUNCTION TRIM(WED-META) ','
               FUNCTION TRIM(WED-REAL) ','
               FUNCTION TRIM(WED-PERC)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
