       IDENTIFICATION DIVISION.
       PROGRAM-ID.  relconc.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PRESCONC ASSIGN TO DISK WID-ARQ-PRESCONC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PCO
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PCO.

       SELECT CONCOR ASSIGN TO DISK WID-ARQ-CONCOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CONC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CON.

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

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

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

       SELECT ORDENA  ASSIGN TO DISK 'RELCONC.SRT'.

       DATA DIVISION.
       FILE SECTION.
       FD PRESCONC.
       01  REGISTRO-PRES-CONC.
           02 CHAVE-PCO.
              03 COD-CLI-PCO            PIC  9(007).
              03 COD-CONC-PCO           PIC  X(003).
              03 LINHA-PCO              PIC  X(003).
           02 DATA-PRIM-PCO             PIC  9(008).
           02 DATA-ULT-PCO              PIC  9(008).
           02 VEN-PCO                   PIC  9(003).
           02 VISITA-PCO                PIC  X(014).
           02 ORIGEM-PCO                PIC  X(001).
              88 PCO-DA-VISITA                VALUE 'V'.
              88 PCO-DA-TELA                  VALUE 'T'.
           02 SITUACAO-PCO              PIC  X(001).
              88 PCO-PRESENTE                 VALUE 'A'.
              88 PCO-ENCERRADA                VALUE 'E'.
           02 DATA-FIM-PCO              PIC  9(008).
           02 OPERADOR-PCO              PIC  X(020).
           02 DATA-HORA-REG-PCO         PIC  X(014).

       FD CONCOR.
       01  REGISTRO-CONCORRENTE.
           02 CODIGO-CONC               PIC  X(003).
           02 NOME-CONC                 PIC  X(040).
           02 STATUS-CONC               PIC  X(001).
              88 CONC-ATIVO                   VALUE 'A'.
              88 CONC-INATIVO                 VALUE 'I'.

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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-REGIAO           PIC 9(003).
           02 ORD-LINHA            PIC X(003).
           02 ORD-CONC             PIC X(003).
           02 ORD-CLIENTE          PIC 9(007).

       WORKING-STORAGE SECTION.
       01 FS-PCO.
           02 FS-PCO-1                PIC 9.
           02 FS-PCO-2                PIC 9.
           02 FS-PCO-R REDEFINES FS-PCO-2 PIC 99 COMP-X.
       01 FS-CON.
           02 FS-CON-1                PIC 9.
           02 FS-CON-2                PIC 9.
           02 FS-CON-R REDEFINES FS-CON-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
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

       01 WID-ARQ-PRESCONC        PIC X(50) VALUE 'PRESENCA-CONC.DAT'.
       01 WID-ARQ-CONCOR          PIC X(50) VALUE 'CONCORRENTES.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'RELCONC.LOG'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WCON-DISPONIVEL         PIC X VALUE 'N'.
          88 CON-DISPONIVEL            VALUE 'S'.
       01 WCLI-DISPONIVEL         PIC X VALUE 'N'.
          88 CLI-DISPONIVEL            VALUE 'S'.
       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.

      *----REGIAO E NOME DE CADA VENDEDOR (INDICE = CODIGO).
       01 WTAB-VEN-CONC.
          02 WTVC-LINHA OCCURS 999 TIMES.
             03 WTVC-REGIAO       PIC 9(003).
             03 WTVC-NOME         PIC X(040).
       77 WIDX-VEN                PIC 9(004) VALUE ZEROES.

      *----GRUPO REGIAO X LINHA EM CURSO NA QUEBRA: CONCORRENTES DO
      *    GRUPO COM O NUMERO DE PRESENCAS DE CADA UM. A PARTICIPACAO
      *    SO PODE SER CALCULADA QUANDO O GRUPO FECHA.
       01 WTAB-GRUPO.
          02 WGRP-LINHA OCCURS 200 TIMES.
             03 WGRP-CONC         PIC X(003).
             03 WGRP-QTD          PIC 9(007).
       77 WQTD-GRP                PIC 9(003) VALUE ZEROES.
       77 WIDX-GRP                PIC 9(003) VALUE ZEROES.
       01 WGRP-REGIAO             PIC 9(003) VALUE ZEROES.
       01 WGRP-LINHA-PROD         PIC X(003) VALUE SPACES.
       01 WGRP-TOTAL              PIC 9(007) VALUE ZEROES.
       01 WGRP-ABERTO             PIC X(001) VALUE 'N'.
          88 GRP-ABERTO                VALUE 'S'.

      *----INICIO DO ULTIMO TRIMESTRE COMPLETO (PADRAO DO "DESDE").
       01 WTRI-ANO                PIC 9(004) VALUE ZEROES.
       01 WTRI-NUM                PIC 9(001) VALUE ZEROES.
       01 WMES-ATUAL              PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-ATUAL.
          02 WMES-ATUAL-AAAA      PIC 9(004).
          02 WMES-ATUAL-MM        PIC 9(002).
       01 WDATA-DESDE             PIC 9(008) VALUE ZEROES.
       01 FILLER REDEFINES WDATA-DESDE.
          02 WDESDE-AAAA          PIC 9(004).
          02 WDESDE-MM            PIC 9(002).
          02 WDESDE-DD            PIC 9(002).

       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WCONFIRMA               PIC X(001) VALUE SPACE.
       01 WPCO-REGIAO             PIC 9(003) VALUE ZEROES.
       01 WPCO-VEN                PIC 9(003) VALUE ZEROES.
       01 WED-RAZAO               PIC X(040) VALUE SPACES.
       01 WED-NOME-CONC           PIC X(040) VALUE SPACES.
       01 WED-ORIGEM              PIC X(006) VALUE SPACES.
       01 WED-PCT                 PIC ZZ9.9.
       01 WPCT                    PIC 9(003)V9(001) VALUE ZEROES.

       77 WCONT-LIDOS             PIC 9(007) VALUE ZEROES.
       77 WCONT-ATIVAS            PIC 9(007) VALUE ZEROES.
       77 WCONT-NOVAS             PIC 9(007) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relconc'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-REL-CONC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - PRESENCA DE CONCORR
      -"ENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "CLIENTES COM CONCORRENTE DESDE:".
          02 SCR-CONC-DESDE LINE 6 COL 37 PIC 9(008)
                 USING WDATA-DESDE AUTO.
          02 LINE 6 COL 47 VALUE "(AAAAMMDD)".
          02 LINE 8 COL 5 VALUE "CONFIRMA (S/N)?".
          02 SCR-CONFIRMA LINE 8 COL 21 PIC X(001)
                 USING WCONFIRMA AUTO.
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----PRESENCA DE CONCORRENTES EM DOIS BLOCOS: A PARTICIPACAO DE
      *    CADA CONCORRENTE NAS PRESENCAS ATIVAS DE CADA REGIAO E
      *    LINHA DE PRODUTO, E OS CLIENTES ONDE UM CONCORRENTE
      *    APARECEU DESDE O INICIO DO ULTIMO TRIMESTRE COMPLETO (ALVO
      *    DAS CAMPANHAS). A REGIAO DO CLIENTE E A DO SEU VENDEDOR
      *    PRINCIPAL; SEM VINCULO, A DO VENDEDOR QUE OBSERVOU.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-PRESCONC
              STRING 'PRESENCA-CONC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PRESCONC
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
           END-IF
           PERFORM R-TRIMESTRE-PADRAO
           IF MODO-INTERATIVO
              MOVE 'S' TO WCONFIRMA
              DISPLAY TELA-REL-CONC
              ACCEPT TELA-REL-CONC
              IF ESC OR (WCONFIRMA NOT = 'S' AND WCONFIRMA NOT = 's')
                 GO TO ABERTURA-EXIT
              END-IF
              IF WDESDE-MM < 01 OR WDESDE-MM > 12 OR
                 WDESDE-DD < 01 OR WDESDE-DD > 31 OR
                 WDATA-DESDE > WDATA-HOJE
                 MOVE 'DATA INVALIDA ' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           OPEN INPUT PRESCONC.
           IF FS-PCO NOT = '00'
              MOVE 'NENHUMA PRESENCA REGISTRADA ST ' TO WTXT
              MOVE FS-PCO TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-VENDEDORES THRU R-CARREGA-VENDEDORES-1-EXIT
           MOVE 'N' TO WCON-DISPONIVEL WCLI-DISPONIVEL WVAT-DISPONIVEL
           OPEN INPUT CONCOR
           IF FS-CON = '00'
              MOVE 'S' TO WCON-DISPONIVEL
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 'S' TO WCLI-DISPONIVEL
           END-IF
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISPONIVEL
           END-IF
           MOVE WDATA-HOJE TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'CONCORRENTES-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE ZEROES TO WCATR-LINHAS
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"PARTICIPACAO DOS CONCORRENTES EM"' ',' WDATA-HOJE
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"REGIAO"' ',' '"LINHA"' ',' '"CONCORRENTE"' ','
               '"NOME"' ',' '"CLIENTES"' ',' '"TOTAL REGIAO/LINHA"' ','
               '"% PRESENCA"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 2 TO WCATR-LINHAS
           SORT ORDENA
                ON ASCENDING KEY ORD-REGIAO ORD-LINHA ORD-CONC
                INPUT PROCEDURE IS S-SELECIONA-CONC
                OUTPUT PROCEDURE IS S-EMITE-PARTICIPACAO
           PERFORM S-LISTA-NOVOS THRU R-LISTA-NOVOS-1-EXIT
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'DESDE=' WDATA-DESDE
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           IF CON-DISPONIVEL
              CLOSE CONCOR
           END-IF
           IF CLI-DISPONIVEL
              CLOSE CLIENTES
           END-IF
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           CLOSE PRESCONC
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'PRESENCAS ATIVAS ' WCONT-ATIVAS ' NOVAS '
                  WCONT-NOVAS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       R-TRIMESTRE-PADRAO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-ATUAL
           MOVE WMES-ATUAL-AAAA TO WTRI-ANO
           COMPUTE WTRI-NUM = (WMES-ATUAL-MM - 1) / 3
           IF WTRI-NUM = ZEROES
              MOVE 4 TO WTRI-NUM
              SUBTRACT 1 FROM WTRI-ANO
           END-IF
           COMPUTE WDATA-DESDE = WTRI-ANO * 10000
                               + ((WTRI-NUM - 1) * 3 + 1) * 100 + 1.

       S-CARREGA-VENDEDORES SECTION.
       R-CARREGA-VENDEDORES-1.
           INITIALIZE WTAB-VEN-CONC
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE LOW-VALUES TO CHAVE-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              PERFORM UNTIL FS-VEN NOT = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00' AND CODIGO-VEN > ZEROES
                    MOVE COD-REGIAO TO WTVC-REGIAO(CODIGO-VEN)
                    MOVE NOME-VEN TO WTVC-NOME(CODIGO-VEN)
                 END-IF
              END-PERFORM
              CLOSE VENDEDORES
           END-IF.
       R-CARREGA-VENDEDORES-1-EXIT.
           EXIT.

      *----VENDEDOR DO CLIENTE: O PRINCIPAL DO VINCULO ATUAL OU, SEM
      *    VINCULO, O QUE REGISTROU A PRESENCA.
       R-REGIAO-DA-PRESENCA.
           MOVE VEN-PCO TO WPCO-VEN
           IF VAT-DISPONIVEL
              MOVE COD-CLI-PCO TO CODIGO-CLI-VAT
              READ VINCATUAL
              IF FS-VAT = '00' AND VEN-PRIM-VAT > ZEROES
                 MOVE VEN-PRIM-VAT TO WPCO-VEN
              END-IF
           END-IF
           MOVE ZEROES TO WPCO-REGIAO
           IF WPCO-VEN > ZEROES
              MOVE WTVC-REGIAO(WPCO-VEN) TO WPCO-REGIAO
           END-IF.

       S-SELECIONA-CONC SECTION.
       R-SELECIONA-CONC-1.
           MOVE LOW-VALUES TO CHAVE-PCO
           START PRESCONC KEY IS NOT LESS THAN CHAVE-PCO
           IF FS-PCO NOT = '00'
              GO TO R-SELECIONA-CONC-1-EXIT
           END-IF
           PERFORM UNTIL FS-PCO NOT = '00'
              READ PRESCONC NEXT
              IF FS-PCO = '00'
                 ADD 1 TO WCONT-LIDOS
                 IF PCO-PRESENTE
                    ADD 1 TO WCONT-ATIVAS
                    PERFORM R-REGIAO-DA-PRESENCA
                    MOVE WPCO-REGIAO TO ORD-REGIAO
                    MOVE LINHA-PCO TO ORD-LINHA
                    MOVE COD-CONC-PCO TO ORD-CONC
                    MOVE COD-CLI-PCO TO ORD-CLIENTE
                    RELEASE REG-ORDENA
                 END-IF
              END-IF
           END-PERFORM.
       R-SELECIONA-CONC-1-EXIT.
           EXIT.

       S-EMITE-PARTICIPACAO SECTION.
       R-EMITE-PARTICIPACAO-1.
           MOVE 'N' TO WGRP-ABERTO
           PERFORM UNTIL 1 = 2
              RETURN ORDENA
                 AT END
                    GO TO R-EMITE-PARTICIPACAO-2
              END-RETURN
              IF GRP-ABERTO AND
                 (ORD-REGIAO NOT = WGRP-REGIAO OR
                  ORD-LINHA NOT = WGRP-LINHA-PROD)
                 PERFORM R-FECHA-GRUPO
              END-IF
              IF NOT GRP-ABERTO
                 MOVE 'S' TO WGRP-ABERTO
                 MOVE ORD-REGIAO TO WGRP-REGIAO
                 MOVE ORD-LINHA TO WGRP-LINHA-PROD
                 MOVE ZEROES TO WQTD-GRP WGRP-TOTAL
              END-IF
              ADD 1 TO WGRP-TOTAL
              IF WQTD-GRP = ZEROES
                 PERFORM R-NOVO-CONC-GRUPO
              ELSE
                 IF WGRP-CONC(WQTD-GRP) NOT = ORD-CONC
                    PERFORM R-NOVO-CONC-GRUPO
                 END-IF
              END-IF
              ADD 1 TO WGRP-QTD(WQTD-GRP)
           END-PERFORM.
       R-EMITE-PARTICIPACAO-2.
           IF GRP-ABERTO
              PERFORM R-FECHA-GRUPO
           END-IF.
       R-EMITE-PARTICIPACAO-1-EXIT.
           EXIT.

      *----CONCORRENTES ALEM DO 200O NO MESMO GRUPO SOMAM NO ULTIMO.
       R-NOVO-CONC-GRUPO.
           IF WQTD-GRP < 200
              ADD 1 TO WQTD-GRP
              MOVE ORD-CONC TO WGRP-CONC(WQTD-GRP)
              MOVE ZEROES TO WGRP-QTD(WQTD-GRP)
           END-IF.

       R-FECHA-GRUPO.
           PERFORM VARYING WIDX-GRP FROM 1 BY 1
                   UNTIL WIDX-GRP > WQTD-GRP
              MOVE WGRP-CONC(WIDX-GRP) TO CODIGO-CONC
              PERFORM R-NOME-CONCORRENTE
              COMPUTE WPCT ROUNDED = WGRP-QTD(WIDX-GRP) * 100
                                   / WGRP-TOTAL
              MOVE WPCT TO WED-PCT
              MOVE SPACES TO ARQREL-DATA-01
              STRING WGRP-REGIAO ',' WGRP-LINHA-PROD ','
                  WGRP-CONC(WIDX-GRP) ','
                  '"' FUNCTION TRIM(WED-NOME-CONC) '"' ','
                  WGRP-QTD(WIDX-GRP) ',' WGRP-TOTAL ','
                  FUNCTION TRIM(WED-PCT)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           END-PERFORM
           MOVE 'N' TO WGRP-ABERTO.

       R-NOME-CONCORRENTE.
           MOVE SPACES TO WED-NOME-CONC
           IF CON-DISPONIVEL
              READ CONCOR
              IF FS-CON = '00'
                 MOVE NOME-CONC TO WED-NOME-CONC
              END-IF
           END-IF.

      *----PRESENCAS ATIVAS QUE COMECARAM NA JANELA, NA ORDEM DO
      *    ARQUIVO (POR CLIENTE).
       S-LISTA-NOVOS SECTION.
       R-LISTA-NOVOS-1.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLIENTES COM CONCORRENTE DESDE"' ',' WDATA-DESDE
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLIENTE"' ',' '"RAZAO"' ',' '"REGIAO"' ','
               '"VENDEDOR"' ',' '"NOME VENDEDOR"' ',' '"CONCORRENTE"'
               ',' '"NOME"' ',' '"LINHA"' ',' '"DESDE"' ','
               '"ORIGEM"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 3 TO WCATR-LINHAS
           MOVE LOW-VALUES TO CHAVE-PCO
           START PRESCONC KEY IS NOT LESS THAN CHAVE-PCO
           IF FS-PCO NOT = '00'
              GO TO R-LISTA-NOVOS-1-EXIT
           END-IF
           PERFORM UNTIL FS-PCO NOT = '00'
              READ PRESCONC NEXT
              IF FS-PCO = '00' AND PCO-PRESENTE AND
                 DATA-PRIM-PCO NOT < WDATA-DESDE
                 PERFORM R-LINHA-NOVO
              END-IF
           END-PERFORM.
       R-LISTA-NOVOS-1-EXIT.
           EXIT.

       R-LINHA-NOVO.
           ADD 1 TO WCONT-NOVAS
           PERFORM R-REGIAO-DA-PRESENCA
           MOVE SPACES TO WED-RAZAO
           IF CLI-DISPONIVEL
              MOVE COD-CLI-PCO TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE RAZAO TO WED-RAZAO
              END-IF
           END-IF
           MOVE COD-CONC-PCO TO CODIGO-CONC
           PERFORM R-NOME-CONCORRENTE
           IF PCO-DA-VISITA
              MOVE 'VISITA' TO WED-ORIGEM
           ELSE
              MOVE 'TELA' TO WED-ORIGEM
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           IF WPCO-VEN > ZEROES
              STRING COD-CLI-PCO ','
                  '"' FUNCTION TRIM(WED-RAZAO) '"' ','
                  WPCO-REGIAO ',' WPCO-VEN ','
                  '"' FUNCTION TRIM(WTVC-NOME(WPCO-VEN)) '"' ','
                  COD-CONC-PCO ','
                  '"' FUNCTION TRIM(WED-NOME-CONC) '"' ','
                  LINHA-PCO ',' DATA-PRIM-PCO ','
                  FUNCTION TRIM(WED-ORIGEM)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING COD-CLI-PCO ','
                  '"' FUNCTION TRIM(WED-RAZAO) '"' ','
                  WPCO-REGIAO ',' WPCO-VEN ',"",'
                  COD-CONC-PCO ','
                  '"' FUNCTION TRIM(WED-NOME-CONC) '"' ','
                  LINHA-PCO ',' DATA-PRIM-PCO ','
                  FUNCTION TRIM(WED-ORIGEM)
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,PRESENCAS=' WCONT-LIDOS
                     ',ATIVAS=' WCONT-ATIVAS
                     ',DESDE=' WDATA-DESDE
                     ',NOVAS=' WCONT-NOVAS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
