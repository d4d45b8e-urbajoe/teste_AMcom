       IDENTIFICATION DIVISION.
       PROGRAM-ID.  reldeslig.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO-1
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

       SELECT REDIST-PEND ASSIGN TO DISK WID-ARQ-REDIST-PEND
              ORGANIZATION      IS LINE SEQUENTIAL
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-RDP.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT ORDENA  ASSIGN TO DISK 'RELDESLIG.SRT'.

       DATA DIVISION.
       FILE SECTION.
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

      *----HISTORICO DE VINCULOS ENCERRADOS (VIDE histdist).
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

       FD  REDIST-PEND.
       01  REG-REDIST-PEND.
           02 RDP-CODIGO               PIC  9(007).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

      *----SECAO 1 = RESUMO DO VENDEDOR DESLIGADO, SECAO 2 = CADA
      *    CLIENTE DA CARTEIRA QUE ELE TINHA NA DATA DO DESLIGAMENTO.
       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-SECAO            PIC 9(001).
           02 ORD-DESLIG           PIC 9(008).
           02 ORD-VEN              PIC 9(003).
           02 ORD-CLI              PIC 9(007).
           02 ORD-NOME             PIC X(040).
           02 ORD-REGIAO           PIC 9(003).
           02 ORD-ADMISSAO         PIC 9(008).
           02 ORD-DIAS-CASA        PIC 9(005).
           02 ORD-CARTEIRA         PIC 9(005).
           02 ORD-REDIST           PIC 9(005).
           02 ORD-AGUARDA          PIC 9(005).
           02 ORD-COM-DESLIG       PIC 9(005).
           02 ORD-SEM-PRIM         PIC 9(005).
           02 ORD-PRAZO-MEDIO      PIC S9(005).
           02 ORD-SITUACAO         PIC X(025).
           02 ORD-VEN-NOVO         PIC 9(003).
           02 ORD-INICIO-NOVO      PIC 9(008).
           02 ORD-PRAZO            PIC S9(005).

       WORKING-STORAGE SECTION.
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
       01 FS-RDP.
           02 FS-RDP-1                PIC 9.
           02 FS-RDP-2                PIC 9.
           02 FS-RDP-R REDEFINES FS-RDP-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-REDIST-PEND     PIC X(50) VALUE 'REDIST-PEND.DAT'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WID-ARQ-DISHIST         PIC X(50)
                                  VALUE 'DISTRIBUICAO-HIST.DAT'.
       01 WHIST-ABERTO            PIC X(001) VALUE 'N'.
          88 HIST-ABERTO                 VALUE 'S'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WDATA-INI               PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM               PIC 9(008) VALUE ZEROES.
       01 WDATA-TESTE             PIC 9(008) VALUE ZEROES.
       01 WDATA-OK                PIC X VALUE 'S'.
          88 DATA-OK                    VALUE 'S'.

      *----CARTEIRA DO VENDEDOR EM ANALISE: OS CLIENTES SAO GUARDADOS
      *    ANTES DE PROCURAR O PRIMARIO ATUAL DE CADA UM, PORQUE AS
      *    DUAS LEITURAS USAM CHAVES DIFERENTES DE DISTRIBUICAO.
       01 WTAB-CARTEIRA.
          02 WCART-CLI OCCURS 5000 TIMES PIC 9(007).
       77 WQTD-CART               PIC 9(005) VALUE ZEROES.
       77 WIDX-CART               PIC 9(005) VALUE ZEROES.
       77 WCART-EXCEDENTE         PIC 9(007) VALUE ZEROES.

      *----CLIENTES NA FILA DE REDISTRIBUICAO DO ExeDistrCli.
       01 WTAB-REDIST.
          02 WRDP-CLI OCCURS 5000 TIMES PIC 9(007).
       77 WQTD-RDP                PIC 9(005) VALUE ZEROES.
       77 WIDX-RDP                PIC 9(005) VALUE ZEROES.
       01 WNA-FILA                PIC X VALUE 'N'.
          88 NA-FILA                    VALUE 'S'.

       01 WVEN-DESLIG             PIC 9(003) VALUE ZEROES.
       01 WDATA-DESLIG            PIC 9(008) VALUE ZEROES.
       01 WCLI-ATUAL              PIC 9(007) VALUE ZEROES.
       01 WVEN-ATUAL              PIC 9(003) VALUE ZEROES.
       01 WINICIO-ATUAL           PIC 9(008) VALUE ZEROES.
      *----PRIMEIRO PRIMARIO DE OUTRO VENDEDOR INICIADO A PARTIR DO
      *    DESLIGAMENTO E JA ENCERRADO (VIVO OU NO HISTORICO): MOSTRA A
      *    REDISTRIBUICAO QUANDO O CLIENTE NAO TEM MAIS PRIMARIO ABERTO.
       01 WVEN-REDIST-ENC         PIC 9(003) VALUE ZEROES.
       01 WINICIO-REDIST-ENC      PIC 9(008) VALUE ZEROES.
       01 WJA-NA-CARTEIRA         PIC X VALUE 'N'.
          88 JA-NA-CARTEIRA             VALUE 'S'.
       77 WPRAZO                  PIC S9(005) VALUE ZEROES.
       77 WSOMA-PRAZO             PIC S9(009) VALUE ZEROES.

       01 WRESUMO-VEN.
          02 WRV-REDIST           PIC 9(005) VALUE ZEROES.
          02 WRV-AGUARDA          PIC 9(005) VALUE ZEROES.
          02 WRV-COM-DESLIG       PIC 9(005) VALUE ZEROES.
          02 WRV-SEM-PRIM         PIC 9(005) VALUE ZEROES.

       01 WTOTAIS.
          02 WTOT-DESLIG          PIC 9(005) VALUE ZEROES.
          02 WTOT-CARTEIRA        PIC 9(007) VALUE ZEROES.
          02 WTOT-REDIST          PIC 9(007) VALUE ZEROES.
          02 WTOT-AGUARDA         PIC 9(007) VALUE ZEROES.
          02 WTOT-COM-DESLIG      PIC 9(007) VALUE ZEROES.
          02 WTOT-SEM-PRIM        PIC 9(007) VALUE ZEROES.
          02 WTOT-SOMA-PRAZO      PIC S9(009) VALUE ZEROES.
       77 WTOT-PRAZO-MEDIO        PIC S9(005) VALUE ZEROES.
       01 WSECAO-ANT              PIC 9(001) VALUE ZEROES.

       01 WPRAZO-ED               PIC -(5)9.
       01 WPRAZO-MEDIO-ED         PIC -(5)9.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'reldeslig'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-DESLIGAMENTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - DESLIGAMENTOS E DEST
      -"INO DAS CARTEIRAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "VENDEDORES DESLIGADOS NO PERIODO:".
          02 LINE 6 COL 5 VALUE "DATA INICIAL (AAAAMMDD):".
          02 SCR-DATA-INI LINE 6 COL 30 PIC 9(008)
                 USING WDATA-INI AUTO.
          02 LINE 7 COL 5 VALUE "DATA FINAL   (AAAAMMDD):".
          02 SCR-DATA-FIM LINE 7 COL 30 PIC 9(008)
                 USING WDATA-FIM AUTO.
          02 LINE 9 COL 5 VALUE "A CARTEIRA E A DE PRIMARIO ABERTA NA DA
      -"TA DO DESLIGAMENTO.".
          02 LINE 11 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----ROTATIVIDADE DA EQUIPE: PARA CADA VENDEDOR DESLIGADO NO
      *    PERIODO, LEVANTA OS CLIENTES DE QUE ELE ERA PRIMARIO NA
      *    DATA DO DESLIGAMENTO E MOSTRA ONDE CADA UM ESTA HOJE -
      *    REDISTRIBUIDO (COM O NOVO VENDEDOR E O PRAZO EM DIAS),
      *    AGUARDANDO NA FILA DO ExeDistrCli, AINDA PRESO AO
      *    DESLIGADO SEM ESTAR NA FILA, OU SEM PRIMARIO NENHUM.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE WDATA-FIM
           MOVE WDATA-HOJE TO WDATA-INI
           MOVE '01' TO WDATA-INI(7:2)
           DISPLAY TELA-DESLIGAMENTO
           ACCEPT TELA-DESLIGAMENTO
           IF ESC
              GO TO ABERTURA-EXIT
           END-IF
           MOVE WDATA-INI TO WDATA-TESTE
           PERFORM R-VALIDA-DATA THRU R-VALIDA-DATA-FIM
           IF DATA-OK
              MOVE WDATA-FIM TO WDATA-TESTE
              PERFORM R-VALIDA-DATA THRU R-VALIDA-DATA-FIM
           END-IF
           IF NOT DATA-OK OR WDATA-INI > WDATA-FIM
              MOVE 'PERIODO INVALIDO ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT DISTRIBUICAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-DIS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
      *----VINCULOS JA ARQUIVADOS PELO histdist (OPCIONAL).
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-DISHIST
              STRING 'DISTRIBUICAO-HIST-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISHIST
           END-IF
           MOVE 'N' TO WHIST-ABERTO
           OPEN INPUT DISHIST
           IF FS-HIS = '00'
              MOVE 'S' TO WHIST-ABERTO
           END-IF
           PERFORM S-CARREGA-FILA THRU R-CARREGA-FILA-1-EXIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'DESLIGAMENTOS-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE FS-REL TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-RELT TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT RELATORIO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-REL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE VENDEDORES DISTRIBUICAO
              IF HIST-ABERTO
                 CLOSE DISHIST
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           INITIALIZE WTOTAIS WCART-EXCEDENTE WCATR-LINHAS WSECAO-ANT
           SORT ORDENA
                ON ASCENDING KEY ORD-SECAO ORD-DESLIG ORD-VEN ORD-CLI
                INPUT PROCEDURE IS R-SELECIONA-DESLIG-1
                              THRU R-SELECIONA-DESLIG-1-EXIT
                OUTPUT PROCEDURE IS R-EMITE-DESLIG-1
                              THRU R-EMITE-DESLIG-1-EXIT
           CLOSE ARQREL
           CLOSE VENDEDORES DISTRIBUICAO
           IF HIST-ABERTO
              CLOSE DISHIST
           END-IF
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'PERIODO=' WDATA-INI '-' WDATA-FIM
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING WTOT-DESLIG ' DESLIGADO(S), ' WTOT-AGUARDA
                  ' CLI AGUARDANDO, ' WTOT-COM-DESLIG ' SEM FILA'
                  DELIMITED BY SIZE INTO WTXT
           IF WCART-EXCEDENTE > ZEROES
              MOVE SPACES TO WTXT
              STRING WTOT-DESLIG ' DESLIGADO(S) - CARTEIRA LIMITADA'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       R-VALIDA-DATA.
           MOVE 'S' TO WDATA-OK
           IF WDATA-TESTE(5:2) < '01' OR WDATA-TESTE(5:2) > '12' OR
              WDATA-TESTE(7:2) < '01' OR WDATA-TESTE(7:2) > '31' OR
              WDATA-TESTE(1:4) < '1900'
              MOVE 'N' TO WDATA-OK
              GO TO R-VALIDA-DATA-FIM
           END-IF
           IF FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WDATA-TESTE)) NOT =
              WDATA-TESTE
              MOVE 'N' TO WDATA-OK
           END-IF.
       R-VALIDA-DATA-FIM.
           EXIT.

      *----A FILA E PEQUENA E E LIDA UMA VEZ SO; O ExeDistrCli A
      *    ESVAZIA A CADA PROCESSAMENTO.
       S-CARREGA-FILA SECTION.
       R-CARREGA-FILA-1.
           MOVE ZEROES TO WQTD-RDP
           OPEN INPUT REDIST-PEND.
           IF FS-RDP NOT = '00'
              GO TO R-CARREGA-FILA-1-EXIT
           END-IF
           PERFORM UNTIL FS-RDP NOT = '00'
              READ REDIST-PEND NEXT
              IF FS-RDP = '00' AND WQTD-RDP < 5000
                 ADD 1 TO WQTD-RDP
                 MOVE RDP-CODIGO TO WRDP-CLI(WQTD-RDP)
              END-IF
           END-PERFORM
           CLOSE REDIST-PEND.
       R-CARREGA-FILA-1-EXIT.
           EXIT.

       S-SELECIONA-DESLIG SECTION.
       R-SELECIONA-DESLIG-1.
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           IF FS-VEN NOT = '00'
              GO TO R-SELECIONA-DESLIG-1-EXIT
           END-IF
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND
                 DATA-DESLIGAMENTO-VEN NOT < WDATA-INI AND
                 DATA-DESLIGAMENTO-VEN NOT > WDATA-FIM
                 PERFORM R-AVALIA-DESLIG THRU R-AVALIA-DESLIG-FIM
              END-IF
           END-PERFORM.
       R-SELECIONA-DESLIG-1-EXIT.
           EXIT.

       R-AVALIA-DESLIG.
           MOVE CODIGO-VEN TO WVEN-DESLIG
           MOVE DATA-DESLIGAMENTO-VEN TO WDATA-DESLIG
           ADD 1 TO WTOT-DESLIG
           PERFORM R-LEVANTA-CARTEIRA THRU R-LEVANTA-CARTEIRA-FIM
           INITIALIZE WRESUMO-VEN WSOMA-PRAZO
           PERFORM VARYING WIDX-CART FROM 1 BY 1
                   UNTIL WIDX-CART > WQTD-CART
              MOVE WCART-CLI(WIDX-CART) TO WCLI-ATUAL
              PERFORM R-SITUACAO-CLIENTE THRU R-SITUACAO-CLIENTE-FIM
           END-PERFORM
           MOVE 1 TO ORD-SECAO
           MOVE WDATA-DESLIG TO ORD-DESLIG
           MOVE WVEN-DESLIG TO ORD-VEN
           MOVE ZEROES TO ORD-CLI ORD-VEN-NOVO ORD-INICIO-NOVO
                          ORD-PRAZO
           MOVE SPACES TO ORD-SITUACAO
           MOVE NOME-VEN TO ORD-NOME
           MOVE COD-REGIAO TO ORD-REGIAO
           MOVE DATA-ADMISSAO-VEN TO ORD-ADMISSAO
           MOVE ZEROES TO ORD-DIAS-CASA
           IF DATA-ADMISSAO-VEN NOT = ZEROES AND
              DATA-ADMISSAO-VEN NOT > WDATA-DESLIG
              MOVE DATA-ADMISSAO-VEN TO WDATA-TESTE
              PERFORM R-VALIDA-DATA THRU R-VALIDA-DATA-FIM
              IF DATA-OK
                 COMPUTE ORD-DIAS-CASA =
                     FUNCTION INTEGER-OF-DATE(WDATA-DESLIG) -
                     FUNCTION INTEGER-OF-DATE(DATA-ADMISSAO-VEN)
              END-IF
           END-IF
           MOVE WQTD-CART TO ORD-CARTEIRA
           MOVE WRV-REDIST TO ORD-REDIST
           MOVE WRV-AGUARDA TO ORD-AGUARDA
           MOVE WRV-COM-DESLIG TO ORD-COM-DESLIG
           MOVE WRV-SEM-PRIM TO ORD-SEM-PRIM
           MOVE ZEROES TO ORD-PRAZO-MEDIO
           IF WRV-REDIST > ZEROES
              COMPUTE ORD-PRAZO-MEDIO ROUNDED =
                  WSOMA-PRAZO / WRV-REDIST
           END-IF
           RELEASE REG-ORDENA
           ADD WQTD-CART TO WTOT-CARTEIRA
           ADD WRV-REDIST TO WTOT-REDIST
           ADD WRV-AGUARDA TO WTOT-AGUARDA
           ADD WRV-COM-DESLIG TO WTOT-COM-DESLIG
           ADD WRV-SEM-PRIM TO WTOT-SEM-PRIM
           ADD WSOMA-PRAZO TO WTOT-SOMA-PRAZO.
       R-AVALIA-DESLIG-FIM.
           EXIT.

      *----CARTEIRA = VINCULOS DE PRIMARIO DO DESLIGADO QUE ESTAVAM
      *    ABERTOS NA DATA DO DESLIGAMENTO, MESMO QUE O ExeDistrCli JA
      *    OS TENHA ENCERRADO DEPOIS (E O histdist ARQUIVADO: O
      *    HISTORICO E LIDO DEPOIS DA DISTRIBUICAO VIVA, SEM REPETIR
      *    CLIENTE).
       R-LEVANTA-CARTEIRA.
           MOVE ZEROES TO WQTD-CART
           MOVE WVEN-DESLIG TO CODIGO-VEN-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-VEN-DIS
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00' AND CODIGO-VEN-DIS = WVEN-DESLIG
                 IF VEN-PRIMARIO AND
                    DATA-INICIO-DIS NOT > WDATA-DESLIG AND
                    (DATA-FIM-DIS = ZEROES OR
                     DATA-FIM-DIS NOT < WDATA-DESLIG)
                    MOVE CODIGO-CLI-DIS TO WCLI-ATUAL
                    PERFORM R-INCLUI-CARTEIRA
                 END-IF
              ELSE
                 MOVE '10' TO FS-DIS
              END-IF
           END-PERFORM
           IF NOT HIST-ABERTO
              GO TO R-LEVANTA-CARTEIRA-FIM
           END-IF
           MOVE WVEN-DESLIG TO CODIGO-VEN-DIS-HIS
           START DISHIST KEY IS EQUAL TO CODIGO-VEN-DIS-HIS
           PERFORM UNTIL FS-HIS NOT = '00'
              READ DISHIST NEXT
              IF FS-HIS = '00' AND CODIGO-VEN-DIS-HIS = WVEN-DESLIG
                 IF VEN-PRIMARIO-HIS AND
                    DATA-INICIO-DIS-HIS NOT > WDATA-DESLIG AND
                    (DATA-FIM-DIS-HIS = ZEROES OR
                     DATA-FIM-DIS-HIS NOT < WDATA-DESLIG)
                    MOVE CODIGO-CLI-DIS-HIS TO WCLI-ATUAL
                    PERFORM R-INCLUI-CARTEIRA
                 END-IF
              ELSE
                 MOVE '10' TO FS-HIS
              END-IF
           END-PERFORM.
       R-LEVANTA-CARTEIRA-FIM.
           EXIT.

      *----O MESMO CLIENTE PODE TER VINCULO NA DISTRIBUICAO VIVA E NO
      *    HISTORICO (PERIODOS DIFERENTES): ENTRA UMA VEZ SO.
       R-INCLUI-CARTEIRA.
           MOVE 'N' TO WJA-NA-CARTEIRA
           PERFORM VARYING WIDX-CART FROM 1 BY 1
                   UNTIL WIDX-CART > WQTD-CART OR JA-NA-CARTEIRA
              IF WCART-CLI(WIDX-CART) = WCLI-ATUAL
                 MOVE 'S' TO WJA-NA-CARTEIRA
              END-IF
           END-PERFORM
           IF JA-NA-CARTEIRA
              CONTINUE
           ELSE
              IF WQTD-CART < 5000
                 ADD 1 TO WQTD-CART
                 MOVE WCLI-ATUAL TO WCART-CLI(WQTD-CART)
              ELSE
                 ADD 1 TO WCART-EXCEDENTE
              END-IF
           END-IF.

      *----SITUACAO ATUAL: PRIMARIO ABERTO NA DISTRIBUICAO VIVA. SEM
      *    PRIMARIO ABERTO E FORA DA FILA, VALE O PRIMEIRO PRIMARIO DE
      *    OUTRO VENDEDOR INICIADO A PARTIR DO DESLIGAMENTO, JA
      *    ENCERRADO NA DISTRIBUICAO VIVA OU ARQUIVADO NO HISTORICO.
       R-SITUACAO-CLIENTE.
           MOVE ZEROES TO WVEN-ATUAL WINICIO-ATUAL
                          WVEN-REDIST-ENC WINICIO-REDIST-ENC
           MOVE WCLI-ATUAL TO CODIGO-CLI-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-CLI-DIS
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00' AND CODIGO-CLI-DIS = WCLI-ATUAL
                 IF VEN-PRIMARIO AND DATA-FIM-DIS = ZEROES
                    MOVE CODIGO-VEN-DIS TO WVEN-ATUAL
                    MOVE DATA-INICIO-DIS TO WINICIO-ATUAL
                 END-IF
                 IF VEN-PRIMARIO AND DATA-FIM-DIS NOT = ZEROES AND
                    CODIGO-VEN-DIS NOT = WVEN-DESLIG AND
                    DATA-INICIO-DIS NOT < WDATA-DESLIG AND
                    (WINICIO-REDIST-ENC = ZEROES OR
                     DATA-INICIO-DIS < WINICIO-REDIST-ENC)
                    MOVE CODIGO-VEN-DIS TO WVEN-REDIST-ENC
                    MOVE DATA-INICIO-DIS TO WINICIO-REDIST-ENC
                 END-IF
              ELSE
                 MOVE '10' TO FS-DIS
              END-IF
           END-PERFORM
           IF HIST-ABERTO
              MOVE WCLI-ATUAL TO CODIGO-CLI-DIS-HIS
              START DISHIST KEY IS EQUAL TO CODIGO-CLI-DIS-HIS
              PERFORM UNTIL FS-HIS NOT = '00'
                 READ DISHIST NEXT
                 IF FS-HIS = '00' AND CODIGO-CLI-DIS-HIS = WCLI-ATUAL
                    IF VEN-PRIMARIO-HIS AND
                       CODIGO-VEN-DIS-HIS NOT = WVEN-DESLIG AND
                       DATA-INICIO-DIS-HIS NOT < WDATA-DESLIG AND
                       (WINICIO-REDIST-ENC = ZEROES OR
                        DATA-INICIO-DIS-HIS < WINICIO-REDIST-ENC)
                       MOVE CODIGO-VEN-DIS-HIS TO WVEN-REDIST-ENC
                       MOVE DATA-INICIO-DIS-HIS TO WINICIO-REDIST-ENC
                    END-IF
                 ELSE
                    MOVE '10' TO FS-HIS
                 END-IF
              END-PERFORM
           END-IF
           MOVE 'N' TO WNA-FILA
           PERFORM VARYING WIDX-RDP FROM 1 BY 1
                   UNTIL WIDX-RDP > WQTD-RDP OR NA-FILA
              IF WRDP-CLI(WIDX-RDP) = WCLI-ATUAL
                 MOVE 'S' TO WNA-FILA
              END-IF
           END-PERFORM
           IF WVEN-ATUAL = ZEROES AND NOT NA-FILA AND
              WVEN-REDIST-ENC NOT = ZEROES
              MOVE WVEN-REDIST-ENC TO WVEN-ATUAL
              MOVE WINICIO-REDIST-ENC TO WINICIO-ATUAL
           END-IF
           MOVE 2 TO ORD-SECAO
           MOVE WDATA-DESLIG TO ORD-DESLIG
           MOVE WVEN-DESLIG TO ORD-VEN
           MOVE WCLI-ATUAL TO ORD-CLI
           MOVE SPACES TO ORD-NOME
           MOVE ZEROES TO ORD-REGIAO ORD-ADMISSAO ORD-DIAS-CASA
                          ORD-CARTEIRA ORD-REDIST ORD-AGUARDA
                          ORD-COM-DESLIG ORD-SEM-PRIM ORD-PRAZO-MEDIO
                          ORD-VEN-NOVO ORD-INICIO-NOVO ORD-PRAZO
           EVALUATE TRUE
              WHEN WVEN-ATUAL NOT = ZEROES AND
                   WVEN-ATUAL NOT = WVEN-DESLIG
                 ADD 1 TO WRV-REDIST
                 MOVE 'REDISTRIBUIDO' TO ORD-SITUACAO
                 MOVE WVEN-ATUAL TO ORD-VEN-NOVO
                 MOVE WINICIO-ATUAL TO ORD-INICIO-NOVO
                 COMPUTE WPRAZO =
                     FUNCTION INTEGER-OF-DATE(WINICIO-ATUAL) -
                     FUNCTION INTEGER-OF-DATE(WDATA-DESLIG)
                 MOVE WPRAZO TO ORD-PRAZO
                 ADD WPRAZO TO WSOMA-PRAZO
              WHEN NA-FILA
                 ADD 1 TO WRV-AGUARDA
                 MOVE 'AGUARDANDO REDISTRIBUICAO' TO ORD-SITUACAO
              WHEN WVEN-ATUAL = WVEN-DESLIG
                 ADD 1 TO WRV-COM-DESLIG
                 MOVE 'COM O DESLIGADO SEM FILA' TO ORD-SITUACAO
              WHEN OTHER
                 ADD 1 TO WRV-SEM-PRIM
                 MOVE 'SEM PRIMARIO' TO ORD-SITUACAO
           END-EVALUATE
           RELEASE REG-ORDENA.
       R-SITUACAO-CLIENTE-FIM.
           EXIT.

       S-EMITE-DESLIG SECTION.
       R-EMITE-DESLIG-1.
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"VENDEDORES DESLIGADOS DE ' WDATA-INI ' A '
               WDATA-FIM '"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"VENDEDOR"' ',' '"NOME"' ',' '"REGIAO"' ','
               '"ADMISSAO"' ',' '"DESLIGAMENTO"' ','
               '"DIAS DE CASA"' ',' '"CARTEIRA"' ','
               '"REDISTRIBUIDOS"' ',' '"AGUARDANDO"' ','
               '"COM O DESLIGADO"' ',' '"SEM PRIMARIO"' ','
               '"PRAZO MEDIO (DIAS)"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           MOVE 1 TO WSECAO-ANT
           PERFORM UNTIL 1 = 2
              RETURN ORDENA
                 AT END
                    GO TO R-EMITE-DESLIG-1-FIM
              END-RETURN
              IF ORD-SECAO = 2 AND WSECAO-ANT = 1
                 PERFORM R-EMITE-TOTAL THRU R-EMITE-TOTAL-FIM
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING '"VENDEDOR"' ',' '"DESLIGAMENTO"' ','
                     '"CLIENTE"' ',' '"SITUACAO"' ','
                     '"NOVO PRIMARIO"' ',' '"DESDE"' ','
                     '"PRAZO (DIAS)"'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
                 WRITE ARQREL-REC
                 ADD 1 TO WCATR-LINHAS
                 MOVE 2 TO WSECAO-ANT
              END-IF
              IF ORD-SECAO = 1
                 MOVE ORD-PRAZO-MEDIO TO WPRAZO-MEDIO-ED
                 MOVE SPACES TO ARQREL-DATA-01
                 STRING ORD-VEN ','
                     '"' FUNCTION TRIM(ORD-NOME) '"' ','
                     ORD-REGIAO ',' ORD-ADMISSAO ','
                     ORD-DESLIG ',' ORD-DIAS-CASA ','
                     ORD-CARTEIRA ',' ORD-REDIST ','
                     ORD-AGUARDA ',' ORD-COM-DESLIG ','
                     ORD-SEM-PRIM ','
                     FUNCTION TRIM(WPRAZO-MEDIO-ED)
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              ELSE
                 MOVE ORD-PRAZO TO WPRAZO-ED
                 MOVE SPACES TO ARQREL-DATA-01
                 IF ORD-VEN-NOVO = ZEROES
                    STRING ORD-VEN ',' ORD-DESLIG ','
                        ORD-CLI ','
                        '"' FUNCTION TRIM(ORD-SITUACAO) '"' ',,,'
                        DELIMITED BY SIZE INTO ARQREL-DATA-01
                 ELSE
                    STRING ORD-VEN ',' ORD-DESLIG ','
                        ORD-CLI ','
                        '"' FUNCTION TRIM(ORD-SITUACAO) '"' ','
                        ORD-VEN-NOVO ',' ORD-INICIO-NOVO ','
                        FUNCTION TRIM(WPRAZO-ED)
                        DELIMITED BY SIZE INTO ARQREL-DATA-01
                 END-IF
              END-IF
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           END-PERFORM.
       R-EMITE-DESLIG-1-FIM.
           IF WSECAO-ANT = 1
              PERFORM R-EMITE-TOTAL THRU R-EMITE-TOTAL-FIM
           END-IF
           IF WCART-EXCEDENTE > ZEROES
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"CARTEIRA LIMITADA - ' WCART-EXCEDENTE
                  ' CLIENTE(S) NAO ANALISADO(S)"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           END-IF.
       R-EMITE-DESLIG-1-EXIT.
           EXIT.

       R-EMITE-TOTAL.
           MOVE ZEROES TO WTOT-PRAZO-MEDIO
           IF WTOT-REDIST > ZEROES
              COMPUTE WTOT-PRAZO-MEDIO ROUNDED =
                  WTOT-SOMA-PRAZO / WTOT-REDIST
           END-IF
           MOVE WTOT-PRAZO-MEDIO TO WPRAZO-MEDIO-ED
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TOTAL"' ',' WTOT-DESLIG ',,,,,'
               WTOT-CARTEIRA ',' WTOT-REDIST ','
               WTOT-AGUARDA ',' WTOT-COM-DESLIG ','
               WTOT-SEM-PRIM ','
               FUNCTION TRIM(WPRAZO-MEDIO-ED)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.
       R-EMITE-TOTAL-FIM.
           EXIT.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
