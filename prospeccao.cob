       IDENTIFICATION DIVISION.
       PROGRAM-ID.  prospeccao.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

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

       SELECT LEADS ASSIGN TO  DISK WID-ARQ-LEADS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD
              ALTERNATE RECORD KEY IS CNPJ-LEAD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LEA.

       SELECT PROSPECCAO ASSIGN TO DISK WID-ARQ-PROSPECCAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD-PRP
              ALTERNATE RECORD KEY IS COD-VEN-PRP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRP.

       SELECT GERLOCK ASSIGN TO DISK WID-ARQ-GERLOCK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-GLK.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
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
           02 DATA-FIM-AFASTAMENTO     PIC  9(008).
           02 META-CLIENTES-VEN         PIC  9(005).
           02 LINHAS-HABILITADAS-VEN    PIC  X(015).
           02 MAX-VISITAS-DIA-VEN       PIC  9(003).
           02 TIPO-VEN                  PIC  X(001).
              88 VEN-CAMPO                   VALUE 'C' ' '.
              88 VEN-KEY-ACCOUNT             VALUE 'K'.
              88 VEN-TELEVENDAS              VALUE 'T'.
           02 DATA-ADMISSAO-VEN         PIC  9(008).
           02 DATA-DESLIGAMENTO-VEN     PIC  9(008).

       FD LEADS.
       01  REGISTRO-LEAD.
           02 CODIGO-LEAD               PIC  9(007).
           02 CNPJ-LEAD                 PIC  9(014).
           02 RAZAO-LEAD                PIC  X(040).
           02 LATITUDE-LEAD             PIC S9(003)v9(008).
           02 LONGITUDE-LEAD            PIC S9(003)v9(008).
           02 ENDERECO-LEAD             PIC  X(060).
           02 TELEFONE-LEAD             PIC  X(015).
           02 EMAIL-LEAD                PIC  X(050).
           02 ORIGEM-LEAD               PIC  X(020).
           02 STATUS-LEAD               PIC  X(001).
              88 LEAD-PENDENTE                VALUE 'P'.
              88 LEAD-PROMOVIDO               VALUE 'A'.
              88 LEAD-DESCARTADO              VALUE 'D'.
           02 DATA-ENTRADA-LEAD         PIC  9(008).

      *----VENDEDOR DE PROSPECCAO DE CADA LEAD PENDENTE DA TRIAGEM:
      *    O VENDEDOR DE CAMPO MAIS PROXIMO COM VAGA NA CARTEIRA, A
      *    DISTANCIA NA UNIDADE DA DISTRIBUICAO E A DATA EM QUE O
      *    VENDEDOR FOI DESIGNADO. NAO E VINCULO DE CARTEIRA: NAO
      *    OCUPA VAGA DO LIMITE DE CLIENTES DO VENDEDOR.
       FD PROSPECCAO.
       01  REGISTRO-PROSP.
           02 CODIGO-LEAD-PRP           PIC  9(007).
           02 COD-VEN-PRP               PIC  9(003).
           02 DISTANCIA-PRP             PIC S9(008)v9(003).
           02 DATA-PRP                  PIC  9(008).

       FD  GERLOCK.
       01  GERLOCK-REC.
           02 GERLOCK-STATUS       PIC X(001).
              88 GERLOCK-ATIVO          VALUE 'S'.
              88 GERLOCK-LIVRE          VALUE 'N'.
           02 GERLOCK-DATA-INICIO  PIC X(014).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-LEA.
           02 FS-LEA-1                PIC 9.
           02 FS-LEA-2                PIC 9.
           02 FS-LEA-R REDEFINES FS-LEA-2 PIC 99 COMP-X.
       01 FS-PRP.
           02 FS-PRP-1                PIC 9.
           02 FS-PRP-2                PIC 9.
           02 FS-PRP-R REDEFINES FS-PRP-2 PIC 99 COMP-X.
       01 FS-GLK.
           02 FS-GLK-1                PIC 9.
           02 FS-GLK-2                PIC 9.
           02 FS-GLK-R REDEFINES FS-GLK-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-LEADS           PIC X(50) VALUE 'LEADS.DAT'.
       01 WID-ARQ-PROSPECCAO      PIC X(50) VALUE 'PROSPECCAO.DAT'.
       01 WID-ARQ-GERLOCK         PIC X(50) VALUE 'EXEDISTRCLI.LCK'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'PROSPECCAO.LOG'.

      *----VENDEDORES DE CAMPO ATIVOS, INDEXADOS PELO PROPRIO CODIGO
      *    (9(3), ENTAO 999 POSICOES COBREM TODO O CADASTRO), COM AS
      *    COORDENADAS E A CARGA DE VINCULOS PRIMARIOS ABERTOS - SO
      *    A DISTRIBUICAO CONTA NO LIMITE, A PROSPECCAO NAO.
       01 WTAB-VEN.
          02 WVEN-LINHA OCCURS 999 TIMES.
             03 WVEN-VALIDO           PIC X(001).
                88 VEN-NA-TABELA          VALUE 'S'.
             03 WVEN-CARGA            PIC 9(005).
             03 WVEN-LAT              PIC S9(003)V9(008).
             03 WVEN-LON              PIC S9(003)V9(008).
       77 WIDX-VEN            PIC 9(003) VALUE ZEROES.
       77 WQTD-VEN-CAMPO      PIC 9(003) VALUE ZEROES.

      *----LIMITE DE CLIENTES POR VENDEDOR (ZERO = SEM LIMITE), O
      *    MESMO DA RODADA DA DISTRIBUICAO.
       01 WMAX-CLI-VEN        PIC 9(005) VALUE ZEROES.

      *-------------CALCULO DE DISTANCIA (HAVERSINE, MESMA FORMULA
      *    DO GERADOR - O RAIO SEGUE A UNIDADE CONFIGURADA).
       01 WPI             PIC S9(001)v9(009) VALUE 3.141592654.
       01 WRAIO-TERRA     PIC  9(007)        VALUE 6371000.
       01 WDLA-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLA-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       01 WRESULT-FINAL   PIC S9(008)v9(003) VALUE ZEROS.
       01 WLAT-VEN-RAD    PIC S9(003)v9(009) VALUE ZEROS.
       01 WLAT-CLI-RAD    PIC S9(003)v9(009) VALUE ZEROS.
       01 WDELTA-LAT-RAD  PIC S9(003)v9(009) VALUE ZEROS.
       01 WDELTA-LON-RAD  PIC S9(003)v9(009) VALUE ZEROS.
       01 WHAV-A          PIC S9(001)v9(009) VALUE ZEROS.
       01 WHAV-C          PIC S9(003)v9(009) VALUE ZEROS.

      *-------------VENDEDOR DE PROSPECCAO DO LEAD CORRENTE----------
       01 WMELHOR-VEN     PIC 9(003) VALUE ZEROES.
       01 WMELHOR-DIST    PIC S9(008)v9(003) VALUE ZEROS.
       01 WACHOU-VEN      PIC X VALUE 'N'.
          88 ACHOU-VEN            VALUE 'S'.
       01 WTEM-PROSP      PIC X VALUE 'N'.
          88 TEM-PROSP            VALUE 'S'.
       01 WVEN-ANTERIOR   PIC 9(003) VALUE ZEROES.

       01 WDATA-HOJE      PIC 9(008) VALUE ZEROES.
       77 WCONT-LEADS         PIC 9(007) VALUE ZEROES.
       77 WCONT-NOVOS         PIC 9(007) VALUE ZEROES.
       77 WCONT-MANTIDOS      PIC 9(007) VALUE ZEROES.
       77 WCONT-TROCADOS      PIC 9(007) VALUE ZEROES.
       77 WCONT-SEM-VEN       PIC 9(007) VALUE ZEROES.
       77 WCONT-SEM-COORD     PIC 9(007) VALUE ZEROES.
       77 WCONT-JA-CLIENTE    PIC 9(007) VALUE ZEROES.
       77 WCONT-REMOVIDOS     PIC 9(007) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'prospeccao'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-PROSPECCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - PROSPECCAO DE LEADS
      -"".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 5 VALUE
             "LIMITE DE CLIENTES POR VENDEDOR (0 = SEM LIMITE):".
          02 SCR-MAX-CLI LINE 7 COL 56 PIC 9(005)
                 USING WMAX-CLI-VEN AUTO.
          02 LINE 9 COL 5 VALUE
             "DESIGNA O VENDEDOR DE CAMPO MAIS PROXIMO PARA CADA".
          02 LINE 10 COL 5 VALUE
             "LEAD PENDENTE DA TRIAGEM (NAO OCUPA VAGA NA CARTEIRA)".
          02 LINE 12 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
      *----MULTIEMPRESA: A DESIGNACAO ACOMPANHA OS VENDEDORES DA
      *    EMPRESA CORRENTE; FORA DA EMPRESA 01 O CODIGO ENTRA NO
      *    NOME PARA AS EMPRESAS NAO MISTURAREM OS DADOS.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-PROSPECCAO
              STRING 'PROSPECCAO-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PROSPECCAO
           END-IF
           INITIALIZE WSAIDA
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           MOVE WMAX-CLI-VEN-LID TO WMAX-CLI-VEN
           IF UNIDADE-LID-MILHAS
              MOVE 3959 TO WRAIO-TERRA
           ELSE
              MOVE 6371000 TO WRAIO-TERRA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           IF MODO-INTERATIVO
              DISPLAY TELA-PROSPECCAO
              ACCEPT TELA-PROSPECCAO
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
      *----NAO DESIGNA COM O GERADOR RODANDO: AS CARGAS DOS
      *    VENDEDORES MUDARIAM DURANTE A LEITURA.
           OPEN INPUT GERLOCK.
           IF FS-GLK = '00'
              READ GERLOCK NEXT
              CLOSE GERLOCK
              IF FS-GLK = '00' AND GERLOCK-ATIVO
                 MOVE 'GERADOR EM EXECUCAO - TENTE MAIS TARDE '
                      TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 IF MODO-INTERATIVO
                    ACCEPT WX
                 END-IF
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-VENDEDORES
                 THRU R-CARREGA-VENDEDORES-1-EXIT
           PERFORM S-CONTA-CARGAS THRU R-CONTA-CARGAS-1-EXIT
           PERFORM S-EXPURGA-PROSP THRU R-EXPURGA-PROSP-1-EXIT
           PERFORM S-DESIGNA-LEADS THRU R-DESIGNA-LEADS-1-EXIT
           PERFORM FECHA-ARQUIVOS
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'LEADS DESIGNADOS: ' WCONT-NOVOS ' NOVO(S) '
                  WCONT-TROCADOS ' TROCADO(S)'
                  DELIMITED BY SIZE INTO WTXT
           IF WCONT-SEM-VEN > ZEROES
              MOVE SPACES TO WTXT
              STRING 'DESIGNACAO CONCLUIDA; ' WCONT-SEM-VEN
                     ' LEAD(S) SEM VENDEDOR'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       ABRE-ARQUIVOS SECTION.
       ABRE-ARQUIVOS-1.
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-DIS TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE DISTRIBUICAO
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
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
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE DISTRIBUICAO CLIENTES
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT LEADS.
           IF FS-LEA NOT = '00'
              MOVE FS-LEA TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-LEADS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ LEADS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-LEA TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE DISTRIBUICAO CLIENTES VENDEDORES
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN I-O PROSPECCAO.
           IF FS-PRP = '35'
              OPEN OUTPUT PROSPECCAO
              IF FS-PRP = '00'
                 CLOSE PROSPECCAO
                 OPEN I-O PROSPECCAO
              END-IF
           END-IF
           IF FS-PRP NOT = '00'
              MOVE 'ERRO ABERT ARQ PROSPECCAO ST ' TO WTXT
              MOVE FS-PRP TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE DISTRIBUICAO CLIENTES VENDEDORES LEADS
              MOVE 1 TO WSAIDA
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS SECTION.
       FECHA-ARQUIVOS-1.
           CLOSE DISTRIBUICAO CLIENTES VENDEDORES LEADS PROSPECCAO.
       FECHA-ARQUIVOS-EXIT.
           EXIT.

      *----SO VENDEDOR DE CAMPO ATIVO, COM COORDENADAS, PROSPECTA:
      *    KEY-ACCOUNT E TELEVENDAS NAO SAEM A CAMPO.
       S-CARREGA-VENDEDORES SECTION.
       R-CARREGA-VENDEDORES-1.
           MOVE ZEROES TO WQTD-VEN-CAMPO
           PERFORM VARYING WIDX-VEN FROM 1 BY 1 UNTIL WIDX-VEN > 999
              MOVE 'N' TO WVEN-VALIDO(WIDX-VEN)
              MOVE ZEROES TO WVEN-CARGA(WIDX-VEN)
           END-PERFORM
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           IF FS-VEN NOT = '00'
              GO TO R-CARREGA-VENDEDORES-1-EXIT
           END-IF
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00'
                 IF VEN-ATIVO AND VEN-CAMPO AND
                    CODIGO-VEN > ZEROES AND
                    (LATITUDE-VEN NOT = ZEROES OR
                     LONGITUDE-VEN NOT = ZEROES)
                    MOVE 'S' TO WVEN-VALIDO(CODIGO-VEN)
                    MOVE LATITUDE-VEN TO WVEN-LAT(CODIGO-VEN)
                    MOVE LONGITUDE-VEN TO WVEN-LON(CODIGO-VEN)
                    ADD 1 TO WQTD-VEN-CAMPO
                 END-IF
              END-IF
           END-PERFORM.
       R-CARREGA-VENDEDORES-1-EXIT.
           EXIT.

       S-CONTA-CARGAS SECTION.
       R-CONTA-CARGAS-1.
           MOVE LOW-VALUES TO CHAVE-DIS
           START DISTRIBUICAO KEY IS NOT LESS THAN CHAVE-DIS
           IF FS-DIS NOT = '00'
              GO TO R-CONTA-CARGAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00'
                 IF VEN-PRIMARIO AND DATA-FIM-DIS = ZEROES AND
                    CODIGO-VEN-DIS > ZEROES
                    IF VEN-NA-TABELA(CODIGO-VEN-DIS)
                       ADD 1 TO WVEN-CARGA(CODIGO-VEN-DIS)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       R-CONTA-CARGAS-1-EXIT.
           EXIT.

      *----DESIGNACAO DE LEAD QUE SAIU DA TRIAGEM (PROMOVIDO,
      *    DESCARTADO OU EXCLUIDO) NAO TEM MAIS USO E SAI DO ARQUIVO.
       S-EXPURGA-PROSP SECTION.
       R-EXPURGA-PROSP-1.
           MOVE ZEROES TO WCONT-REMOVIDOS
           MOVE LOW-VALUES TO CODIGO-LEAD-PRP
           START PROSPECCAO KEY IS NOT LESS THAN CODIGO-LEAD-PRP
           IF FS-PRP NOT = '00'
              GO TO R-EXPURGA-PROSP-1-EXIT
           END-IF
           PERFORM UNTIL FS-PRP NOT = '00'
              READ PROSPECCAO NEXT
              IF FS-PRP = '00'
                 MOVE CODIGO-LEAD-PRP TO CODIGO-LEAD
                 READ LEADS
                 IF FS-LEA NOT = '00' OR NOT LEAD-PENDENTE
                    DELETE PROSPECCAO
                    ADD 1 TO WCONT-REMOVIDOS
                 END-IF
                 MOVE '00' TO FS-PRP
              END-IF
           END-PERFORM.
       R-EXPURGA-PROSP-1-EXIT.
           EXIT.

      *----LEAD QUALIFICADO = PENDENTE NA TRIAGEM, COM COORDENADAS E
      *    COM CNPJ QUE AINDA NAO E CLIENTE. O VENDEDOR JA DESIGNADO
      *    FICA ENQUANTO CONTINUAR ELEGIVEL (CAMPO, ATIVO E ABAIXO DO
      *    LIMITE DE CLIENTES); SENAO VAI O MAIS PROXIMO ELEGIVEL PELO
      *    HAVERSINE, NO EMPATE O DE MENOR CODIGO.
       S-DESIGNA-LEADS SECTION.
       R-DESIGNA-LEADS-1.
           INITIALIZE WCONT-LEADS WCONT-NOVOS WCONT-MANTIDOS
                      WCONT-TROCADOS WCONT-SEM-VEN WCONT-SEM-COORD
                      WCONT-JA-CLIENTE
           MOVE LOW-VALUES TO CODIGO-LEAD
           START LEADS KEY IS NOT LESS THAN CODIGO-LEAD
           IF FS-LEA NOT = '00'
              GO TO R-DESIGNA-LEADS-1-EXIT
           END-IF
           PERFORM UNTIL FS-LEA NOT = '00'
              READ LEADS NEXT
              IF FS-LEA = '00' AND LEAD-PENDENTE
                 PERFORM R-DESIGNA-UM-LEAD THRU R-DESIGNA-UM-LEAD-FIM
              END-IF
           END-PERFORM.
       R-DESIGNA-LEADS-1-EXIT.
           EXIT.

       R-DESIGNA-UM-LEAD.
           ADD 1 TO WCONT-LEADS
           MOVE CODIGO-LEAD TO CODIGO-LEAD-PRP
           READ PROSPECCAO
           IF FS-PRP = '00'
              MOVE 'S' TO WTEM-PROSP
              MOVE COD-VEN-PRP TO WVEN-ANTERIOR
           ELSE
              MOVE 'N' TO WTEM-PROSP
              MOVE ZEROES TO WVEN-ANTERIOR
           END-IF
           IF LATITUDE-LEAD = ZEROES AND LONGITUDE-LEAD = ZEROES
              ADD 1 TO WCONT-SEM-COORD
              PERFORM R-REMOVE-DESIGNACAO
              GO TO R-DESIGNA-UM-LEAD-FIM
           END-IF
           MOVE CNPJ-LEAD TO CNPJ
           READ CLIENTES KEY IS CNPJ
           IF FS-CLI = '00' OR FS-CLI = '02'
              ADD 1 TO WCONT-JA-CLIENTE
              PERFORM R-REMOVE-DESIGNACAO
              GO TO R-DESIGNA-UM-LEAD-FIM
           END-IF
           MOVE LATITUDE-LEAD TO WDLA-CLI
           MOVE LONGITUDE-LEAD TO WDLO-CLI
           IF TEM-PROSP AND WVEN-ANTERIOR > ZEROES
              IF VEN-NA-TABELA(WVEN-ANTERIOR)
                 IF WMAX-CLI-VEN = ZEROES OR
                    WVEN-CARGA(WVEN-ANTERIOR) < WMAX-CLI-VEN
                    MOVE WVEN-ANTERIOR TO WIDX-VEN
                    PERFORM R-DISTANCIA-VEN-TAB
                    MOVE WRESULT-FINAL TO DISTANCIA-PRP
                    REWRITE REGISTRO-PROSP
                    ADD 1 TO WCONT-MANTIDOS
                    GO TO R-DESIGNA-UM-LEAD-FIM
                 END-IF
              END-IF
           END-IF
           MOVE 'N' TO WACHOU-VEN
           MOVE ZEROES TO WMELHOR-VEN WMELHOR-DIST
           PERFORM VARYING WIDX-VEN FROM 1 BY 1 UNTIL WIDX-VEN > 999
              IF VEN-NA-TABELA(WIDX-VEN)
                 IF WMAX-CLI-VEN = ZEROES OR
                    WVEN-CARGA(WIDX-VEN) < WMAX-CLI-VEN
                    PERFORM R-DISTANCIA-VEN-TAB
                    IF NOT ACHOU-VEN OR
                       WRESULT-FINAL < WMELHOR-DIST
                       MOVE 'S' TO WACHOU-VEN
                       MOVE WIDX-VEN TO WMELHOR-VEN
                       MOVE WRESULT-FINAL TO WMELHOR-DIST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF NOT ACHOU-VEN
              ADD 1 TO WCONT-SEM-VEN
              PERFORM R-REMOVE-DESIGNACAO
              GO TO R-DESIGNA-UM-LEAD-FIM
           END-IF
           MOVE CODIGO-LEAD TO CODIGO-LEAD-PRP
           MOVE WMELHOR-VEN TO COD-VEN-PRP
           MOVE WMELHOR-DIST TO DISTANCIA-PRP
           MOVE WDATA-HOJE TO DATA-PRP
           IF TEM-PROSP
              REWRITE REGISTRO-PROSP
              ADD 1 TO WCONT-TROCADOS
           ELSE
              WRITE REGISTRO-PROSP
              ADD 1 TO WCONT-NOVOS
           END-IF.
       R-DESIGNA-UM-LEAD-FIM.
           EXIT.

       R-DISTANCIA-VEN-TAB.
           MOVE WVEN-LAT(WIDX-VEN) TO WDLA-VEN
           MOVE WVEN-LON(WIDX-VEN) TO WDLO-VEN
           PERFORM S-CALCULA-DISTANCIA-PRP
                 THRU R-CALCULA-DISTANCIA-PRP-1-EXIT.

      *----LEAD QUE DEIXOU DE SE QUALIFICAR (OU SEM VENDEDOR
      *    ELEGIVEL) PERDE A DESIGNACAO ANTERIOR.
       R-REMOVE-DESIGNACAO.
           IF TEM-PROSP
              MOVE CODIGO-LEAD TO CODIGO-LEAD-PRP
              DELETE PROSPECCAO
              IF FS-PRP = '00'
                 ADD 1 TO WCONT-REMOVIDOS
              END-IF
           END-IF.

       S-CALCULA-DISTANCIA-PRP SECTION.
       R-CALCULA-DISTANCIA-PRP-1.
           COMPUTE WLAT-VEN-RAD = (WDLA-VEN * WPI) / 180
           COMPUTE WLAT-CLI-RAD = (WDLA-CLI * WPI) / 180
           COMPUTE WDELTA-LAT-RAD = WLAT-VEN-RAD - WLAT-CLI-RAD
           COMPUTE WDELTA-LON-RAD = ((WDLO-VEN - WDLO-CLI) * WPI) / 180
           COMPUTE WHAV-A =
                   (FUNCTION SIN (WDELTA-LAT-RAD / 2) ** 2) +
                   (FUNCTION COS (WLAT-CLI-RAD) *
                    FUNCTION COS (WLAT-VEN-RAD) *
                    (FUNCTION SIN (WDELTA-LON-RAD / 2) ** 2))
           COMPUTE WHAV-C =
                   2 * FUNCTION ATAN (FUNCTION SQRT (WHAV-A) /
                                      FUNCTION SQRT (1 - WHAV-A))
           COMPUTE WRESULT-FINAL = WRAIO-TERRA * WHAV-C.
       R-CALCULA-DISTANCIA-PRP-1-EXIT.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,LEADS=' WCONT-LEADS
                     ',NOVOS=' WCONT-NOVOS
                     ',MANTIDOS=' WCONT-MANTIDOS
                     ',TROCADOS=' WCONT-TROCADOS
                     ',SEM-VENDEDOR=' WCONT-SEM-VEN
                     ',SEM-COORDENADAS=' WCONT-SEM-COORD
                     ',JA-CLIENTE=' WCONT-JA-CLIENTE
                     ',REMOVIDOS=' WCONT-REMOVIDOS
                     ',VEN-CAMPO=' WQTD-VEN-CAMPO
                     ',MAX-CLI-VEN=' WMAX-CLI-VEN
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY FS-TRADUZ.CPY.
