       IDENTIFICATION DIVISION.
       PROGRAM-ID.  imppedido.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQPEDIDOS ASSIGN TO DISK WID-ARQ-PEDIDOS-CAMPO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-IMPORT.

       SELECT ARQREJ ASSIGN TO DISK WID-ARQ-REJ
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REJ.

       SELECT REJPEND ASSIGN TO DISK WID-ARQ-REJPEND
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RJP.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT DIS-VISITA ASSIGN TO DISK WID-ARQ-DIS-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

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

       SELECT PEDIDOS ASSIGN TO DISK WID-ARQ-PEDIDOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

       SELECT PEDITENS ASSIGN TO DISK WID-ARQ-PEDITENS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ITEM
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ITE.

       SELECT SEQINT ASSIGN TO DISK WID-ARQ-SEQINT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS TIPO-SEQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SEQ.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       DATA DIVISION.
       FILE SECTION.
      *----PEDIDOS TIRADOS EM CAMPO. TODA LINHA COMECA COM CLIENTE
      *    (7) E VENDEDOR (3), NAS MESMAS POSICOES DA CARGA DE VISITAS,
      *    SEGUIDOS DO TIPO DA LINHA E DO NUMERO DO PEDIDO NO
      *    APARELHO (7, UNICO POR VENDEDOR):
      *      PH - CABECALHO: DATA (8) E HORA (6) DA VISITA QUE GEROU O
      *           PEDIDO E OBSERVACAO (40);
      *      PI - ITEM: SEQUENCIA (3), LINHA DE PRODUTO (3),
      *           QUANTIDADE (7) E VALOR DO ITEM COM 2 DECIMAIS (11).
      *    OS ITENS VEM LOGO ABAIXO DO SEU CABECALHO. O ARQUIVO PODE
      *    VIR COM O ENVELOPE PADRAO DAS INTERFACES (HDR/TRL).
       FD  ARQPEDIDOS.
       01  ARQIMPORT-REC.
           05  PED-LINHA.
               10 PED-CLI           PIC X(007).
               10 PED-VEN           PIC X(003).
               10 PED-TIPO          PIC X(002).
               10 PED-NUM           PIC X(007).
               10 PED-DADOS         PIC X(061).
           05  FILLER               PIC X(020).
       01  ARQIMPORT-CAB.
           05  FILLER               PIC X(019).
           05  PED-DATA-VIS         PIC X(008).
           05  PED-HORA-VIS         PIC X(006).
           05  PED-OBS              PIC X(040).
           05  FILLER               PIC X(027).
       01  ARQIMPORT-ITEM.
           05  FILLER               PIC X(019).
           05  PED-SEQ              PIC X(003).
           05  PED-LINHA-PROD       PIC X(003).
           05  PED-QTD              PIC X(007).
           05  PED-VALOR            PIC X(011).
           05  PED-VALOR-N REDEFINES PED-VALOR
                                    PIC 9(009)V99.
           05  FILLER               PIC X(057).

       FD  ARQREJ.
       01  ARQREJ-REC.
           05  ARQREJ-DATA-01       PIC X(00120).

       FD  REJPEND.
       01  REJPEND-REC.
           05  REJPEND-DATA-01      PIC X(00100).

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

       FD DIS-VISITA.
       01  REGISTRO-VISITA-DIS.
           02 CHAVE-VISITA-DIS.
              03 CODIGO-CLI-VISITA     PIC  9(007).
              03 CODIGO-VEN-VISITA     PIC  9(003).
              03 DATA-HORA-VISITA      PIC  X(014).
           02 OPERADOR-VISITA          PIC  X(020).
           02 OBS-VISITA               PIC  X(060).
           02 RESULTADO-VISITA         PIC  X(002).
           02 LATITUDE-VISITA          PIC S9(003)v9(008).
           02 LONGITUDE-VISITA         PIC S9(003)v9(008).
           02 GPS-VISITA               PIC  X(001).
              88 GPS-NAO-CONFERIDO           VALUE SPACE.
              88 GPS-CONFERIDO               VALUE 'V'.
              88 GPS-FORA-TOLERANCIA         VALUE 'D'.
              88 GPS-SEM-POSICAO             VALUE 'S'.
              88 GPS-SEM-REFERENCIA          VALUE 'N'.
           02 DIST-GPS-VISITA          PIC  9(007).

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

      *----CABECALHO DO PEDIDO: CHAVE VENDEDOR + NUMERO DO PEDIDO NO
      *    APARELHO; CLIENTE E DATA-HORA DA VISITA QUE O GEROU. A
      *    QUANTIDADE DE ITENS E O VALOR SAO A SOMA DOS ITENS.
      *    VINCULO-PED 'N' MARCA PEDIDO DE CLIENTE SEM VINCULO ABERTO
      *    COM O VENDEDOR NA CARGA; VISITA-PED 'N' MARCA PEDIDO CUJA
      *    VISITA AINDA NAO ESTAVA REGISTRADA.
       FD PEDIDOS.
       01  REGISTRO-PEDIDO.
           02 CHAVE-PED.
              03 COD-VEN-PED            PIC  9(003).
              03 NUM-PED                PIC  9(007).
           02 COD-CLI-PED               PIC  9(007).
           02 DATA-HORA-VIS-PED         PIC  X(014).
           02 DATA-PED                  PIC  9(008).
           02 QTD-ITENS-PED             PIC  9(003).
           02 VALOR-PED                 PIC  9(009)v99.
           02 OBS-PED                   PIC  X(040).
           02 VINCULO-PED               PIC  X(001).
              88 PED-COM-VINCULO              VALUE 'S'.
              88 PED-SEM-VINCULO              VALUE 'N'.
           02 VISITA-PED                PIC  X(001).
              88 PED-COM-VISITA               VALUE 'S'.
              88 PED-SEM-VISITA               VALUE 'N'.
           02 SITUACAO-PED              PIC  X(001).
              88 PED-ATIVO                    VALUE 'A'.
              88 PED-CANCELADO                VALUE 'C'.
           02 OPERADOR-PED              PIC  X(020).
           02 DATA-HORA-PED             PIC  X(014).

       FD PEDITENS.
       01  REGISTRO-ITEM-PED.
           02 CHAVE-ITEM.
              03 COD-VEN-ITEM           PIC  9(003).
              03 NUM-PED-ITEM           PIC  9(007).
              03 SEQ-ITEM               PIC  9(003).
           02 LINHA-ITEM                PIC  X(003).
           02 QTD-ITEM                  PIC  9(007).
           02 VALOR-ITEM                PIC  9(009)v99.

       FD SEQINT.
       01  REG-SEQINT.
           02 TIPO-SEQ              PIC X(008).
           02 PROX-SEQ-ENV          PIC 9(006).
           02 ULT-SEQ-REC           PIC 9(006).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01       PIC X(00200).

       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       WORKING-STORAGE SECTION.
       01 FS-IMPORT.
           02 FS-IMPORT-1             PIC 9.
           02 FS-IMPORT-2             PIC 9.
           02 FS-IMPORT-R REDEFINES FS-IMPORT-2 PIC 99 COMP-X.
       01 FS-REJ.
           02 FS-REJ-1                PIC 9.
           02 FS-REJ-2                PIC 9.
           02 FS-REJ-R REDEFINES FS-REJ-2 PIC 99 COMP-X.
       01 FS-RJP.
           02 FS-RJP-1                PIC 9.
           02 FS-RJP-2                PIC 9.
           02 FS-RJP-R REDEFINES FS-RJP-2 PIC 99 COMP-X.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-ITE.
           02 FS-ITE-1                PIC 9.
           02 FS-ITE-2                PIC 9.
           02 FS-ITE-R REDEFINES FS-ITE-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-PEDIDOS-CAMPO   PIC X(50) VALUE 'PEDIDOS-CAMPO.TXT'.
       01 WID-ARQ-REJ             PIC X(54) VALUE SPACES.
       01 WID-ARQ-REJPEND         PIC X(50) VALUE 'REJ-PEND.DAT'.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-PEDIDOS         PIC X(50) VALUE 'PEDIDOS.DAT'.
       01 WID-ARQ-PEDITENS        PIC X(50) VALUE 'PEDIDO-ITENS.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'IMPPEDIDO.LOG'.

       01 FS-SEQ.
           02 FS-SEQ-1                PIC 9.
           02 FS-SEQ-2                PIC 9.
           02 FS-SEQ-R REDEFINES FS-SEQ-2 PIC 99 COMP-X.
       01 WID-ARQ-SEQINT     PIC X(50) VALUE 'SEQ-INTERFACE.DAT'.
       01 WENV-TIPO          PIC X(008) VALUE SPACES.
       01 WENV-SEQ           PIC 9(006) VALUE ZEROES.
       01 WENV-QTD           PIC 9(007) VALUE ZEROES.
       01 WENV-HASH          PIC 9(015) VALUE ZEROES.
       01 WENV-LINHA         PIC X(080) VALUE SPACES.
       01 WENV-SITUACAO      PIC X(001) VALUE 'O'.
          88 ENV-SEQ-OK              VALUE 'O'.
          88 ENV-JA-APLICADO         VALUE 'A'.
          88 ENV-FORA-DE-SEQ         VALUE 'F'.
       01 WENV-PRESENTE      PIC X(001) VALUE 'N'.
          88 ENV-PRESENTE            VALUE 'S'.
       01 WENV-ACEITO        PIC X(001) VALUE 'S'.
          88 ENV-ACEITO              VALUE 'S'.
       01 WVER-QTD           PIC 9(007) VALUE ZEROES.
       01 WVER-HASH          PIC 9(015) VALUE ZEROES.
       01 WTRL-QTD           PIC 9(007) VALUE ZEROES.
       01 WTRL-HASH          PIC 9(015) VALUE ZEROES.
       01 WTRL-VISTO         PIC X(001) VALUE 'N'.
          88 TRL-VISTO               VALUE 'S'.

       01 WVIS-DISPONIVEL         PIC X VALUE 'N'.
          88 VIS-DISPONIVEL            VALUE 'S'.

      *----PEDIDO CORRENTE: OS ITENS SO ENTRAM SE O ULTIMO CABECALHO
      *    LIDO FOI GRAVADO E E DO MESMO VENDEDOR/NUMERO.
       01 WPED-CORRENTE.
          02 WPED-VEN             PIC X(003) VALUE SPACES.
          02 WPED-NUM             PIC X(007) VALUE SPACES.
       01 WPED-ACEITO             PIC X VALUE 'N'.
          88 PED-ACEITO                VALUE 'S'.
       01 WDATA-CHECA             PIC 9(008) VALUE ZEROES.

       77 WCONT-OK                PIC 9(007) VALUE ZEROES.
       77 WCONT-ITENS             PIC 9(007) VALUE ZEROES.
       77 WCONT-SEM-VINC          PIC 9(007) VALUE ZEROES.
       77 WCONT-REJ               PIC 9(007) VALUE ZEROES.
       01 WMOTIVO-REJ             PIC X(030) VALUE SPACES.

      *----LINHA DO .REJ NO MESMO LAYOUT DAS DEMAIS CARGAS:
      *    CODIGO(7) / MOTIVO(30) NA COLUNA 9 / STATUS NA COLUNA 40.
       01 WREJ-LINHA.
          02 WREJ-CODIGO           PIC X(007).
          02 FILLER                PIC X(001) VALUE SPACE.
          02 WREJ-MOTIVO           PIC X(030).
          02 FILLER                PIC X(001) VALUE SPACE.
          02 WREJ-STATUS           PIC X(002).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'imppedido'.

       COPY ERROLOG.CPY.

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

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-IMP-PED.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CARGA DE PEDIDOS DE
      -"CAMPO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ARQUIVO DE PEDIDOS:".
          02 SCR-ARQ-PED LINE 6 COL 25 PIC X(050)
                 USING WID-ARQ-PEDIDOS-CAMPO AUTO.
          02 LINE 8 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           IF MODO-INTERATIVO
              DISPLAY TELA-IMP-PED
              ACCEPT TELA-IMP-PED
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           OPEN INPUT ARQPEDIDOS.
           IF FS-IMPORT NOT = '00'
              MOVE FS-IMPORT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PEDIDOS-CAMPO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ PEDIDOS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-IMPORT TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'PEDIDOS ' TO WENV-TIPO
           PERFORM S-VERIFICA-ENVELOPE
                 THRU R-VERIFICA-ENVELOPE-1-EXIT
           IF NOT ENV-ACEITO
              CLOSE ARQPEDIDOS
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE 'ERRO ABERT ARQ DISTRIB ST ' TO WTXT
              MOVE FS-DIS TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQPEDIDOS
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO ABERT ARQ CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQPEDIDOS DISTRIBUICAO
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
              CLOSE ARQPEDIDOS DISTRIBUICAO CLIENTES
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O PEDIDOS.
           IF FS-PED = '35'
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
           END-IF
           IF FS-PED NOT = '00'
              MOVE 'ERRO ABERT ARQ PEDIDOS.DAT ST ' TO WTXT
              MOVE FS-PED TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQPEDIDOS DISTRIBUICAO CLIENTES VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O PEDITENS.
           IF FS-ITE = '35'
              OPEN OUTPUT PEDITENS
              CLOSE PEDITENS
              OPEN I-O PEDITENS
           END-IF
           IF FS-ITE NOT = '00'
              MOVE 'ERRO ABERT ARQ PEDIDO-ITENS ST ' TO WTXT
              MOVE FS-ITE TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQPEDIDOS DISTRIBUICAO CLIENTES VENDEDORES
                    PEDIDOS
              GO TO ABERTURA-EXIT
           END-IF
      *----SEM O ARQUIVO DE VISITAS O PEDIDO ENTRA DO MESMO JEITO,
      *    MARCADO COMO VISITA NAO ENCONTRADA.
           MOVE 'N' TO WVIS-DISPONIVEL
           OPEN INPUT DIS-VISITA
           IF FS-VIS = '00'
              MOVE 'S' TO WVIS-DISPONIVEL
           END-IF
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           MOVE SPACES TO WID-ARQ-REJ
           STRING FUNCTION TRIM(WID-ARQ-PEDIDOS-CAMPO) '.REJ'
               DELIMITED BY SIZE INTO WID-ARQ-REJ
           OPEN OUTPUT ARQREJ
           INITIALIZE WCONT-OK WCONT-ITENS WCONT-SEM-VINC WCONT-REJ
           MOVE SPACES TO WPED-CORRENTE
           MOVE 'N' TO WPED-ACEITO
           PERFORM UNTIL FS-IMPORT NOT = '00'
              READ ARQPEDIDOS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ARQIMPORT-REC(1:3) NOT = 'HDR' AND
                       ARQIMPORT-REC(1:3) NOT = 'TRL'
                       PERFORM R-PROCESSA-LINHA-PED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQPEDIDOS DISTRIBUICAO CLIENTES VENDEDORES PEDIDOS
                 PEDITENS ARQREJ
           IF VIS-DISPONIVEL
              CLOSE DIS-VISITA
           END-IF
           IF WCONT-REJ > ZEROES
              PERFORM S-GRAVA-REJ-PEND THRU R-GRAVA-REJ-PEND-1-EXIT
           END-IF
           IF ENV-PRESENTE
              PERFORM S-ENV-CONFIRMA-SEQ
                    THRU R-ENV-CONFIRMA-SEQ-1-EXIT
           END-IF
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'PEDIDOS ' WCONT-OK ' SEM VINC ' WCONT-SEM-VINC
                  ' REJ ' WCONT-REJ
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       R-PROCESSA-LINHA-PED.
           MOVE SPACES TO WMOTIVO-REJ
           EVALUATE PED-TIPO
              WHEN 'PH'
                 PERFORM R-PROCESSA-CABECALHO
                       THRU R-PROCESSA-CABECALHO-FIM
              WHEN 'PI'
                 PERFORM R-PROCESSA-ITEM THRU R-PROCESSA-ITEM-FIM
              WHEN OTHER
                 MOVE 'TIPO DE LINHA INVALIDO' TO WMOTIVO-REJ
           END-EVALUATE
           IF WMOTIVO-REJ NOT = SPACES
              MOVE PED-CLI TO WREJ-CODIGO
              MOVE WMOTIVO-REJ TO WREJ-MOTIVO
              MOVE SPACES TO WREJ-STATUS
              MOVE SPACES TO ARQREJ-DATA-01
              MOVE WREJ-LINHA TO ARQREJ-DATA-01
              WRITE ARQREJ-REC
              ADD 1 TO WCONT-REJ
           END-IF.

      *----CABECALHO: CLIENTE E VENDEDOR CADASTRADOS E DATA/HORA DA
      *    VISITA VALIDA. PEDIDO SEM VINCULO ABERTO ENTRE O CLIENTE E O
      *    VENDEDOR NAO E RECUSADO - ENTRA MARCADO PARA O COMERCIAL.
       R-PROCESSA-CABECALHO.
           MOVE PED-VEN TO WPED-VEN
           MOVE PED-NUM TO WPED-NUM
           MOVE 'N' TO WPED-ACEITO
           IF PED-CLI IS NOT NUMERIC OR PED-VEN IS NOT NUMERIC OR
              PED-NUM IS NOT NUMERIC
              MOVE 'CODIGO NAO NUMERICO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-CABECALHO-FIM
           END-IF
           IF PED-DATA-VIS IS NOT NUMERIC OR
              PED-HORA-VIS IS NOT NUMERIC
              MOVE 'DATA/HORA INVALIDA' TO WMOTIVO-REJ
              GO TO R-PROCESSA-CABECALHO-FIM
           END-IF
           MOVE PED-DATA-VIS TO WDATA-CHECA
           IF WDATA-CHECA < 16010101
              MOVE 'DATA/HORA INVALIDA' TO WMOTIVO-REJ
              GO TO R-PROCESSA-CABECALHO-FIM
           END-IF
           IF FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WDATA-CHECA))
              NOT = WDATA-CHECA
              MOVE 'DATA/HORA INVALIDA' TO WMOTIVO-REJ
              GO TO R-PROCESSA-CABECALHO-FIM
           END-IF
           MOVE PED-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00' AND FS-CLI NOT = '02'
              MOVE 'CLIENTE NAO CADASTRADO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-CABECALHO-FIM
           END-IF
           MOVE PED-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = PED-VEN
              MOVE 'VENDEDOR NAO CADASTRADO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-CABECALHO-FIM
           END-IF
           MOVE PED-VEN TO COD-VEN-PED
           MOVE PED-NUM TO NUM-PED
           MOVE PED-CLI TO COD-CLI-PED
           MOVE SPACES TO DATA-HORA-VIS-PED
           STRING PED-DATA-VIS PED-HORA-VIS DELIMITED BY SIZE
               INTO DATA-HORA-VIS-PED
           MOVE PED-DATA-VIS TO DATA-PED
           MOVE ZEROES TO QTD-ITENS-PED VALOR-PED
           MOVE PED-OBS TO OBS-PED
           MOVE 'A' TO SITUACAO-PED
           MOVE PED-CLI TO CODIGO-CLI-DIS
           MOVE PED-VEN TO CODIGO-VEN-DIS
           READ DISTRIBUICAO
           IF FS-DIS = '00' AND DATA-FIM-DIS = ZEROES
              MOVE 'S' TO VINCULO-PED
           ELSE
              MOVE 'N' TO VINCULO-PED
           END-IF
           MOVE 'N' TO VISITA-PED
           IF VIS-DISPONIVEL
              MOVE PED-CLI TO CODIGO-CLI-VISITA
              MOVE PED-VEN TO CODIGO-VEN-VISITA
              MOVE DATA-HORA-VIS-PED TO DATA-HORA-VISITA
              READ DIS-VISITA
              IF FS-VIS = '00'
                 MOVE 'S' TO VISITA-PED
              END-IF
           END-IF
           MOVE 'CARGA-CAMPO' TO OPERADOR-PED
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-PED
           WRITE REGISTRO-PEDIDO
           IF FS-PED = '22'
              MOVE 'PEDIDO JA REGISTRADO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-CABECALHO-FIM
           END-IF
           IF FS-PED NOT = '00'
              STRING 'ERRO DE GRAVACAO ' FS-PED
                  DELIMITED BY SIZE INTO WMOTIVO-REJ
              GO TO R-PROCESSA-CABECALHO-FIM
           END-IF
           MOVE 'S' TO WPED-ACEITO
           ADD 1 TO WCONT-OK
           IF PED-SEM-VINCULO
              ADD 1 TO WCONT-SEM-VINC
           END-IF.
       R-PROCESSA-CABECALHO-FIM.
           EXIT.

      *----ITEM: GRAVADO NO ARQUIVO DE ITENS E SOMADO NO CABECALHO.
       R-PROCESSA-ITEM.
           IF NOT PED-ACEITO OR
              PED-VEN NOT = WPED-VEN OR PED-NUM NOT = WPED-NUM
              MOVE 'ITEM SEM CABECALHO ACEITO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-ITEM-FIM
           END-IF
           IF PED-SEQ IS NOT NUMERIC OR PED-QTD IS NOT NUMERIC OR
              PED-VALOR IS NOT NUMERIC
              MOVE 'ITEM COM CAMPO NAO NUMERICO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-ITEM-FIM
           END-IF
           IF PED-LINHA-PROD = SPACES OR PED-QTD = ZEROES
              MOVE 'ITEM SEM LINHA OU QUANTIDADE' TO WMOTIVO-REJ
              GO TO R-PROCESSA-ITEM-FIM
           END-IF
           MOVE PED-LINHA-PROD TO WLPR-CODIGO
           PERFORM S-VALIDA-LINHA-PROD THRU R-VALIDA-LINHA-PROD-1-EXIT
           IF LPR-DESCONHECIDA
              MOVE 'LINHA PRODUTO NAO CADASTRADA' TO WMOTIVO-REJ
              GO TO R-PROCESSA-ITEM-FIM
           END-IF
           IF LPR-INATIVA
              MOVE 'LINHA PRODUTO INATIVA' TO WMOTIVO-REJ
              GO TO R-PROCESSA-ITEM-FIM
           END-IF
           MOVE PED-VEN TO COD-VEN-ITEM
           MOVE PED-NUM TO NUM-PED-ITEM
           MOVE PED-SEQ TO SEQ-ITEM
           MOVE PED-LINHA-PROD TO LINHA-ITEM
           MOVE PED-QTD TO QTD-ITEM
           MOVE PED-VALOR-N TO VALOR-ITEM
           WRITE REGISTRO-ITEM-PED
           IF FS-ITE = '22'
              MOVE 'ITEM JA REGISTRADO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-ITEM-FIM
           END-IF
           IF FS-ITE NOT = '00'
              STRING 'ERRO DE GRAVACAO ' FS-ITE
                  DELIMITED BY SIZE INTO WMOTIVO-REJ
              GO TO R-PROCESSA-ITEM-FIM
           END-IF
           MOVE PED-VEN TO COD-VEN-PED
           MOVE PED-NUM TO NUM-PED
           READ PEDIDOS
           IF FS-PED = '00'
              ADD 1 TO QTD-ITENS-PED
              ADD VALOR-ITEM TO VALOR-PED
              REWRITE REGISTRO-PEDIDO
           END-IF
           ADD 1 TO WCONT-ITENS.
       R-PROCESSA-ITEM-FIM.
           EXIT.

      *----VERIFICACAO DO ENVELOPE, IGUAL A DAS DEMAIS IMPORTACOES.
       S-VERIFICA-ENVELOPE SECTION.
       R-VERIFICA-ENVELOPE-1.
           MOVE 'N' TO WENV-PRESENTE
           MOVE 'S' TO WENV-ACEITO
           MOVE 'N' TO WTRL-VISTO
           MOVE ZEROES TO WVER-QTD WVER-HASH
           READ ARQPEDIDOS NEXT
           IF FS-IMPORT NOT = '00'
              GO TO R-VERIFICA-ENVELOPE-9
           END-IF
           IF ARQIMPORT-REC(1:3) NOT = 'HDR'
              GO TO R-VERIFICA-ENVELOPE-9
           END-IF
           MOVE 'S' TO WENV-PRESENTE
           IF ARQIMPORT-REC(4:8) NOT = WENV-TIPO
              MOVE 'TIPO DO ARQUIVO NAO E O ESPERADO ' TO WTXT
              PERFORM R-MSG-ENVELOPE
              MOVE 'N' TO WENV-ACEITO
              GO TO R-VERIFICA-ENVELOPE-9
           END-IF
           IF ARQIMPORT-REC(26:6) IS NOT NUMERIC
              MOVE 'SEQUENCIA INVALIDA NO HEADER ' TO WTXT
              PERFORM R-MSG-ENVELOPE
              MOVE 'N' TO WENV-ACEITO
              GO TO R-VERIFICA-ENVELOPE-9
           END-IF
           MOVE ARQIMPORT-REC(26:6) TO WENV-SEQ
           PERFORM S-ENV-CHECA-SEQ THRU R-ENV-CHECA-SEQ-1-EXIT
           IF ENV-JA-APLICADO
              MOVE 'ARQUIVO JA APLICADO - RECUSADO ' TO WTXT
              PERFORM R-MSG-ENVELOPE
              MOVE 'N' TO WENV-ACEITO
              GO TO R-VERIFICA-ENVELOPE-9
           END-IF
           IF ENV-FORA-DE-SEQ
              MOVE 'ARQUIVO FORA DE SEQUENCIA - RECUSADO ' TO WTXT
              PERFORM R-MSG-ENVELOPE
              MOVE 'N' TO WENV-ACEITO
              GO TO R-VERIFICA-ENVELOPE-9
           END-IF
           PERFORM UNTIL FS-IMPORT NOT = '00'
              READ ARQPEDIDOS NEXT
              IF FS-IMPORT = '00'
                 IF ARQIMPORT-REC(1:3) = 'TRL'
                    MOVE 'S' TO WTRL-VISTO
                    IF ARQIMPORT-REC(4:7) IS NUMERIC AND
                       ARQIMPORT-REC(11:15) IS NUMERIC
                       MOVE ARQIMPORT-REC(4:7) TO WTRL-QTD
                       MOVE ARQIMPORT-REC(11:15) TO WTRL-HASH
                    END-IF
                 ELSE
                    ADD 1 TO WVER-QTD
                    COMPUTE WVER-HASH = WVER-HASH +
                        FUNCTION LENGTH(
                            FUNCTION TRIM(ARQIMPORT-REC))
                 END-IF
              END-IF
           END-PERFORM
           IF NOT TRL-VISTO
              MOVE 'ARQUIVO SEM TRAILER (TRANSFERENCIA CURTA) '
                   TO WTXT
              PERFORM R-MSG-ENVELOPE
              MOVE 'N' TO WENV-ACEITO
              GO TO R-VERIFICA-ENVELOPE-9
           END-IF
           IF WTRL-QTD NOT = WVER-QTD OR WTRL-HASH NOT = WVER-HASH
              MOVE 'TOTAIS DO TRAILER NAO CONFEREM - RECUSADO '
                   TO WTXT
              PERFORM R-MSG-ENVELOPE
              MOVE 'N' TO WENV-ACEITO
           END-IF.
       R-VERIFICA-ENVELOPE-9.
           CLOSE ARQPEDIDOS
           OPEN INPUT ARQPEDIDOS.
       R-VERIFICA-ENVELOPE-1-EXIT.
           EXIT.

       R-MSG-ENVELOPE.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

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
                     ',OK,ARQUIVO=' FUNCTION TRIM(WID-ARQ-PEDIDOS-CAMPO)
                     ',PEDIDOS=' WCONT-OK
                     ',ITENS=' WCONT-ITENS
                     ',SEM-VINCULO=' WCONT-SEM-VINC
                     ',REJEITADAS=' WCONT-REJ
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY ENVELOPE.CPY.

       COPY LINHA-PROD.CPY.

       COPY FS-TRADUZ.CPY.
