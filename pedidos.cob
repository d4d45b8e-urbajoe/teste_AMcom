       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pedidos.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

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

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       DATA DIVISION.
       FILE SECTION.
      *----PEDIDOS DE CAMPO (CARREGADOS POR IMPPEDIDO.COB). A
      *    MANUTENCAO CORRIGE OBSERVACAO, SITUACAO (CANCELAMENTO) E
      *    ITENS; A QUANTIDADE DE ITENS E O VALOR DO CABECALHO SAO
      *    RECALCULADOS A CADA ALTERACAO DE ITEM.
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

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       WORKING-STORAGE SECTION.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-ITE.
           02 FS-ITE-1                PIC 9.
           02 FS-ITE-2                PIC 9.
           02 FS-ITE-R REDEFINES FS-ITE-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-PEDIDOS         PIC X(50) VALUE 'PEDIDOS.DAT'.
       01 WID-ARQ-PEDITENS        PIC X(50) VALUE 'PEDIDO-ITENS.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----VENDEDOR E DATA DA CONSULTA; PEDIDO ESCOLHIDO NA LISTA.
       01 WPED-VEN                PIC 9(003) VALUE ZEROES.
       01 WPED-DATA               PIC 9(008) VALUE ZEROES.
       01 WPED-NUM                PIC 9(007) VALUE ZEROES.
       01 WNOME-VEN-TELA          PIC X(040) VALUE SPACES.
       01 WFIM-LISTA              PIC X(001) VALUE 'N'.
       01 WFIM-PEDIDO             PIC X(001) VALUE 'N'.

      *----CAMPOS DO CABECALHO NA TELA DE DETALHE.
       01 WDET-CLI                PIC 9(007) VALUE ZEROES.
       01 WDET-RAZAO              PIC X(040) VALUE SPACES.
       01 WDET-VISITA             PIC X(014) VALUE SPACES.
       01 WDET-QTD                PIC 9(003) VALUE ZEROES.
       01 WDET-VALOR              PIC 9(009)v99 VALUE ZEROES.
       01 WDET-MARCAS             PIC X(040) VALUE SPACES.
       01 WED-OBS                 PIC X(040) VALUE SPACES.
       01 WED-SITUACAO            PIC X(001) VALUE SPACES.
       01 WED-SEQ                 PIC 9(003) VALUE ZEROES.

      *----CAMPOS DO ITEM. QUANTIDADE ZERO EXCLUI O ITEM.
       01 WED-LINHA               PIC X(003) VALUE SPACES.
       01 WED-QTD                 PIC 9(007) VALUE ZEROES.
       01 WED-VALOR               PIC 9(009)v99 VALUE ZEROES.
       01 WITEM-EXISTE            PIC X(001) VALUE 'N'.
          88 ITEM-EXISTE               VALUE 'S'.
       01 WITEM-SITUACAO          PIC X(020) VALUE SPACES.

      *----PAINEIS: PEDIDOS DO VENDEDOR NO DIA (ATE 12) E ITENS DO
      *    PEDIDO (ATE 10).
       01 WPED-PAINEL.
          02 WPED-PAINEL-1          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-2          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-3          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-4          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-5          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-6          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-7          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-8          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-9          PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-10         PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-11         PIC X(070) VALUE SPACES.
          02 WPED-PAINEL-12         PIC X(070) VALUE SPACES.
       01 WPED-PAINEL-R REDEFINES WPED-PAINEL.
          02 WPED-PAINEL-LIN OCCURS 12 TIMES PIC X(070).
       01 WITE-PAINEL.
          02 WITE-PAINEL-1          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-2          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-3          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-4          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-5          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-6          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-7          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-8          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-9          PIC X(070) VALUE SPACES.
          02 WITE-PAINEL-10         PIC X(070) VALUE SPACES.
       01 WITE-PAINEL-R REDEFINES WITE-PAINEL.
          02 WITE-PAINEL-LIN OCCURS 10 TIMES PIC X(070).
       77 WIDX-PAINEL              PIC 99 VALUE ZEROES.
       01 WVALOR-EDIT              PIC ZZZZZZ9.99.
       01 WQTD-EDIT                PIC ZZZZZZ9.

       01 WAUD-OPERACAO            PIC X(001) VALUE SPACES.
       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.
       01 WAUD-DATA-HORA           PIC X(014).
       01 WAUD-USUARIO             PIC X(020).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'pedidos'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

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
       01 TELA-PED-SEL.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PEDIDOS DE CAMPO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "VENDEDOR (0 SAI)........:".
          02 SCR-PED-VEN LINE 6 COL 31 PIC 9(003)
                 USING WPED-VEN AUTO.
          02 LINE 7 COL 5 VALUE "DATA (AAAAMMDD, 0=HOJE).:".
          02 SCR-PED-DATA LINE 7 COL 31 PIC 9(008)
                 USING WPED-DATA AUTO.
          02 LINE 10 COL 5 VALUE "[ESC] SAI".

       01 TELA-PED-LISTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PEDIDOS DE CAMPO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 5 VALUE "VENDEDOR:".
          02 LINE 4 COL 15 PIC 9(003) FROM WPED-VEN.
          02 LINE 4 COL 19 PIC X(030) FROM WNOME-VEN-TELA.
          02 LINE 4 COL 51 VALUE "DATA:".
          02 LINE 4 COL 57 PIC 9(008) FROM WPED-DATA.
          02 LINE 5 COL 5 VALUE
             "PEDIDO  CLIENTE RAZAO SOCIAL            ITENS      VALOR".
          02 LINE 6 COL 5 PIC X(070) FROM WPED-PAINEL-1.
          02 LINE 7 COL 5 PIC X(070) FROM WPED-PAINEL-2.
          02 LINE 8 COL 5 PIC X(070) FROM WPED-PAINEL-3.
          02 LINE 9 COL 5 PIC X(070) FROM WPED-PAINEL-4.
          02 LINE 10 COL 5 PIC X(070) FROM WPED-PAINEL-5.
          02 LINE 11 COL 5 PIC X(070) FROM WPED-PAINEL-6.
          02 LINE 12 COL 5 PIC X(070) FROM WPED-PAINEL-7.
          02 LINE 13 COL 5 PIC X(070) FROM WPED-PAINEL-8.
          02 LINE 14 COL 5 PIC X(070) FROM WPED-PAINEL-9.
          02 LINE 15 COL 5 PIC X(070) FROM WPED-PAINEL-10.
          02 LINE 16 COL 5 PIC X(070) FROM WPED-PAINEL-11.
          02 LINE 17 COL 5 PIC X(070) FROM WPED-PAINEL-12.
          02 LINE 19 COL 5 VALUE
             "(SV) = SEM VINCULO ABERTO  (CANC) = CANCELADO".
          02 LINE 21 COL 5 VALUE "PEDIDO (0 OU [ESC] VOLTA):".
          02 SCR-PED-NUM LINE 21 COL 32 PIC 9(007)
                 USING WPED-NUM AUTO.

       01 TELA-PED-DET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PEDIDOS DE CAMPO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 5 VALUE "VENDEDOR/PEDIDO:".
          02 LINE 4 COL 22 PIC 9(003) FROM WPED-VEN.
          02 LINE 4 COL 26 PIC 9(007) FROM WPED-NUM.
          02 LINE 4 COL 35 PIC X(040) FROM WDET-MARCAS.
          02 LINE 5 COL 5 VALUE "CLIENTE........:".
          02 LINE 5 COL 22 PIC 9(007) FROM WDET-CLI.
          02 LINE 5 COL 30 PIC X(040) FROM WDET-RAZAO.
          02 LINE 6 COL 5 VALUE "VISITA.........:".
          02 LINE 6 COL 22 PIC X(014) FROM WDET-VISITA.
          02 LINE 6 COL 40 VALUE "ITENS:".
          02 LINE 6 COL 47 PIC ZZ9 FROM WDET-QTD.
          02 LINE 6 COL 52 VALUE "VALOR:".
          02 LINE 6 COL 59 PIC ZZZZZZ9.99 FROM WDET-VALOR.
          02 LINE 7 COL 5 VALUE "SEQ LIN   QUANTIDADE          VALOR".
          02 LINE 8 COL 5 PIC X(070) FROM WITE-PAINEL-1.
          02 LINE 9 COL 5 PIC X(070) FROM WITE-PAINEL-2.
          02 LINE 10 COL 5 PIC X(070) FROM WITE-PAINEL-3.
          02 LINE 11 COL 5 PIC X(070) FROM WITE-PAINEL-4.
          02 LINE 12 COL 5 PIC X(070) FROM WITE-PAINEL-5.
          02 LINE 13 COL 5 PIC X(070) FROM WITE-PAINEL-6.
          02 LINE 14 COL 5 PIC X(070) FROM WITE-PAINEL-7.
          02 LINE 15 COL 5 PIC X(070) FROM WITE-PAINEL-8.
          02 LINE 16 COL 5 PIC X(070) FROM WITE-PAINEL-9.
          02 LINE 17 COL 5 PIC X(070) FROM WITE-PAINEL-10.
          02 LINE 19 COL 5 VALUE "OBSERVACAO.....:".
          02 SCR-ED-OBS LINE 19 COL 22 PIC X(040)
                 USING WED-OBS AUTO.
          02 LINE 20 COL 5 VALUE "SITUACAO (A/C).:".
          02 SCR-ED-SIT LINE 20 COL 22 PIC X(001)
                 USING WED-SITUACAO AUTO.
          02 LINE 21 COL 5 VALUE "ITEM (SEQ, 0=NENHUM, [ESC] VOLTA):".
          02 SCR-ED-SEQ LINE 21 COL 40 PIC 9(003)
                 USING WED-SEQ AUTO.

       01 TELA-PED-ITEM.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PEDIDOS DE CAMPO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "VENDEDOR/PEDIDO/SEQ.....:".
          02 LINE 5 COL 31 PIC 9(003) FROM WPED-VEN.
          02 LINE 5 COL 35 PIC 9(007) FROM WPED-NUM.
          02 LINE 5 COL 43 PIC 9(003) FROM WED-SEQ.
          02 LINE 5 COL 50 PIC X(020) FROM WITEM-SITUACAO.
          02 LINE 7 COL 5 VALUE "LINHA DE PRODUTO........:".
          02 SCR-ED-LINHA LINE 7 COL 31 PIC X(003)
                 USING WED-LINHA AUTO.
          02 LINE 8 COL 5 VALUE "QUANTIDADE..............:".
          02 SCR-ED-QTD LINE 8 COL 31 PIC 9(007)
                 USING WED-QTD AUTO.
          02 LINE 9 COL 5 VALUE "VALOR DO ITEM...........:".
          02 SCR-ED-VALOR LINE 9 COL 31 PIC ZZZZZZ9.99
                 USING WED-VALOR AUTO.
          02 LINE 11 COL 5 VALUE
             "(QUANTIDADE ZERO EXCLUI O ITEM)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           OPEN I-O PEDIDOS.
           IF FS-PED = '35'
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
           END-IF
           IF FS-PED NOT = '00'
              MOVE FS-PED TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PEDIDOS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ PEDIDOS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-PED TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O PEDITENS.
           IF FS-ITE = '35'
              OPEN OUTPUT PEDITENS
              CLOSE PEDITENS
              OPEN I-O PEDITENS
           END-IF
           IF FS-ITE NOT = '00'
              MOVE FS-ITE TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PEDITENS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ ITENS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-ITE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE PEDIDOS
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
              CLOSE PEDIDOS PEDITENS
              GO TO ABERTURA-EXIT
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
              ACCEPT WX
              CLOSE PEDIDOS PEDITENS VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
           MOVE ZEROES TO WPED-VEN WPED-DATA
           PERFORM UNTIL WSAIDA = 1
              DISPLAY TELA-PED-SEL
              ACCEPT TELA-PED-SEL
              IF ESC OR WPED-VEN = ZEROES
                 MOVE 1 TO WSAIDA
              ELSE
                 PERFORM S-LISTA-PEDIDOS THRU R-LISTA-PEDIDOS-1-EXIT
              END-IF
           END-PERFORM
           CLOSE PEDIDOS PEDITENS VENDEDORES CLIENTES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----VENDEDOR E DATA ESCOLHIDOS: LISTA OS PEDIDOS DO DIA E ABRE
      *    UM PEDIDO DE CADA VEZ ATE O [ESC].
       S-LISTA-PEDIDOS SECTION.
       R-LISTA-PEDIDOS-1.
           IF WPED-DATA = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WPED-DATA
           END-IF
           MOVE WPED-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WPED-VEN
              MOVE 'VENDEDOR NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-LISTA-PEDIDOS-1-EXIT
           END-IF
           MOVE NOME-VEN TO WNOME-VEN-TELA
           MOVE 'N' TO WFIM-LISTA
           PERFORM UNTIL WFIM-LISTA = 'S'
              PERFORM R-MONTA-PAINEL-PEDIDOS
              MOVE ZEROES TO WPED-NUM
              DISPLAY TELA-PED-LISTA
              ACCEPT TELA-PED-LISTA
              IF ESC OR WPED-NUM = ZEROES
                 MOVE 'S' TO WFIM-LISTA
              ELSE
                 PERFORM S-MANTEM-PEDIDO THRU R-MANTEM-PEDIDO-1-EXIT
              END-IF
           END-PERFORM.
       R-LISTA-PEDIDOS-1-EXIT.
           EXIT.

       R-MONTA-PAINEL-PEDIDOS.
           MOVE SPACES TO WPED-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WPED-VEN TO COD-VEN-PED
           MOVE ZEROES TO NUM-PED
           START PEDIDOS KEY IS NOT LESS THAN CHAVE-PED
           PERFORM UNTIL FS-PED NOT = '00' OR WIDX-PAINEL = 12
              READ PEDIDOS NEXT
              IF FS-PED = '00'
                 IF COD-VEN-PED = WPED-VEN
                    IF DATA-PED = WPED-DATA
                       ADD 1 TO WIDX-PAINEL
                       MOVE COD-CLI-PED TO CODIGO
                       READ CLIENTES KEY IS CODIGO
                       IF FS-CLI NOT = '00'
                          MOVE SPACES TO RAZAO
                       END-IF
                       MOVE VALOR-PED TO WVALOR-EDIT
                       STRING NUM-PED ' ' COD-CLI-PED ' ' RAZAO(1:22)
                           ' ' QTD-ITENS-PED ' ' WVALOR-EDIT
                           DELIMITED BY SIZE
                           INTO WPED-PAINEL-LIN(WIDX-PAINEL)
                       IF PED-CANCELADO
                          MOVE '(CANC)' TO
                               WPED-PAINEL-LIN(WIDX-PAINEL)(64:6)
                       ELSE
                          IF PED-SEM-VINCULO
                             MOVE '(SV)' TO
                                  WPED-PAINEL-LIN(WIDX-PAINEL)(64:4)
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                    MOVE '10' TO FS-PED
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUM PEDIDO NO DIA)' TO WPED-PAINEL-1
           END-IF.

      *----PEDIDO ESCOLHIDO: MOSTRA CABECALHO E ITENS; A OBSERVACAO E
      *    A SITUACAO SAO GRAVADAS QUANDO MUDAM; SEQ DIFERENTE DE ZERO
      *    ABRE O ITEM (INCLUSAO, ALTERACAO OU EXCLUSAO).
       S-MANTEM-PEDIDO SECTION.
       R-MANTEM-PEDIDO-1.
           MOVE WPED-VEN TO COD-VEN-PED
           MOVE WPED-NUM TO NUM-PED
           READ PEDIDOS
           IF FS-PED NOT = '00'
              MOVE 'PEDIDO NAO ENCONTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-PEDIDO-1-EXIT
           END-IF
           MOVE 'N' TO WFIM-PEDIDO
           PERFORM UNTIL WFIM-PEDIDO = 'S'
              PERFORM R-CARREGA-DETALHE
              MOVE ZEROES TO WED-SEQ
              DISPLAY TELA-PED-DET
              ACCEPT TELA-PED-DET
              IF ESC
                 MOVE 'S' TO WFIM-PEDIDO
              ELSE
                 PERFORM R-GRAVA-CABECALHO THRU R-GRAVA-CABECALHO-FIM
                 IF WED-SEQ > ZEROES
                    PERFORM R-MANTEM-ITEM THRU R-MANTEM-ITEM-FIM
                 ELSE
                    MOVE 'S' TO WFIM-PEDIDO
                 END-IF
              END-IF
           END-PERFORM.
       R-MANTEM-PEDIDO-1-EXIT.
           EXIT.

       R-CARREGA-DETALHE.
           MOVE WPED-VEN TO COD-VEN-PED
           MOVE WPED-NUM TO NUM-PED
           READ PEDIDOS
           MOVE COD-CLI-PED TO WDET-CLI
           MOVE DATA-HORA-VIS-PED TO WDET-VISITA
           MOVE QTD-ITENS-PED TO WDET-QTD
           MOVE VALOR-PED TO WDET-VALOR
           MOVE OBS-PED TO WED-OBS
           MOVE SITUACAO-PED TO WED-SITUACAO
           MOVE SPACES TO WDET-MARCAS
           IF PED-SEM-VINCULO
              MOVE 'SEM VINCULO ABERTO' TO WDET-MARCAS
           END-IF
           IF PED-SEM-VISITA
              MOVE 'VISITA NAO ENCONTRADA' TO WDET-MARCAS(20:21)
           END-IF
           MOVE COD-CLI-PED TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WDET-RAZAO
           ELSE
              MOVE SPACES TO WDET-RAZAO
           END-IF
           MOVE SPACES TO WITE-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WPED-VEN TO COD-VEN-ITEM
           MOVE WPED-NUM TO NUM-PED-ITEM
           MOVE ZEROES TO SEQ-ITEM
           START PEDITENS KEY IS NOT LESS THAN CHAVE-ITEM
           PERFORM UNTIL FS-ITE NOT = '00' OR WIDX-PAINEL = 10
              READ PEDITENS NEXT
              IF FS-ITE = '00'
                 IF COD-VEN-ITEM = WPED-VEN AND
                    NUM-PED-ITEM = WPED-NUM
                    ADD 1 TO WIDX-PAINEL
                    MOVE QTD-ITEM TO WQTD-EDIT
                    MOVE VALOR-ITEM TO WVALOR-EDIT
                    STRING SEQ-ITEM ' ' LINHA-ITEM '   ' WQTD-EDIT
                        '   ' WVALOR-EDIT
                        DELIMITED BY SIZE
                        INTO WITE-PAINEL-LIN(WIDX-PAINEL)
                 ELSE
                    MOVE '10' TO FS-ITE
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL = ZEROES
              MOVE '(PEDIDO SEM ITENS)' TO WITE-PAINEL-1
           END-IF.

       R-GRAVA-CABECALHO.
           IF WED-OBS = OBS-PED AND WED-SITUACAO = SITUACAO-PED
              GO TO R-GRAVA-CABECALHO-FIM
           END-IF
           IF WED-SITUACAO NOT = 'A' AND WED-SITUACAO NOT = 'C'
              MOVE 'SITUACAO DEVE SER A (ATIVO) OU C (CANCELADO) '
                TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GRAVA-CABECALHO-FIM
           END-IF
           MOVE 'CONFIRMA ALTERACAO DO PEDIDO ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-GRAVA-CABECALHO-FIM
           END-IF
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'SIT=' SITUACAO-PED ' OBS=' OBS-PED
               DELIMITED BY SIZE INTO WAUD-ANTES
           MOVE WED-OBS TO OBS-PED
           MOVE WED-SITUACAO TO SITUACAO-PED
           PERFORM R-MARCA-OPERADOR
           REWRITE REGISTRO-PEDIDO
           IF FS-PED NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PEDIDO ST ' TO WTXT
              MOVE FS-PED TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GRAVA-CABECALHO-FIM
           END-IF
           STRING 'SIT=' SITUACAO-PED ' OBS=' OBS-PED
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           MOVE 'A' TO WAUD-OPERACAO
           PERFORM R-AUDITA-PEDIDO THRU R-AUDITA-PEDIDO-FIM
           MOVE 'PEDIDO GRAVADO ' TO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-GRAVA-CABECALHO-FIM.
           EXIT.

       R-MANTEM-ITEM.
           MOVE WPED-VEN TO COD-VEN-ITEM
           MOVE WPED-NUM TO NUM-PED-ITEM
           MOVE WED-SEQ TO SEQ-ITEM
           READ PEDITENS
           IF FS-ITE = '00'
              MOVE 'S' TO WITEM-EXISTE
              MOVE '(ALTERACAO)' TO WITEM-SITUACAO
              MOVE LINHA-ITEM TO WED-LINHA
              MOVE QTD-ITEM TO WED-QTD
              MOVE VALOR-ITEM TO WED-VALOR
              MOVE SPACES TO WAUD-ANTES
              STRING 'SEQ=' SEQ-ITEM ' LIN=' LINHA-ITEM
                  ' QTD=' QTD-ITEM ' VALOR=' VALOR-ITEM
                  DELIMITED BY SIZE INTO WAUD-ANTES
           ELSE
              MOVE 'N' TO WITEM-EXISTE
              MOVE '(INCLUSAO)' TO WITEM-SITUACAO
              MOVE SPACES TO WED-LINHA WAUD-ANTES
              MOVE ZEROES TO WED-QTD WED-VALOR
           END-IF
           DISPLAY TELA-PED-ITEM
           ACCEPT TELA-PED-ITEM
           IF ESC
              GO TO R-MANTEM-ITEM-FIM
           END-IF
           IF WED-QTD = ZEROES AND NOT ITEM-EXISTE
              GO TO R-MANTEM-ITEM-FIM
           END-IF
           IF WED-QTD NOT = ZEROES AND WED-LINHA = SPACES
              MOVE 'INFORME A LINHA DE PRODUTO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-ITEM-FIM
           END-IF
           IF WED-QTD NOT = ZEROES
              MOVE WED-LINHA TO WLPR-CODIGO
              PERFORM S-VALIDA-LINHA-PROD
                    THRU R-VALIDA-LINHA-PROD-1-EXIT
              IF NOT LPR-VALIDA
                 MOVE SPACES TO WTXT
                 IF LPR-INATIVA
                    STRING 'LINHA DE PRODUTO ' WED-LINHA ' INATIVA'
                        DELIMITED BY SIZE INTO WTXT
                 ELSE
                    STRING 'LINHA DE PRODUTO ' WED-LINHA
                        ' NAO CADASTRADA'
                        DELIMITED BY SIZE INTO WTXT
                 END-IF
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-MANTEM-ITEM-FIM
              END-IF
           END-IF
           IF WED-QTD = ZEROES
              MOVE 'CONFIRMA EXCLUSAO DO ITEM ?...' TO WTXT
           ELSE
              MOVE 'CONFIRMA ?...' TO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-MANTEM-ITEM-FIM
           END-IF
           MOVE WPED-VEN TO COD-VEN-ITEM
           MOVE WPED-NUM TO NUM-PED-ITEM
           MOVE WED-SEQ TO SEQ-ITEM
           IF WED-QTD = ZEROES
              READ PEDITENS
              IF FS-ITE = '00'
                 DELETE PEDITENS
              END-IF
              MOVE 'E' TO WAUD-OPERACAO
              MOVE 'EXCLUIDO' TO WAUD-DEPOIS
           ELSE
              IF ITEM-EXISTE
                 READ PEDITENS
              END-IF
              MOVE WED-LINHA TO LINHA-ITEM
              MOVE WED-QTD TO QTD-ITEM
              MOVE WED-VALOR TO VALOR-ITEM
              IF ITEM-EXISTE
                 MOVE 'A' TO WAUD-OPERACAO
                 REWRITE REGISTRO-ITEM-PED
              ELSE
                 MOVE 'I' TO WAUD-OPERACAO
                 WRITE REGISTRO-ITEM-PED
              END-IF
              MOVE SPACES TO WAUD-DEPOIS
              STRING 'SEQ=' SEQ-ITEM ' LIN=' LINHA-ITEM
                  ' QTD=' QTD-ITEM ' VALOR=' VALOR-ITEM
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
           END-IF
           IF FS-ITE NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO ITEM ST ' TO WTXT
              MOVE FS-ITE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-ITEM-FIM
           END-IF
           PERFORM R-AUDITA-PEDIDO THRU R-AUDITA-PEDIDO-FIM
           PERFORM R-RECALCULA-PEDIDO.
       R-MANTEM-ITEM-FIM.
           EXIT.

      *----QUANTIDADE DE ITENS E VALOR DO CABECALHO REFEITOS A PARTIR
      *    DOS ITENS GRAVADOS.
       R-RECALCULA-PEDIDO.
           MOVE ZEROES TO WDET-QTD WDET-VALOR
           MOVE WPED-VEN TO COD-VEN-ITEM
           MOVE WPED-NUM TO NUM-PED-ITEM
           MOVE ZEROES TO SEQ-ITEM
           START PEDITENS KEY IS NOT LESS THAN CHAVE-ITEM
           PERFORM UNTIL FS-ITE NOT = '00'
              READ PEDITENS NEXT
              IF FS-ITE = '00'
                 IF COD-VEN-ITEM = WPED-VEN AND
                    NUM-PED-ITEM = WPED-NUM
                    ADD 1 TO WDET-QTD
                    ADD VALOR-ITEM TO WDET-VALOR
                 ELSE
                    MOVE '10' TO FS-ITE
                 END-IF
              END-IF
           END-PERFORM
           MOVE WPED-VEN TO COD-VEN-PED
           MOVE WPED-NUM TO NUM-PED
           READ PEDIDOS
           IF FS-PED = '00'
              MOVE WDET-QTD TO QTD-ITENS-PED
              MOVE WDET-VALOR TO VALOR-PED
              PERFORM R-MARCA-OPERADOR
              REWRITE REGISTRO-PEDIDO
           END-IF.

       R-MARCA-OPERADOR.
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO OPERADOR-PED
           ELSE
              ACCEPT OPERADOR-PED FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-PED.

       R-AUDITA-PEDIDO.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-PEDIDO-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'PEDIDOS' ',' WAUD-OPERACAO ','
               WPED-VEN '-' WPED-NUM ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-PEDIDO-FIM.
           EXIT.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       COPY LINHA-PROD.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
