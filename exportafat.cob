                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-FAT.

       SELECT BALANCO ASSIGN TO DISK WID-ARQ-BALANCO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-BAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
          02 LINHA-PRODUTO-CLI         PIC  X(003).
          02 CLASSIFICACAO-CLI         PIC  X(001).
          02 FREQ-VISITA-CLI           PIC  9(003).
          02 GRUPO-ECON-CLI            PIC  9(005).
          02 ATEND-REMOTO-CLI          PIC  X(001).
             88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
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

       FD SEQINT.
       01  REG-SEQINT.
           02 QTD-ACK-LED            PIC 9(007).
           02 SOMA-ACK-LED           PIC 9(015).

       FD  BALANCO.
       01  BALANCO-REC.
           05  BALANCO-DATA-01     PIC X(00120).

       FD  ARQFAT.
       01  REGISTRO-FAT.
           02 TIPO-REG-FAT           PIC X(001).
       01 WSOMA-CONTROLE     PIC 9(015) VALUE ZEROES.
       01 WQTD-REG-TOTAL     PIC 9(007) VALUE ZEROES.

       01 FS-BAL.
           02 FS-BAL-1                PIC 9.
           02 FS-BAL-2                PIC 9.
           02 FS-BAL-R REDEFINES FS-BAL-2 PIC 99 COMP-X.
       01 WID-ARQ-BALANCO    PIC X(50) VALUE 'CADEIA-BALANCO.DAT'.
       01 WBAL-EMPRESA       PIC X(002) VALUE SPACES.
       01 WBAL-PROGRAMA      PIC X(020) VALUE 'exportafat'.
       01 WBAL-TOTAL         PIC X(030) VALUE SPACES.
       01 WBAL-VALOR         PIC 9(011) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'exportafat'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
      *----A EMPRESA DE TREINAMENTO NAO GERA ARQUIVO DE INTERFACE.
           IF EMPRESA-TREINAMENTO
              IF MODO-INTERATIVO
                 MOVE 'EMPRESA DE TREINAMENTO NAO GERA INTERFACE '
                      TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
              END-IF
              GOBACK
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM S-GERA-INTERFACE THRU R-GERA-INTERFACE-EXIT.
       ABERTURA-EXIT.
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
           WRITE REGISTRO-FAT
           CLOSE ARQFAT
           PERFORM S-GRAVA-LEDGER THRU R-GRAVA-LEDGER-1-EXIT
      *----TOTAIS DE SAIDA PARA O BALANCEAMENTO DA CADEIA NOTURNA.
           IF MODO-BATCH
              MOVE WEMPRESA-LID TO WBAL-EMPRESA
              MOVE 'CLIENTES-EXPORTADOS' TO WBAL-TOTAL
              MOVE WCLI-EXPORT TO WBAL-VALOR
              PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
              MOVE 'VENDEDORES-EXPORTADOS' TO WBAL-TOTAL
              MOVE WVEN-EXPORT TO WBAL-VALOR
              PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
           END-IF
           MOVE SPACES TO WTXT
           STRING 'INTERFACE FATURAMENTO GERADA: ' WCLI-EXPORT
                  '/' WVEN-EXPORT DELIMITED BY SIZE INTO WTXT

       COPY ENVELOPE.CPY.

       COPY BALANCO.CPY.

       COPY FS-TRADUZ.CPY.
