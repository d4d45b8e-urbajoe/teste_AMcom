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

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'exportbi'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.


       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
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
      *----MULTIEMPRESA: ESTES ARQUIVOS ACOMPANHAM A DISTRIBUICAO DA
      *    EMPRESA CORRENTE; FORA DA EMPRESA 01 O CODIGO ENTRA NO
      *    NOME PARA AS EMPRESAS NAO MISTURAREM OS DADOS.
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
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
