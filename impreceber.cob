       IDENTIFICATION DIVISION.
       PROGRAM-ID.  impreceber.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQPOSICAO ASSIGN TO DISK WID-ARQ-POSICAO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-POS.

       SELECT ARQREJ ASSIGN TO DISK WID-ARQ-REJ
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REJ.

       SELECT REJPEND ASSIGN TO DISK WID-ARQ-REJPEND
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RJP.

       SELECT RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CNPJ-RCB
              ALTERNATE RECORD KEY IS COD-CLI-RCB WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RCB.

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

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *----POSICAO DE CONTAS A RECEBER DO FATURAMENTO: LINHA
      *    POSICIONAL COM CNPJ (14), DIAS DO TITULO MAIS ATRASADO (5)
      *    E VALOR EM ABERTO (13 INTEIROS + 2 DECIMAIS SEM PONTO).
      *    CADA ARQUIVO E A POSICAO COMPLETA DA DATA: CNPJ QUE NAO
      *    VEM MAIS NO ARQUIVO NAO TEM TITULO EM ABERTO.
       FD  ARQPOSICAO.
       01  ARQPOSICAO-REC.
           05  POS-LINHA.
               10 POS-CNPJ          PIC X(014).
               10 POS-DIAS          PIC X(005).
               10 POS-VALOR         PIC X(015).
           05  FILLER               PIC X(046).

       FD  ARQREJ.
       01  ARQREJ-REC.
           05  ARQREJ-DATA-01       PIC X(00120).

       FD  REJPEND.
       01  REJPEND-REC.
           05  REJPEND-DATA-01      PIC X(00100).

      *----SITUACAO DE CONTAS A RECEBER POR CLIENTE (ULTIMA POSICAO
      *    IMPORTADA). O CLIENTE E INADIMPLENTE QUANDO OS DIAS DE
      *    ATRASO ALCANCAM O INADIMPL-DIAS DE CONFIG.DAT. CARGA-RCB
      *    IDENTIFICA A IMPORTACAO QUE GRAVOU A LINHA.
       FD RECEBER.
       01  REGISTRO-RECEBER.
           02 CNPJ-RCB              PIC  9(014).
           02 COD-CLI-RCB           PIC  9(007).
           02 DIAS-ATRASO-RCB       PIC  9(005).
           02 VALOR-ABERTO-RCB      PIC  9(013)V9(002).
           02 DATA-POSICAO-RCB      PIC  9(008).
           02 CARGA-RCB             PIC  X(014).

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

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01       PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-POS.
           02 FS-POS-1                PIC 9.
           02 FS-POS-2                PIC 9.
           02 FS-POS-R REDEFINES FS-POS-2 PIC 99 COMP-X.
       01 FS-REJ.
           02 FS-REJ-1                PIC 9.
           02 FS-REJ-2                PIC 9.
           02 FS-REJ-R REDEFINES FS-REJ-2 PIC 99 COMP-X.
       01 FS-RJP.
           02 FS-RJP-1                PIC 9.
           02 FS-RJP-2                PIC 9.
           02 FS-RJP-R REDEFINES FS-RJP-2 PIC 99 COMP-X.
       01 FS-RCB.
           02 FS-RCB-1                PIC 9.
           02 FS-RCB-2                PIC 9.
           02 FS-RCB-R REDEFINES FS-RCB-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-POSICAO         PIC X(50) VALUE 'FAT-RECEBER.TXT'.
       01 WID-ARQ-REJ             PIC X(54) VALUE SPACES.
       01 WID-ARQ-REJPEND         PIC X(50) VALUE 'REJ-PEND.DAT'.
       01 WID-ARQ-RECEBER         PIC X(50) VALUE 'RECEBER.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'IMPRECEBER.LOG'.

       77 WCONT-OK                PIC 9(007) VALUE ZEROES.
       77 WCONT-REJ               PIC 9(007) VALUE ZEROES.
       77 WCONT-QUITADOS          PIC 9(007) VALUE ZEROES.
       01 WMOTIVO-REJ             PIC X(030) VALUE SPACES.
       01 WVALOR-NUM              PIC 9(013)V9(002) VALUE ZEROES.
       01 WVALOR-X REDEFINES WVALOR-NUM PIC X(015).
       01 WCARGA                  PIC X(014) VALUE SPACES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'impreceber'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-IMP-RCB.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - IMPORTACAO DE CONTAS
      -" A RECEBER".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ARQUIVO DE POSICAO:".
          02 SCR-ARQ-POS LINE 6 COL 25 PIC X(050)
                 USING WID-ARQ-POSICAO AUTO.
          02 LINE 8 COL 5 VALUE
             "A POSICAO IMPORTADA SUBSTITUI A ANTERIOR".
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           IF MODO-INTERATIVO
              DISPLAY TELA-IMP-RCB
              ACCEPT TELA-IMP-RCB
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           OPEN INPUT ARQPOSICAO.
           IF FS-POS NOT = '00'
              MOVE FS-POS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-POSICAO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT POSICAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-POS TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
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
              CLOSE ARQPOSICAO
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O RECEBER.
           IF FS-RCB = '35'
              OPEN OUTPUT RECEBER
              IF FS-RCB = '00'
                 CLOSE RECEBER
                 OPEN I-O RECEBER
              END-IF
           END-IF
           IF FS-RCB NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE CONTAS A RECEBER ST ' TO WTXT
              MOVE FS-RCB TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQPOSICAO CLIENTES
              GO TO ABERTURA-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WCARGA
           MOVE WCARGA(1:8) TO WDATA-HOJE
           MOVE SPACES TO WID-ARQ-REJ
           STRING FUNCTION TRIM(WID-ARQ-POSICAO) '.REJ'
               DELIMITED BY SIZE INTO WID-ARQ-REJ
           OPEN OUTPUT ARQREJ
           PERFORM S-PROCESSA-POSICAO
                 THRU R-PROCESSA-POSICAO-1-EXIT
      *----SO DA BAIXA NAS LINHAS DE CARGAS ANTERIORES QUANDO A
      *    POSICAO NOVA TROUXE ALGUMA LINHA VALIDA - ARQUIVO VAZIO OU
      *    TODO REJEITADO NAO ZERA A SITUACAO DOS CLIENTES.
           IF WCONT-OK > ZEROES
              PERFORM S-BAIXA-QUITADOS THRU R-BAIXA-QUITADOS-1-EXIT
           END-IF
           CLOSE ARQPOSICAO CLIENTES RECEBER ARQREJ
           IF WCONT-REJ > ZEROES
              PERFORM S-GRAVA-REJ-PEND THRU R-GRAVA-REJ-PEND-1-EXIT
           END-IF
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'IMPORTADOS ' WCONT-OK ' REJEITADOS ' WCONT-REJ
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-PROCESSA-POSICAO SECTION.
       R-PROCESSA-POSICAO-1.
           INITIALIZE WCONT-OK WCONT-REJ WCONT-QUITADOS
           PERFORM UNTIL FS-POS NOT = '00'
              READ ARQPOSICAO
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-PROCESSA-LINHA
              END-READ
           END-PERFORM.
       R-PROCESSA-POSICAO-1-EXIT.
           EXIT.

       R-PROCESSA-LINHA.
           MOVE SPACES TO WMOTIVO-REJ
           IF POS-CNPJ IS NOT NUMERIC
              MOVE 'CNPJ INVALIDO' TO WMOTIVO-REJ
           ELSE
              IF POS-DIAS IS NOT NUMERIC
                 MOVE 'DIAS DE ATRASO INVALIDO' TO WMOTIVO-REJ
              ELSE
                 IF POS-VALOR IS NOT NUMERIC
                    MOVE 'VALOR INVALIDO' TO WMOTIVO-REJ
                 END-IF
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES
              MOVE POS-CNPJ TO CNPJ
              READ CLIENTES KEY IS CNPJ
              IF FS-CLI NOT = '00'
                 MOVE 'CNPJ NAO CADASTRADO' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ NOT = SPACES
              MOVE SPACES TO ARQREJ-DATA-01
              STRING POS-LINHA ' ' FUNCTION TRIM(WMOTIVO-REJ)
                  DELIMITED BY SIZE INTO ARQREJ-DATA-01
              WRITE ARQREJ-REC
              ADD 1 TO WCONT-REJ
           ELSE
              MOVE POS-VALOR TO WVALOR-X
              MOVE POS-CNPJ TO CNPJ-RCB
              MOVE CODIGO TO COD-CLI-RCB
              MOVE POS-DIAS TO DIAS-ATRASO-RCB
              MOVE WVALOR-NUM TO VALOR-ABERTO-RCB
              MOVE WDATA-HOJE TO DATA-POSICAO-RCB
              MOVE WCARGA TO CARGA-RCB
              WRITE REGISTRO-RECEBER
              IF FS-RCB = '22'
                 REWRITE REGISTRO-RECEBER
              END-IF
              IF FS-RCB = '00'
                 ADD 1 TO WCONT-OK
              ELSE
                 MOVE SPACES TO ARQREJ-DATA-01
                 STRING POS-LINHA ' ERRO DE GRAVACAO ' FS-RCB
                     DELIMITED BY SIZE INTO ARQREJ-DATA-01
                 WRITE ARQREJ-REC
                 ADD 1 TO WCONT-REJ
              END-IF
           END-IF.

      *----CLIENTE QUE NAO VEIO NA POSICAO NOVA NAO TEM MAIS TITULO
      *    EM ABERTO: A LINHA DA CARGA ANTERIOR E EXCLUIDA.
       S-BAIXA-QUITADOS SECTION.
       R-BAIXA-QUITADOS-1.
           MOVE ZEROES TO CNPJ-RCB
           START RECEBER KEY IS NOT LESS THAN CNPJ-RCB
           PERFORM UNTIL FS-RCB NOT = '00'
              READ RECEBER NEXT
              IF FS-RCB = '00' AND CARGA-RCB NOT = WCARGA
                 DELETE RECEBER
                 IF FS-RCB = '00'
                    ADD 1 TO WCONT-QUITADOS
                 END-IF
              END-IF
           END-PERFORM.
       R-BAIXA-QUITADOS-1-EXIT.
           EXIT.

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
                     ',OK,ARQUIVO=' FUNCTION TRIM(WID-ARQ-POSICAO)
                     ',IMPORTADOS=' WCONT-OK
                     ',REJEITADOS=' WCONT-REJ
                     ',BAIXADOS=' WCONT-QUITADOS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY FS-TRADUZ.CPY.
