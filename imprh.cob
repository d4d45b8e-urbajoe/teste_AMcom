       IDENTIFICATION DIVISION.
       PROGRAM-ID.  imprh.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQRH ASSIGN TO DISK WID-ARQ-RH
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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT REGIAO ASSIGN TO  DISK WID-ARQ-REGIAO-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-REG
              ALTERNATE RECORD KEY IS NOME-REG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-REG.

       SELECT PENDENCIAS-VEN ASSIGN TO DISK WID-ARQ-PENDENCIAS-VEN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-VEN-PEND
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PEND.

       SELECT PROXCOD ASSIGN TO DISK WID-ARQ-PROXCOD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS ENTIDADE-PROX
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRX.

       SELECT SEQINT ASSIGN TO DISK WID-ARQ-SEQINT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS TIPO-SEQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SEQ.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *----MOVIMENTO DO RH (UMA LINHA POR EVENTO), IDENTIFICADO PELO
      *    CPF: EVENTO (1) A=ADMISSAO, D=DESLIGAMENTO, L=INICIO DE
      *    LICENCA, R=RETORNO DE LICENCA, E=MUDANCA DO ENDERECO BASE;
      *    CPF (11); DATA DO EVENTO (8, AAAAMMDD); NOME (40); LATITUDE
      *    E LONGITUDE DO ENDERECO BASE NO FORMATO DA CARGA DE
      *    VENDEDORES, S9(3)V9(8); RETORNO PREVISTO DA LICENCA (8, SO
      *    NO EVENTO L, ZERO = SEM PREVISAO); REGIAO (3) E PAPEL (1,
      *    SO NA ADMISSAO, BRANCO = CAMPO). NOME, POSICAO E REGIAO SO
      *    SAO LIDOS NA ADMISSAO E NA MUDANCA DE ENDERECO. O ARQUIVO
      *    VEM COM O ENVELOPE PADRAO DAS INTERFACES (HDR/TRL).
       FD  ARQRH.
       01  ARQIMPORT-REC.
           05  RH-LINHA.
               10 RH-EVENTO         PIC X(001).
                  88 RH-ADMISSAO          VALUE 'A'.
                  88 RH-DESLIGAMENTO      VALUE 'D'.
                  88 RH-INICIO-LICENCA    VALUE 'L'.
                  88 RH-RETORNO-LICENCA   VALUE 'R'.
                  88 RH-ENDERECO          VALUE 'E'.
                  88 RH-EVENTO-VALIDO     VALUE 'A' 'D' 'L' 'R' 'E'.
               10 RH-CPF            PIC X(011).
               10 RH-DATA           PIC X(008).
               10 RH-NOME           PIC X(040).
               10 RH-POSICAO.
                  15 RH-LATITUDE    PIC S9(003)V9(008).
                  15 RH-LONGITUDE   PIC S9(003)V9(008).
               10 RH-DATA-FIM       PIC X(008).
               10 RH-REGIAO         PIC X(003).
               10 RH-TIPO-VEN       PIC X(001).
           05  FILLER               PIC X(406).

       FD  ARQREJ.
       01  ARQREJ-REC.
           05  ARQREJ-DATA-01       PIC X(00120).

       FD  REJPEND.
       01  REJPEND-REC.
           05  REJPEND-DATA-01      PIC X(00100).

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

       FD REGIAO.
       01  REGISTRO-REGIAO.
           02 CODIGO-REG                PIC  9(003).
           02 NOME-REG                  PIC  X(030).
           02 COD-SUPERVISOR-REG        PIC  9(003).
           02 DESCRICAO-REG             PIC  X(050).
           02 LAT-MIN-REG               PIC S9(003)v9(008).
           02 LAT-MAX-REG               PIC S9(003)v9(008).
           02 LON-MIN-REG               PIC S9(003)v9(008).
           02 LON-MAX-REG               PIC S9(003)v9(008).
           02 COD-MACRO-REG             PIC  9(002).

       FD PENDENCIAS-VEN.
       01  REGISTRO-PENDENCIA-VEN.
           02 CODIGO-VEN-PEND           PIC  9(003).
           02 CPF-VEN-PEND              PIC  9(011).
           02 NOME-VEN-PEND             PIC  X(040).
           02 LATITUDE-VEN-PEND         PIC S9(003)v9(008).
           02 LONGITUDE-VEN-PEND        PIC S9(003)v9(008).
           02 STATUS-VEN-PEND           PIC  X(001).
           02 COD-REGIAO-PEND           PIC  9(003).
           02 COD-SUPERVISOR-PEND       PIC  9(003).
           02 DATA-FIM-AFASTAMENTO-PEND PIC  9(008).
           02 META-CLIENTES-PEND        PIC  9(005).
           02 LINHAS-HABILITADAS-PEND   PIC  X(015).
           02 MAX-VISITAS-DIA-PEND      PIC  9(003).
           02 TIPO-VEN-PEND             PIC  X(001).
           02 DATA-HORA-SOLIC-PEND      PIC  X(014).
           02 OPERADOR-SOLIC-PEND       PIC  X(020).
           02 DATA-INICIO-AFAST-PEND    PIC  9(008).
           02 DATA-ADMISSAO-PEND        PIC  9(008).
           02 DATA-DESLIGAMENTO-PEND    PIC  9(008).
           02 ORIGEM-PEND               PIC  X(001).
              88 PEND-ORIGEM-RH               VALUE 'H'.
           02 EVENTO-RH-PEND            PIC  X(001).
              88 PEND-ADMISSAO-RH             VALUE 'A'.

       FD PROXCOD.
       01  REG-PROXCOD.
           02 ENTIDADE-PROX             PIC  X(010).
           02 PROX-NUM                  PIC  9(007).

       FD SEQINT.
       01  REG-SEQINT.
           02 TIPO-SEQ              PIC X(008).
           02 PROX-SEQ-ENV          PIC 9(006).
           02 ULT-SEQ-REC           PIC 9(006).

       FD  OUTBOX.
       01  REG-OUTBOX.
           02 OTB-DATA-HORA        PIC X(014).
           02 OTB-SEP1             PIC X(001).
           02 OTB-TIPO             PIC X(020).
           02 OTB-SEP2             PIC X(001).
           02 OTB-SEVERIDADE       PIC X(001).
           02 OTB-SEP3             PIC X(001).
           02 OTB-DESTINO          PIC X(015).
           02 OTB-SEP4             PIC X(001).
           02 OTB-ENTREGUE         PIC X(001).
              88 OTB-ENVIADA            VALUE 'S'.
           02 OTB-SEP5             PIC X(001).
           02 OTB-MENSAGEM         PIC X(080).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01       PIC X(00200).

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
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-REG.
           02 FS-REG-1                PIC 9.
           02 FS-REG-2                PIC 9.
           02 FS-REG-R REDEFINES FS-REG-2 PIC 99 COMP-X.
       01 FS-PEND.
           02 FS-PEND-1               PIC 9.
           02 FS-PEND-2               PIC 9.
           02 FS-PEND-R REDEFINES FS-PEND-2 PIC 99 COMP-X.
       01 FS-PRX.
           02 FS-PRX-1                PIC 9.
           02 FS-PRX-2                PIC 9.
           02 FS-PRX-R REDEFINES FS-PRX-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-RH              PIC X(50) VALUE 'RH-VENDEDORES.TXT'.
       01 WID-ARQ-REJ             PIC X(54) VALUE SPACES.
       01 WID-ARQ-REJPEND         PIC X(50) VALUE 'REJ-PEND.DAT'.
       01 WID-ARQ-PENDENCIAS-VEN  PIC X(50) VALUE 'PENDENCIAS-VEN.DAT'.
       01 WID-ARQ-PROXCOD         PIC X(50) VALUE 'PROXCODIGO.DAT'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'IMPRH.LOG'.

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

      *----CADASTRO DO VENDEDOR ACHADO PELO CPF. COM MAIS DE UM CODIGO
      *    PARA O MESMO CPF (READMISSOES ANTIGAS) VALE O QUE NAO ESTA
      *    INATIVO; TODOS INATIVOS, VALE O ULTIMO.
       01 WRH-REG-VEN             PIC X(139) VALUE SPACES.
       01 WRH-VEN-ACHADO          PIC X VALUE 'N'.
          88 RH-VEN-ACHADO             VALUE 'S'.
       01 WRH-CPF                 PIC 9(011) VALUE ZEROES.
       01 WRH-DATA                PIC 9(008) VALUE ZEROES.
       01 WRH-DATA-FIM            PIC 9(008) VALUE ZEROES.
       01 WRH-REGIAO              PIC 9(003) VALUE ZEROES.
       01 WRH-SUPERVISOR          PIC 9(003) VALUE ZEROES.
       01 WRH-COD-NOVO            PIC 9(003) VALUE ZEROES.
       01 WDATA-CHECA             PIC 9(008) VALUE ZEROES.
       01 WDATA-VALIDA            PIC X VALUE 'S'.

       01 WCGCCPF.
           02 WCGCCPF-1                    PIC X(01).
           02 WCGCCPF-2                    PIC 9(014).
           02 FILLER                       PIC X(005).
       01 LINK-CPFCGC                      PIC X(020).
       01 WVALIDA-DOC                      PIC X VALUE 'S'.
          88 DOC-VALIDO                    VALUE 'S'.

       01 WPROX-ENTIDADE           PIC X(010) VALUE SPACES.
       01 WPROX-RESERVADO          PIC 9(007) VALUE ZEROES.

       01 WOTB-TIPO               PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE         PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO            PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM           PIC X(080) VALUE SPACES.

       01 WNORM-TEXTO              PIC X(060) VALUE SPACES.
       01 WNORM-SAIDA              PIC X(060) VALUE SPACES.
       77 WNORM-I                  PIC 9(003) VALUE ZEROES.
       77 WNORM-J                  PIC 9(003) VALUE ZEROES.

       77 WCONT-OK                PIC 9(007) VALUE ZEROES.
       77 WCONT-REJ               PIC 9(007) VALUE ZEROES.
       77 WCONT-ADM               PIC 9(007) VALUE ZEROES.
       77 WCONT-DESL              PIC 9(007) VALUE ZEROES.
       01 WMOTIVO-REJ             PIC X(030) VALUE SPACES.

      *----LINHA DO .REJ: CPF(11) / EVENTO / MOTIVO(30) / STATUS.
       01 WREJ-LINHA.
          02 WREJ-CPF              PIC X(011).
          02 FILLER                PIC X(001) VALUE SPACE.
          02 WREJ-EVENTO           PIC X(001).
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
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'imprh'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-IMP-RH.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - MOVIMENTO DO RH (VEN
      -"DEDORES)".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "ARQUIVO DO RH....:".
          02 SCR-ARQ-RH LINE 6 COL 25 PIC X(050)
                 USING WID-ARQ-RH AUTO.
          02 LINE 8 COL 5 VALUE
             "OS EVENTOS VAO PARA A APROVACAO DO CADASTRO".
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

      *----MOVIMENTO DO RH (ADMISSOES, DESLIGAMENTOS, LICENCAS E
      *    ENDERECO BASE): CADA EVENTO VIRA UMA PENDENCIA DE ALTERACAO
      *    DE VENDEDOR (PENDENCIAS-VEN.DAT, ORIGEM H), APROVADA NA TELA
      *    DE VENDEDORES COMO AS ALTERACOES DIGITADAS. NADA E GRAVADO
      *    DIRETO NO CADASTRO.
       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           IF MODO-INTERATIVO
              DISPLAY TELA-IMP-RH
              ACCEPT TELA-IMP-RH
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           OPEN INPUT ARQRH.
           IF FS-IMPORT NOT = '00'
              MOVE FS-IMPORT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-RH TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DO RH: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-IMPORT TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'RH-VEND ' TO WENV-TIPO
           PERFORM S-VERIFICA-ENVELOPE
                 THRU R-VERIFICA-ENVELOPE-1-EXIT
           IF NOT ENV-ACEITO
              CLOSE ARQRH
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
              CLOSE ARQRH
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT REGIAO.
           IF FS-REG NOT = '00'
              MOVE 'ERRO ABERT ARQ REGIOES ST ' TO WTXT
              MOVE FS-REG TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQRH VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O PENDENCIAS-VEN.
           IF FS-PEND = '35'
              OPEN OUTPUT PENDENCIAS-VEN
              CLOSE PENDENCIAS-VEN
              OPEN I-O PENDENCIAS-VEN
           END-IF
           IF FS-PEND NOT = '00'
              MOVE 'ERRO ABERT ARQ PENDENCIAS VEN ST ' TO WTXT
              MOVE FS-PEND TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQRH VENDEDORES REGIAO
              GO TO ABERTURA-EXIT
           END-IF
           MOVE SPACES TO WID-ARQ-REJ
           STRING FUNCTION TRIM(WID-ARQ-RH) '.REJ'
               DELIMITED BY SIZE INTO WID-ARQ-REJ
           OPEN OUTPUT ARQREJ
           INITIALIZE WCONT-OK WCONT-REJ WCONT-ADM WCONT-DESL
           PERFORM UNTIL FS-IMPORT NOT = '00'
              READ ARQRH
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ARQIMPORT-REC(1:3) NOT = 'HDR' AND
                       ARQIMPORT-REC(1:3) NOT = 'TRL'
                       PERFORM R-PROCESSA-LINHA-RH
                             THRU R-PROCESSA-LINHA-RH-FIM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQRH VENDEDORES REGIAO PENDENCIAS-VEN ARQREJ
           IF WCONT-REJ > ZEROES
              PERFORM S-GRAVA-REJ-PEND THRU R-GRAVA-REJ-PEND-1-EXIT
           END-IF
           IF ENV-PRESENTE
              PERFORM S-ENV-CONFIRMA-SEQ
                    THRU R-ENV-CONFIRMA-SEQ-1-EXIT
           END-IF
           IF WCONT-OK > ZEROES
              MOVE 'PENDENCIA-VEN' TO WOTB-TIPO
              MOVE 'M' TO WOTB-SEVERIDADE
              MOVE 'SUPERVISOR' TO WOTB-DESTINO
              MOVE SPACES TO WOTB-MENSAGEM
              STRING 'MOVIMENTO DO RH: ' WCONT-OK
                     ' ALTERACOES DE VENDEDOR AGUARDAM APROVACAO'
                     DELIMITED BY SIZE INTO WOTB-MENSAGEM
              PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           END-IF
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'PENDENCIAS ' WCONT-OK ' REJEITADAS ' WCONT-REJ
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----UMA LINHA DO RH: VALIDA, LOCALIZA O VENDEDOR PELO CPF E
      *    MONTA A PENDENCIA COM O CADASTRO ATUAL MAIS O EVENTO.
       R-PROCESSA-LINHA-RH.
           MOVE SPACES TO WMOTIVO-REJ WREJ-STATUS
           IF NOT RH-EVENTO-VALIDO
              MOVE 'EVENTO DO RH INVALIDO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-LINHA-RH-REJ
           END-IF
           IF RH-CPF IS NOT NUMERIC
              MOVE 'CPF NAO NUMERICO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-LINHA-RH-REJ
           END-IF
           MOVE RH-CPF TO WRH-CPF
           MOVE 'F' TO WCGCCPF-1
           MOVE WRH-CPF TO WCGCCPF-2
           PERFORM R-CHAMA-VALIDADOR
           IF NOT DOC-VALIDO
              MOVE 'CPF INVALIDO' TO WMOTIVO-REJ
              GO TO R-PROCESSA-LINHA-RH-REJ
           END-IF
           IF RH-DATA IS NOT NUMERIC
              MOVE 'DATA DO EVENTO INVALIDA' TO WMOTIVO-REJ
              GO TO R-PROCESSA-LINHA-RH-REJ
           END-IF
           MOVE RH-DATA TO WDATA-CHECA
           PERFORM R-VALIDA-DATA
           IF WDATA-VALIDA = 'N'
              MOVE 'DATA DO EVENTO INVALIDA' TO WMOTIVO-REJ
              GO TO R-PROCESSA-LINHA-RH-REJ
           END-IF
           MOVE WDATA-CHECA TO WRH-DATA
           PERFORM R-LOCALIZA-VEN-CPF THRU R-LOCALIZA-VEN-CPF-FIM
           EVALUATE TRUE
              WHEN RH-ADMISSAO
                 PERFORM R-EVENTO-ADMISSAO THRU R-EVENTO-ADMISSAO-FIM
              WHEN RH-DESLIGAMENTO
                 PERFORM R-EVENTO-DESLIGAMENTO
                         THRU R-EVENTO-DESLIGAMENTO-FIM
              WHEN RH-INICIO-LICENCA
                 PERFORM R-EVENTO-LICENCA THRU R-EVENTO-LICENCA-FIM
              WHEN RH-RETORNO-LICENCA
                 PERFORM R-EVENTO-RETORNO THRU R-EVENTO-RETORNO-FIM
              WHEN RH-ENDERECO
                 PERFORM R-EVENTO-ENDERECO THRU R-EVENTO-ENDERECO-FIM
           END-EVALUATE
           IF WMOTIVO-REJ NOT = SPACES
              GO TO R-PROCESSA-LINHA-RH-REJ
           END-IF
           PERFORM R-GRAVA-PENDENCIA THRU R-GRAVA-PENDENCIA-FIM
           IF WMOTIVO-REJ = SPACES
              ADD 1 TO WCONT-OK
              IF RH-ADMISSAO
                 ADD 1 TO WCONT-ADM
              END-IF
              IF RH-DESLIGAMENTO
                 ADD 1 TO WCONT-DESL
              END-IF
              GO TO R-PROCESSA-LINHA-RH-FIM
           END-IF.
       R-PROCESSA-LINHA-RH-REJ.
           MOVE RH-CPF TO WREJ-CPF
           MOVE RH-EVENTO TO WREJ-EVENTO
           MOVE WMOTIVO-REJ TO WREJ-MOTIVO
           MOVE SPACES TO ARQREJ-DATA-01
           MOVE WREJ-LINHA TO ARQREJ-DATA-01
           WRITE ARQREJ-REC
           ADD 1 TO WCONT-REJ.
       R-PROCESSA-LINHA-RH-FIM.
           EXIT.

       R-VALIDA-DATA.
           MOVE 'S' TO WDATA-VALIDA
           IF WDATA-CHECA < 16010101
              MOVE 'N' TO WDATA-VALIDA
           ELSE
              IF FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WDATA-CHECA))
                 NOT = WDATA-CHECA
                 MOVE 'N' TO WDATA-VALIDA
              END-IF
           END-IF.

       R-CHAMA-VALIDADOR.
           MOVE 'S' TO WVALIDA-DOC
           MOVE WCGCCPF TO LINK-CPFCGC
           CALL   'CNPJCPF' USING LINK-CPFCGC
           CANCEL 'CNPJCPF'
           IF LINK-CPFCGC(20:1) = 'I'
              MOVE 'N' TO WVALIDA-DOC
           END-IF.

       R-LOCALIZA-VEN-CPF.
           MOVE 'N' TO WRH-VEN-ACHADO
           MOVE SPACES TO WRH-REG-VEN
           MOVE WRH-CPF TO CPF-VEN
           START VENDEDORES KEY IS EQUAL TO CPF-VEN
           IF FS-VEN NOT = '00'
              GO TO R-LOCALIZA-VEN-CPF-FIM
           END-IF
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND CPF-VEN = WRH-CPF
                 IF NOT RH-VEN-ACHADO OR NOT VEN-INATIVO
                    MOVE REGISTRO-VENDEDORES TO WRH-REG-VEN
                    MOVE 'S' TO WRH-VEN-ACHADO
                 END-IF
                 IF NOT VEN-INATIVO
                    MOVE '10' TO FS-VEN
                 END-IF
              ELSE
                 MOVE '10' TO FS-VEN
              END-IF
           END-PERFORM
           IF RH-VEN-ACHADO
              MOVE WRH-REG-VEN TO REGISTRO-VENDEDORES
           END-IF.
       R-LOCALIZA-VEN-CPF-FIM.
           EXIT.

      *----ADMISSAO: CPF INATIVO NO CADASTRO E READMISSAO NO MESMO
      *    CODIGO; CPF NOVO RESERVA O PROXIMO CODIGO LIVRE E ENTRA NA
      *    FILA SEM CADASTRO (A APROVACAO INCLUI O VENDEDOR).
       R-EVENTO-ADMISSAO.
           IF RH-VEN-ACHADO AND NOT VEN-INATIVO
              MOVE 'VENDEDOR JA ESTA ATIVO' TO WMOTIVO-REJ
              GO TO R-EVENTO-ADMISSAO-FIM
           END-IF
           IF NOT RH-VEN-ACHADO
              PERFORM R-CHECA-ADMISSAO-PEND
                      THRU R-CHECA-ADMISSAO-PEND-FIM
              IF WMOTIVO-REJ NOT = SPACES
                 GO TO R-EVENTO-ADMISSAO-FIM
              END-IF
              IF RH-NOME = SPACES
                 MOVE 'NOME NAO INFORMADO' TO WMOTIVO-REJ
                 GO TO R-EVENTO-ADMISSAO-FIM
              END-IF
              IF RH-REGIAO IS NOT NUMERIC OR RH-REGIAO = '000'
                 MOVE 'REGIAO NAO INFORMADA' TO WMOTIVO-REJ
                 GO TO R-EVENTO-ADMISSAO-FIM
              END-IF
           END-IF
           IF RH-TIPO-VEN NOT = SPACE AND RH-TIPO-VEN NOT = 'C' AND
              RH-TIPO-VEN NOT = 'K' AND RH-TIPO-VEN NOT = 'T'
              MOVE 'PAPEL DO VENDEDOR INVALIDO' TO WMOTIVO-REJ
              GO TO R-EVENTO-ADMISSAO-FIM
           END-IF
           PERFORM R-CHECA-POSICAO THRU R-CHECA-POSICAO-FIM
           IF WMOTIVO-REJ NOT = SPACES
              GO TO R-EVENTO-ADMISSAO-FIM
           END-IF
           IF NOT RH-VEN-ACHADO AND RH-POSICAO = SPACES
              MOVE 'ENDERECO BASE NAO INFORMADO' TO WMOTIVO-REJ
              GO TO R-EVENTO-ADMISSAO-FIM
           END-IF
           PERFORM R-CHECA-REGIAO THRU R-CHECA-REGIAO-FIM
           IF WMOTIVO-REJ NOT = SPACES
              GO TO R-EVENTO-ADMISSAO-FIM
           END-IF
           IF RH-VEN-ACHADO
              PERFORM R-PEND-DO-CADASTRO
           ELSE
              PERFORM R-RESERVA-CODIGO-VEN THRU R-RESERVA-CODIGO-VEN-FIM
              IF WRH-COD-NOVO = ZEROES
                 MOVE 'SEM CODIGO LIVRE P/ VENDEDOR' TO WMOTIVO-REJ
                 GO TO R-EVENTO-ADMISSAO-FIM
              END-IF
              INITIALIZE REGISTRO-PENDENCIA-VEN
              MOVE WRH-COD-NOVO TO CODIGO-VEN-PEND
              MOVE WRH-CPF TO CPF-VEN-PEND
              MOVE 'C' TO TIPO-VEN-PEND
           END-IF
           IF RH-NOME NOT = SPACES
              MOVE RH-NOME TO WNORM-TEXTO
              PERFORM S-NORMALIZA-TEXTO THRU S-NORMALIZA-TEXTO-EXIT
              MOVE WNORM-TEXTO(1:40) TO NOME-VEN-PEND
           END-IF
           IF RH-POSICAO NOT = SPACES
              MOVE RH-LATITUDE TO LATITUDE-VEN-PEND
              MOVE RH-LONGITUDE TO LONGITUDE-VEN-PEND
           END-IF
           IF WRH-REGIAO NOT = ZEROES
              MOVE WRH-REGIAO TO COD-REGIAO-PEND
              MOVE WRH-SUPERVISOR TO COD-SUPERVISOR-PEND
           END-IF
           IF RH-TIPO-VEN NOT = SPACE
              MOVE RH-TIPO-VEN TO TIPO-VEN-PEND
           END-IF
           MOVE 'A' TO STATUS-VEN-PEND
           MOVE ZEROES TO DATA-FIM-AFASTAMENTO-PEND
                          DATA-INICIO-AFAST-PEND
                          DATA-DESLIGAMENTO-PEND
           MOVE WRH-DATA TO DATA-ADMISSAO-PEND.
       R-EVENTO-ADMISSAO-FIM.
           EXIT.

       R-EVENTO-DESLIGAMENTO.
           IF NOT RH-VEN-ACHADO
              MOVE 'CPF NAO CADASTRADO' TO WMOTIVO-REJ
              GO TO R-EVENTO-DESLIGAMENTO-FIM
           END-IF
           IF VEN-INATIVO
              MOVE 'VENDEDOR JA DESLIGADO' TO WMOTIVO-REJ
              GO TO R-EVENTO-DESLIGAMENTO-FIM
           END-IF
           IF DATA-ADMISSAO-VEN NOT = ZEROES AND
              WRH-DATA < DATA-ADMISSAO-VEN
              MOVE 'DESLIGAMENTO ANTES DA ADMISSAO' TO WMOTIVO-REJ
              GO TO R-EVENTO-DESLIGAMENTO-FIM
           END-IF
           PERFORM R-PEND-DO-CADASTRO
           MOVE 'I' TO STATUS-VEN-PEND
           MOVE ZEROES TO DATA-FIM-AFASTAMENTO-PEND
           MOVE WRH-DATA TO DATA-DESLIGAMENTO-PEND.
       R-EVENTO-DESLIGAMENTO-FIM.
           EXIT.

       R-EVENTO-LICENCA.
           IF NOT RH-VEN-ACHADO
              MOVE 'CPF NAO CADASTRADO' TO WMOTIVO-REJ
              GO TO R-EVENTO-LICENCA-FIM
           END-IF
           IF NOT VEN-ATIVO
              MOVE 'VENDEDOR NAO ESTA ATIVO' TO WMOTIVO-REJ
              GO TO R-EVENTO-LICENCA-FIM
           END-IF
           MOVE ZEROES TO WRH-DATA-FIM
           IF RH-DATA-FIM NOT = SPACES AND RH-DATA-FIM NOT = '00000000'
              IF RH-DATA-FIM IS NOT NUMERIC
                 MOVE 'RETORNO DA LICENCA INVALIDO' TO WMOTIVO-REJ
                 GO TO R-EVENTO-LICENCA-FIM
              END-IF
              MOVE RH-DATA-FIM TO WDATA-CHECA
              PERFORM R-VALIDA-DATA
              IF WDATA-VALIDA = 'N' OR WDATA-CHECA < WRH-DATA
                 MOVE 'RETORNO DA LICENCA INVALIDO' TO WMOTIVO-REJ
                 GO TO R-EVENTO-LICENCA-FIM
              END-IF
              MOVE WDATA-CHECA TO WRH-DATA-FIM
           END-IF
           PERFORM R-PEND-DO-CADASTRO
           MOVE 'L' TO STATUS-VEN-PEND
           MOVE WRH-DATA TO DATA-INICIO-AFAST-PEND
           MOVE WRH-DATA-FIM TO DATA-FIM-AFASTAMENTO-PEND.
       R-EVENTO-LICENCA-FIM.
           EXIT.

       R-EVENTO-RETORNO.
           IF NOT RH-VEN-ACHADO
              MOVE 'CPF NAO CADASTRADO' TO WMOTIVO-REJ
              GO TO R-EVENTO-RETORNO-FIM
           END-IF
           IF NOT VEN-AFASTADO
              MOVE 'VENDEDOR NAO ESTA EM LICENCA' TO WMOTIVO-REJ
              GO TO R-EVENTO-RETORNO-FIM
           END-IF
           PERFORM R-PEND-DO-CADASTRO
           MOVE 'A' TO STATUS-VEN-PEND
           MOVE ZEROES TO DATA-FIM-AFASTAMENTO-PEND.
       R-EVENTO-RETORNO-FIM.
           EXIT.

      *----ENDERECO BASE: NOVA POSICAO E, QUANDO INFORMADA, A NOVA
      *    REGIAO (COM O SUPERVISOR DELA). A CARTEIRA E REAVALIADA NA
      *    PROXIMA RODADA DE ExeDistrCli DEPOIS DA APROVACAO.
       R-EVENTO-ENDERECO.
           IF NOT RH-VEN-ACHADO
              MOVE 'CPF NAO CADASTRADO' TO WMOTIVO-REJ
              GO TO R-EVENTO-ENDERECO-FIM
           END-IF
           IF VEN-INATIVO
              MOVE 'VENDEDOR DESLIGADO' TO WMOTIVO-REJ
              GO TO R-EVENTO-ENDERECO-FIM
           END-IF
           IF RH-POSICAO = SPACES
              MOVE 'ENDERECO BASE NAO INFORMADO' TO WMOTIVO-REJ
              GO TO R-EVENTO-ENDERECO-FIM
           END-IF
           PERFORM R-CHECA-POSICAO THRU R-CHECA-POSICAO-FIM
           IF WMOTIVO-REJ NOT = SPACES
              GO TO R-EVENTO-ENDERECO-FIM
           END-IF
           PERFORM R-CHECA-REGIAO THRU R-CHECA-REGIAO-FIM
           IF WMOTIVO-REJ NOT = SPACES
              GO TO R-EVENTO-ENDERECO-FIM
           END-IF
           PERFORM R-PEND-DO-CADASTRO
           MOVE RH-LATITUDE TO LATITUDE-VEN-PEND
           MOVE RH-LONGITUDE TO LONGITUDE-VEN-PEND
           IF WRH-REGIAO NOT = ZEROES
              MOVE WRH-REGIAO TO COD-REGIAO-PEND
              MOVE WRH-SUPERVISOR TO COD-SUPERVISOR-PEND
           END-IF.
       R-EVENTO-ENDERECO-FIM.
           EXIT.

       R-CHECA-POSICAO.
           IF RH-POSICAO = SPACES
              GO TO R-CHECA-POSICAO-FIM
           END-IF
           IF RH-LATITUDE IS NOT NUMERIC OR
              RH-LONGITUDE IS NOT NUMERIC
              MOVE 'POSICAO DO ENDERECO INVALIDA' TO WMOTIVO-REJ
              GO TO R-CHECA-POSICAO-FIM
           END-IF
           IF RH-LATITUDE < -90 OR RH-LATITUDE > 90 OR
              RH-LONGITUDE < -180 OR RH-LONGITUDE > 180
              MOVE 'POSICAO DO ENDERECO INVALIDA' TO WMOTIVO-REJ
           END-IF.
       R-CHECA-POSICAO-FIM.
           EXIT.

      *----REGIAO DA LINHA (BRANCO OU ZERO = MANTEM A DO CADASTRO).
       R-CHECA-REGIAO.
           MOVE ZEROES TO WRH-REGIAO WRH-SUPERVISOR
           IF RH-REGIAO = SPACES OR RH-REGIAO = '000'
              GO TO R-CHECA-REGIAO-FIM
           END-IF
           IF RH-REGIAO IS NOT NUMERIC
              MOVE 'REGIAO INVALIDA' TO WMOTIVO-REJ
              GO TO R-CHECA-REGIAO-FIM
           END-IF
           MOVE RH-REGIAO TO CODIGO-REG
           READ REGIAO
           IF FS-REG NOT = '00'
              MOVE 'REGIAO NAO CADASTRADA' TO WMOTIVO-REJ
              GO TO R-CHECA-REGIAO-FIM
           END-IF
           MOVE CODIGO-REG TO WRH-REGIAO
           MOVE COD-SUPERVISOR-REG TO WRH-SUPERVISOR.
       R-CHECA-REGIAO-FIM.
           EXIT.

      *----CPF SEM CADASTRO JA NA FILA COMO ADMISSAO (ARQUIVO ANTERIOR
      *    AINDA NAO APROVADO): NAO RESERVA OUTRO CODIGO.
       R-CHECA-ADMISSAO-PEND.
           MOVE ZEROES TO CODIGO-VEN-PEND
           START PENDENCIAS-VEN KEY IS NOT LESS THAN CODIGO-VEN-PEND
           IF FS-PEND NOT = '00'
              GO TO R-CHECA-ADMISSAO-PEND-FIM
           END-IF
           PERFORM UNTIL FS-PEND NOT = '00'
              READ PENDENCIAS-VEN NEXT
              IF FS-PEND = '00' AND CPF-VEN-PEND = WRH-CPF AND
                 PEND-ORIGEM-RH AND PEND-ADMISSAO-RH
                 MOVE 'ADMISSAO JA PENDENTE' TO WMOTIVO-REJ
                 MOVE '10' TO FS-PEND
              END-IF
           END-PERFORM.
       R-CHECA-ADMISSAO-PEND-FIM.
           EXIT.

       R-PEND-DO-CADASTRO.
           INITIALIZE REGISTRO-PENDENCIA-VEN
           MOVE CODIGO-VEN              TO CODIGO-VEN-PEND
           MOVE CPF-VEN                 TO CPF-VEN-PEND
           MOVE NOME-VEN                TO NOME-VEN-PEND
           MOVE LATITUDE-VEN            TO LATITUDE-VEN-PEND
           MOVE LONGITUDE-VEN           TO LONGITUDE-VEN-PEND
           MOVE STATUS-VEN              TO STATUS-VEN-PEND
           MOVE COD-REGIAO              TO COD-REGIAO-PEND
           MOVE COD-SUPERVISOR          TO COD-SUPERVISOR-PEND
           MOVE DATA-FIM-AFASTAMENTO    TO DATA-FIM-AFASTAMENTO-PEND
           MOVE META-CLIENTES-VEN       TO META-CLIENTES-PEND
           MOVE LINHAS-HABILITADAS-VEN  TO LINHAS-HABILITADAS-PEND
           MOVE MAX-VISITAS-DIA-VEN     TO MAX-VISITAS-DIA-PEND
           MOVE TIPO-VEN                TO TIPO-VEN-PEND
           MOVE DATA-ADMISSAO-VEN       TO DATA-ADMISSAO-PEND
           MOVE DATA-DESLIGAMENTO-VEN   TO DATA-DESLIGAMENTO-PEND.

      *----PROXIMO CODIGO LIVRE DE PROXCODIGO.DAT, PULANDO OS QUE JA
      *    EXISTEM NO CADASTRO OU NA FILA DE PENDENCIAS.
       R-RESERVA-CODIGO-VEN.
           MOVE ZEROES TO WRH-COD-NOVO
           MOVE 'VENDEDORES' TO WPROX-ENTIDADE
           PERFORM S-LE-PROX-CODIGO THRU R-LE-PROX-CODIGO-1-EXIT
           IF WPROX-RESERVADO = ZEROES
              GO TO R-RESERVA-CODIGO-VEN-FIM
           END-IF
           MOVE '00' TO FS-VEN
           PERFORM UNTIL FS-VEN NOT = '00' OR WPROX-RESERVADO > 998
              MOVE WPROX-RESERVADO TO CODIGO-VEN
              START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
              IF FS-VEN = '00'
                 ADD 1 TO WPROX-RESERVADO
              ELSE
                 MOVE WPROX-RESERVADO TO CODIGO-VEN-PEND
                 READ PENDENCIAS-VEN
                 IF FS-PEND = '00'
                    ADD 1 TO WPROX-RESERVADO
                    MOVE '00' TO FS-VEN
                 END-IF
              END-IF
           END-PERFORM
           PERFORM S-GRAVA-PROX-CODIGO THRU R-GRAVA-PROX-CODIGO-1-EXIT
           IF WPROX-RESERVADO < 999
              MOVE WPROX-RESERVADO TO WRH-COD-NOVO
           END-IF.
       R-RESERVA-CODIGO-VEN-FIM.
           EXIT.

       R-GRAVA-PENDENCIA.
           MOVE 'H' TO ORIGEM-PEND
           MOVE RH-EVENTO TO EVENTO-RH-PEND
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-SOLIC-PEND
           MOVE 'INTERFACE RH' TO OPERADOR-SOLIC-PEND
           WRITE REGISTRO-PENDENCIA-VEN
           IF FS-PEND = '22'
              MOVE 'ALTERACAO JA PENDENTE' TO WMOTIVO-REJ
              GO TO R-GRAVA-PENDENCIA-FIM
           END-IF
           IF FS-PEND NOT = '00'
              MOVE 'ERRO GRAVACAO PENDENCIA' TO WMOTIVO-REJ
              MOVE FS-PEND TO WREJ-STATUS
           END-IF.
       R-GRAVA-PENDENCIA-FIM.
           EXIT.

      *----VERIFICACAO DO ENVELOPE, IGUAL A DAS DEMAIS IMPORTACOES.
       S-VERIFICA-ENVELOPE SECTION.
       R-VERIFICA-ENVELOPE-1.
           MOVE 'N' TO WENV-PRESENTE
           MOVE 'S' TO WENV-ACEITO
           MOVE 'N' TO WTRL-VISTO
           MOVE ZEROES TO WVER-QTD WVER-HASH
           READ ARQRH NEXT
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
              READ ARQRH NEXT
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
           CLOSE ARQRH
           OPEN INPUT ARQRH.
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
                     ',OK,ARQUIVO=' FUNCTION TRIM(WID-ARQ-RH)
                     ',PENDENCIAS=' WCONT-OK
                     ',REJEITADAS=' WCONT-REJ
                     ',ADMISSOES=' WCONT-ADM
                     ',DESLIGAMENTOS=' WCONT-DESL
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY PROX-COD.CPY.

       COPY NORMALIZA.CPY.

       COPY OUTBOX.CPY.

       COPY ENVELOPE.CPY.

       COPY FS-TRADUZ.CPY.
