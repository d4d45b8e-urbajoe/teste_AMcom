       IDENTIFICATION DIVISION.
       PROGRAM-ID.  concilcli.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT ARQCADFAT ASSIGN TO DISK WID-ARQ-CADFAT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFT.

       SELECT CNPJXREF ASSIGN TO DISK WID-ARQ-CNPJXREF
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-XRF.

       SELECT CONCREV ASSIGN TO DISK WID-ARQ-CONCREV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CRV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CRV.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       SELECT ORDENA  ASSIGN TO DISK 'CONCILCLI.SRT'.

       DATA DIVISION.
       FILE SECTION.
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

      *----EXTRATO COMPLETO DO CADASTRO DE CLIENTES DO FATURAMENTO:
      *    LINHA POSICIONAL COM O CNPJ (14), A RAZAO SOCIAL (40), O
      *    ENDERECO (60) E A SITUACAO NO FATURAMENTO (1) - A=ATIVO,
      *    B=BLOQUEADO, I=INATIVO.
       FD  ARQCADFAT.
       01  ARQCADFAT-REC.
           05  CFT-LINHA.
               10 CFT-CNPJ          PIC X(014).
               10 CFT-RAZAO         PIC X(040).
               10 CFT-ENDERECO      PIC X(060).
               10 CFT-SITUACAO      PIC X(001).
                  88 CFT-ATIVO            VALUE 'A'.
                  88 CFT-BLOQUEADO        VALUE 'B'.
                  88 CFT-INATIVO          VALUE 'I'.
           05  FILLER               PIC X(085).

       FD  CNPJXREF.
       01  CNPJXREF-REC.
           05  CNPJXREF-DATA-01    PIC X(00080).

      *----FILA DE REVISAO DA CONCILIACAO: UMA DIVERGENCIA POR CNPJ E
      *    TIPO, COM O VALOR DO CADASTRO E O DO FATURAMENTO. O
      *    OPERADOR FECHA (COM UMA NOTA) OU ACEITA O VALOR DO
      *    FATURAMENTO; DIVERGENCIA QUE SOME DO EXTRATO SEGUINTE E
      *    FECHADA SOZINHA. FECHADAS FICAM NO ARQUIVO COMO HISTORICO
      *    E SO REABREM SE OS VALORES MUDAREM.
       FD CONCREV.
       01  REGISTRO-CONCREV.
           02 CHAVE-CRV.
              03 CNPJ-CRV              PIC 9(014).
              03 TIPO-CRV              PIC X(002).
                 88 CRV-SEM-FATURAMENTO      VALUE 'SF'.
                 88 CRV-SEM-CADASTRO         VALUE 'SC'.
                 88 CRV-NOME                 VALUE 'NM'.
                 88 CRV-ENDERECO             VALUE 'EN'.
                 88 CRV-SITUACAO             VALUE 'ST'.
                 88 CRV-CNPJ-ANTIGO          VALUE 'CX'.
           02 CODIGO-CRV               PIC 9(007).
           02 CNPJ-FAT-CRV             PIC 9(014).
           02 VALOR-CAD-CRV            PIC X(060).
           02 VALOR-FAT-CRV            PIC X(060).
           02 DATA-DETECCAO-CRV        PIC 9(008).
           02 DATA-ULT-CONF-CRV        PIC 9(008).
           02 SITUACAO-CRV             PIC X(001).
              88 CRV-ABERTA                VALUE 'A'.
              88 CRV-FECHADA               VALUE 'F'.
           02 DATA-FECHA-CRV           PIC 9(008).
           02 OPERADOR-CRV             PIC X(020).
           02 NOTA-CRV                 PIC X(040).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

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

      *----EXTRATO JA COM O CNPJ TRADUZIDO PELO CNPJ-XREF (ORD-CNPJ)
      *    E O CNPJ COMO VEIO DO FATURAMENTO (ORD-CNPJ-ORIG).
       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-CNPJ             PIC 9(014).
           02 ORD-CNPJ-ORIG        PIC 9(014).
           02 ORD-RAZAO            PIC X(040).
           02 ORD-ENDERECO         PIC X(060).
           02 ORD-SITUACAO         PIC X(001).

       WORKING-STORAGE SECTION.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-CFT.
           02 FS-CFT-1                PIC 9.
           02 FS-CFT-2                PIC 9.
           02 FS-CFT-R REDEFINES FS-CFT-2 PIC 99 COMP-X.
       01 FS-XRF.
           02 FS-XRF-1                PIC 9.
           02 FS-XRF-2                PIC 9.
           02 FS-XRF-R REDEFINES FS-XRF-2 PIC 99 COMP-X.
       01 FS-CRV.
           02 FS-CRV-1                PIC 9.
           02 FS-CRV-2                PIC 9.
           02 FS-CRV-R REDEFINES FS-CRV-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.

       01 WID-ARQ-CADFAT          PIC X(50) VALUE 'FAT-CLIENTES.TXT'.
       01 WID-ARQ-CNPJXREF        PIC X(50) VALUE 'CNPJ-XREF.DAT'.
       01 WID-ARQ-CONCREV         PIC X(50) VALUE 'CONC-REVISAO.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM            PIC X(080) VALUE SPACES.

      *----TROCAS DE CNPJ JA FEITAS AQUI (ANTIGO -> NOVO). O
      *    FATURAMENTO PODE AINDA ESTAR COM O CNPJ ANTIGO.
       01 WTAB-XREF.
          02 WTAB-XREF-LIN OCCURS 2000 TIMES.
             03 WXRF-ANTIGO       PIC 9(014).
             03 WXRF-NOVO         PIC 9(014).
       77 WQTD-XRF                PIC 9(005) VALUE ZEROES.
       77 WIDX-XRF                PIC 9(005) VALUE ZEROES.
       77 WVOLTAS-XRF             PIC 9(002) VALUE ZEROES.
       01 WCNPJ-TRADUZ            PIC 9(014) VALUE ZEROES.
       01 WXRF-ACHOU              PIC X VALUE 'N'.
          88 XRF-ACHOU                  VALUE 'S'.

      *----CONFRONTO: OS DOIS LADOS SAO LIDOS EM ORDEM DE CNPJ; O FIM
      *    DE CADA LADO VIRA UM CNPJ MAIOR QUE QUALQUER OUTRO.
       01 WCAD-CNPJ               PIC 9(014) VALUE ZEROES.
       01 WFAT-CNPJ               PIC 9(014) VALUE ZEROES.
       01 WULT-CASADO             PIC 9(014) VALUE ZEROES.
       01 WCNPJ-FIM               PIC 9(014) VALUE 99999999999999.
       01 WEND-CAD-NORM           PIC X(060) VALUE SPACES.

       01 WCRV-TIPO               PIC X(002) VALUE SPACES.
       01 WCRV-CNPJ               PIC 9(014) VALUE ZEROES.
       01 WCRV-CNPJ-FAT           PIC 9(014) VALUE ZEROES.
       01 WCRV-CODIGO             PIC 9(007) VALUE ZEROES.
       01 WCRV-VALOR-CAD          PIC X(060) VALUE SPACES.
       01 WCRV-VALOR-FAT          PIC X(060) VALUE SPACES.
       01 WDESC-TIPO-CRV          PIC X(030) VALUE SPACES.

       77 WCONT-LIDOS             PIC 9(007) VALUE ZEROES.
       77 WCONT-IGNORADOS         PIC 9(007) VALUE ZEROES.
       77 WCONT-CASADOS           PIC 9(007) VALUE ZEROES.
       77 WCONT-NOVAS             PIC 9(007) VALUE ZEROES.
       77 WCONT-MANTIDAS          PIC 9(007) VALUE ZEROES.
       77 WCONT-RESOLVIDAS        PIC 9(007) VALUE ZEROES.
       77 WCONT-FECHADAS          PIC 9(005) VALUE ZEROES.
       77 WCONT-ACEITAS           PIC 9(005) VALUE ZEROES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WDECISAO-CRV            PIC X VALUE SPACE.
       01 WNOTA-CRV               PIC X(040) VALUE SPACES.
      *----COPIAS DE EXIBICAO DA REVISAO (MASCARADAS FORA DO NIVEL
      *    INTEGRAL QUANDO O CNPJ E DE MICROEMPREENDEDOR).
       01 WEXIB-CNPJ-CRV          PIC X(014) VALUE SPACES.
       01 WEXIB-CNPJ-FAT-CRV      PIC X(014) VALUE SPACES.
       01 WEXIB-VALOR-CAD-CRV     PIC X(060) VALUE SPACES.
       01 WEXIB-VALOR-FAT-CRV     PIC X(060) VALUE SPACES.

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY).
       01 WMSK-TIPO               PIC X(001) VALUE SPACE.
       01 WMSK-TXT                PIC X(080) VALUE SPACES.
       01 WMSK-AUX                PIC X(080) VALUE SPACES.
       01 WMSK-CAR                PIC X(001) VALUE SPACE.
       77 WMSK-IDX                PIC 9(003) VALUE ZEROES.
       77 WMSK-INI                PIC 9(003) VALUE ZEROES.
       77 WMSK-FIM                PIC 9(003) VALUE ZEROES.
       77 WMSK-QTD                PIC 9(003) VALUE ZEROES.
       77 WMSK-ORD                PIC 9(003) VALUE ZEROES.
       77 WMSK-BARRAS             PIC 9(003) VALUE ZEROES.
       01 WMSK-FIM-SEQ            PIC X(001) VALUE 'N'.
       01 WMSK-CNPJ               PIC 9(014) VALUE ZEROES.
       01 WMSK-RAZAO              PIC X(040) VALUE SPACES.
       01 WMSK-RAIZ               PIC X(010) VALUE SPACES.
       01 WMSK-PF                 PIC X(001) VALUE 'N'.

       01 WNORM-TEXTO              PIC X(060) VALUE SPACES.
       01 WNORM-SAIDA              PIC X(060) VALUE SPACES.
       77 WNORM-I                  PIC 9(003) VALUE ZEROES.
       77 WNORM-J                  PIC 9(003) VALUE ZEROES.

       01 WAUD-DATA-HORA           PIC X(014).
       01 WAUD-USUARIO             PIC X(020).

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'concilcli'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-CONC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CONCILIACAO DO CADAS
      -"TRO COM O FATURAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] CONFRONTAR O EXTRATO".
          02 LINE 8 COL 10 VALUE "[2] REVISAR DIVERGENCIAS ABERTAS".
          02 LINE 9 COL 10 VALUE "[3] SAIR".
          02 LINE 11 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 11 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-REVISA-CONC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - REVISAO DA CONCILIAC
      -"AO COM O FATURAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 2 VALUE "DIVERGENCIA...:".
          02 LINE 5 COL 18 PIC X(030) FROM WDESC-TIPO-CRV.
          02 LINE 5 COL 50 VALUE "DESDE:".
          02 LINE 5 COL 57 PIC 9(008) FROM DATA-DETECCAO-CRV.
          02 LINE 6 COL 2 VALUE "CODIGO........:".
          02 LINE 6 COL 18 PIC 9(007) FROM CODIGO-CRV.
          02 LINE 7 COL 2 VALUE "CNPJ CADASTRO.:".
          02 LINE 7 COL 18 PIC X(014) FROM WEXIB-CNPJ-CRV.
          02 LINE 7 COL 36 VALUE "CNPJ FATURAMENTO:".
          02 LINE 7 COL 54 PIC X(014) FROM WEXIB-CNPJ-FAT-CRV.
          02 LINE 9 COL 2 VALUE "NO CADASTRO...:".
          02 LINE 9 COL 18 PIC X(060) FROM WEXIB-VALOR-CAD-CRV.
          02 LINE 10 COL 2 VALUE "NO FATURAMENTO:".
          02 LINE 10 COL 18 PIC X(060) FROM WEXIB-VALOR-FAT-CRV.
          02 LINE 12 COL 2 VALUE "NOTA..........:".
          02 SCR-NOTA-CRV LINE 12 COL 18 PIC X(040)
                 USING WNOTA-CRV.
          02 LINE 14 COL 2 VALUE
             "FECHA (F) / ACEITA O FATURAMENTO (A) / PULA (OUTRA):".
          02 SCR-DEC-CRV LINE 14 COL 56 PIC X(001)
                 USING WDECISAO-CRV AUTO.
          02 LINE 15 COL 2 VALUE
             "(ACEITAR SO VALE PARA NOME E ENDERECO; [ESC] ENCERRA)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----CONCILIACAO REGISTRO A REGISTRO DO CADASTRO DE CLIENTES
      *    DO FATURAMENTO CONTRA CLIENTES.DAT: CLIENTE QUE FALTA DE
      *    UM DOS LADOS, RAZAO OU ENDERECO DIFERENTE, SITUACAO QUE NAO
      *    BATE (ATIVO AQUI E BLOQUEADO LA) E CNPJ QUE O FATURAMENTO
      *    AINDA TEM PELO VALOR ANTERIOR A UMA TROCA (CNPJ-XREF.DAT).
      *    CADA DIVERGENCIA VAI PARA A FILA CONC-REVISAO.DAT.
       ABERTURA.
           INITIALIZE WSAIDA
           OPEN I-O CLIENTES.
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
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O CONCREV.
           IF FS-CRV = '35'
              OPEN OUTPUT CONCREV
              IF FS-CRV = '00'
                 CLOSE CONCREV
                 OPEN I-O CONCREV
              END-IF
           END-IF
           IF FS-CRV NOT = '00'
              MOVE 'ERRO NA FILA DA CONCILIACAO ST ' TO WTXT
              MOVE FS-CRV TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE CLIENTES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM UNTIL WOPCAO = 3
              DISPLAY TELA-OPCAO-CONC
              ACCEPT TELA-OPCAO-CONC
              EVALUATE WOPCAO
                 WHEN 1
                    PERFORM S-CONFRONTA-EXTRATO
                          THRU R-CONFRONTA-EXTRATO-1-EXIT
                 WHEN 2
                    PERFORM S-REVISA-DIVERGENCIAS
                          THRU R-REVISA-DIVERGENCIAS-1-EXIT
                 WHEN 3
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           CLOSE CLIENTES CONCREV.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-CONFRONTA-EXTRATO SECTION.
       R-CONFRONTA-EXTRATO-1.
           OPEN INPUT ARQCADFAT.
           IF FS-CFT NOT = '00'
              MOVE 'EXTRATO (FAT-CLIENTES.TXT) NAO ENCONTRADO '
                   TO WTXT
              MOVE FS-CFT TO WST
              PERFORM R-MSG-CONC
              GO TO R-CONFRONTA-EXTRATO-1-EXIT
           END-IF
           PERFORM R-CARREGA-XREF THRU R-CARREGA-XREF-FIM
           INITIALIZE WCONT-LIDOS WCONT-IGNORADOS WCONT-CASADOS
                      WCONT-NOVAS WCONT-MANTIDAS WCONT-RESOLVIDAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           SORT ORDENA
                ON ASCENDING KEY ORD-CNPJ
                INPUT PROCEDURE IS S-LE-EXTRATO
                OUTPUT PROCEDURE IS S-CONFRONTA
           CLOSE ARQCADFAT
           PERFORM S-FECHA-RESOLVIDAS THRU R-FECHA-RESOLVIDAS-1-EXIT
           IF WCONT-NOVAS > ZEROES
              MOVE 'CONCILIACAO-CAD' TO WOTB-TIPO
              MOVE 'M' TO WOTB-SEVERIDADE
              MOVE 'SUPERVISOR' TO WOTB-DESTINO
              MOVE SPACES TO WOTB-MENSAGEM
              STRING 'CONCILIACAO COM O FATURAMENTO: ' WCONT-NOVAS
                     ' DIVERGENCIA(S) NOVA(S) NA FILA DE REVISAO'
                     DELIMITED BY SIZE INTO WOTB-MENSAGEM
              PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           END-IF
           MOVE SPACES TO WTXT
           STRING 'LIDOS ' WCONT-LIDOS ' NOVAS ' WCONT-NOVAS
                  ' RESOLV ' WCONT-RESOLVIDAS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MSG-CONC.
       R-CONFRONTA-EXTRATO-1-EXIT.
           EXIT.

      *----CNPJ-XREF.DAT: ANTIGO,NOVO,CODIGO,DATA-HORA,USUARIO.
       R-CARREGA-XREF.
           MOVE ZEROES TO WQTD-XRF
           OPEN INPUT CNPJXREF.
           IF FS-XRF NOT = '00'
              GO TO R-CARREGA-XREF-FIM
           END-IF
           PERFORM UNTIL FS-XRF NOT = '00'
              READ CNPJXREF
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CNPJXREF-DATA-01(1:14) IS NUMERIC AND
                       CNPJXREF-DATA-01(16:14) IS NUMERIC AND
                       WQTD-XRF < 2000
                       ADD 1 TO WQTD-XRF
                       MOVE CNPJXREF-DATA-01(1:14)
                            TO WXRF-ANTIGO(WQTD-XRF)
                       MOVE CNPJXREF-DATA-01(16:14)
                            TO WXRF-NOVO(WQTD-XRF)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CNPJXREF.
       R-CARREGA-XREF-FIM.
           EXIT.

       S-LE-EXTRATO SECTION.
       R-LE-EXTRATO-1.
           PERFORM UNTIL FS-CFT NOT = '00'
              READ ARQCADFAT
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-LIBERA-LINHA THRU R-LIBERA-LINHA-FIM
              END-READ
           END-PERFORM.
       R-LE-EXTRATO-1-EXIT.
           EXIT.

       R-LIBERA-LINHA.
           IF CFT-CNPJ IS NOT NUMERIC
              ADD 1 TO WCONT-IGNORADOS
              GO TO R-LIBERA-LINHA-FIM
           END-IF
           ADD 1 TO WCONT-LIDOS
           MOVE CFT-CNPJ TO ORD-CNPJ-ORIG WCNPJ-TRADUZ
      *----SEGUE A CADEIA DE TROCAS (UMA EMPRESA PODE TER TROCADO O
      *    CNPJ MAIS DE UMA VEZ), COM LIMITE PARA NAO CICLAR.
           MOVE 'S' TO WXRF-ACHOU
           PERFORM VARYING WVOLTAS-XRF FROM 1 BY 1
                   UNTIL WVOLTAS-XRF > 5 OR NOT XRF-ACHOU
              MOVE 'N' TO WXRF-ACHOU
              PERFORM VARYING WIDX-XRF FROM 1 BY 1
                      UNTIL WIDX-XRF > WQTD-XRF OR XRF-ACHOU
                 IF WXRF-ANTIGO(WIDX-XRF) = WCNPJ-TRADUZ
                    MOVE WXRF-NOVO(WIDX-XRF) TO WCNPJ-TRADUZ
                    MOVE 'S' TO WXRF-ACHOU
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE WCNPJ-TRADUZ TO ORD-CNPJ
           MOVE CFT-RAZAO TO WNORM-TEXTO
           PERFORM S-NORMALIZA-TEXTO THRU S-NORMALIZA-TEXTO-EXIT
           MOVE WNORM-TEXTO(1:40) TO ORD-RAZAO
           MOVE CFT-ENDERECO TO WNORM-TEXTO
           PERFORM S-NORMALIZA-TEXTO THRU S-NORMALIZA-TEXTO-EXIT
           MOVE WNORM-TEXTO TO ORD-ENDERECO
           MOVE CFT-SITUACAO TO ORD-SITUACAO
           RELEASE REG-ORDENA.
       R-LIBERA-LINHA-FIM.
           EXIT.

      *----CASAMENTO DOS DOIS LADOS EM ORDEM DE CNPJ. CNPJ REPETIDO
      *    NO CADASTRO (MAIS DE UM CODIGO) E COMPARADO COM A MESMA
      *    LINHA DO FATURAMENTO; CNPJ REPETIDO NO EXTRATO SO CONTA UMA
      *    VEZ.
       S-CONFRONTA SECTION.
       R-CONFRONTA-1.
           MOVE ZEROES TO WULT-CASADO
           MOVE ZEROES TO CNPJ
           START CLIENTES KEY IS NOT LESS THAN CNPJ
           IF FS-CLI NOT = '00'
              MOVE WCNPJ-FIM TO WCAD-CNPJ
           ELSE
              PERFORM R-LE-CADASTRO
           END-IF
           PERFORM R-LE-FATURAMENTO
           PERFORM UNTIL WCAD-CNPJ = WCNPJ-FIM AND
                         WFAT-CNPJ = WCNPJ-FIM
              EVALUATE TRUE
                 WHEN WCAD-CNPJ < WFAT-CNPJ
                    IF CLI-ATIVO AND WCAD-CNPJ NOT = WULT-CASADO
                       MOVE 'SF' TO WCRV-TIPO
                       MOVE CNPJ TO WCRV-CNPJ
                       MOVE ZEROES TO WCRV-CNPJ-FAT
                       MOVE CODIGO TO WCRV-CODIGO
                       MOVE RAZAO TO WCRV-VALOR-CAD
                       MOVE 'NAO CONSTA NO EXTRATO' TO WCRV-VALOR-FAT
                       PERFORM R-REGISTRA-DIVERGENCIA
                             THRU R-REGISTRA-DIVERGENCIA-FIM
                    END-IF
                    PERFORM R-LE-CADASTRO
                 WHEN WCAD-CNPJ > WFAT-CNPJ
                    IF WFAT-CNPJ NOT = WULT-CASADO
                       MOVE 'SC' TO WCRV-TIPO
                       MOVE ORD-CNPJ TO WCRV-CNPJ
                       MOVE ORD-CNPJ-ORIG TO WCRV-CNPJ-FAT
                       MOVE ZEROES TO WCRV-CODIGO
                       MOVE 'NAO CONSTA EM CLIENTES.DAT'
                            TO WCRV-VALOR-CAD
                       MOVE ORD-RAZAO TO WCRV-VALOR-FAT
                       PERFORM R-REGISTRA-DIVERGENCIA
                             THRU R-REGISTRA-DIVERGENCIA-FIM
                    END-IF
                    PERFORM R-LE-FATURAMENTO
                 WHEN OTHER
                    PERFORM R-COMPARA-REGISTRO
                          THRU R-COMPARA-REGISTRO-FIM
                    MOVE WCAD-CNPJ TO WULT-CASADO
                    PERFORM R-LE-CADASTRO
              END-EVALUATE
           END-PERFORM.
       R-CONFRONTA-1-EXIT.
           EXIT.

       R-LE-CADASTRO.
           READ CLIENTES NEXT
           IF FS-CLI = '00'
              MOVE CNPJ TO WCAD-CNPJ
           ELSE
              MOVE WCNPJ-FIM TO WCAD-CNPJ
           END-IF.

       R-LE-FATURAMENTO.
           RETURN ORDENA
              AT END
                 MOVE WCNPJ-FIM TO WFAT-CNPJ
              NOT AT END
                 MOVE ORD-CNPJ TO WFAT-CNPJ
           END-RETURN.

       R-COMPARA-REGISTRO.
           ADD 1 TO WCONT-CASADOS
           MOVE CNPJ TO WCRV-CNPJ
           MOVE ORD-CNPJ-ORIG TO WCRV-CNPJ-FAT
           MOVE CODIGO TO WCRV-CODIGO
           IF ORD-CNPJ-ORIG NOT = ORD-CNPJ
              MOVE 'CX' TO WCRV-TIPO
              MOVE SPACES TO WCRV-VALOR-CAD WCRV-VALOR-FAT
              STRING 'CNPJ ATUAL ' CNPJ
                  DELIMITED BY SIZE INTO WCRV-VALOR-CAD
              STRING 'CNPJ ANTERIOR ' ORD-CNPJ-ORIG
                  DELIMITED BY SIZE INTO WCRV-VALOR-FAT
              PERFORM R-REGISTRA-DIVERGENCIA
                    THRU R-REGISTRA-DIVERGENCIA-FIM
           END-IF
           IF ORD-RAZAO NOT = RAZAO
              MOVE 'NM' TO WCRV-TIPO
              MOVE RAZAO TO WCRV-VALOR-CAD
              MOVE ORD-RAZAO TO WCRV-VALOR-FAT
              PERFORM R-REGISTRA-DIVERGENCIA
                    THRU R-REGISTRA-DIVERGENCIA-FIM
           END-IF
           MOVE ENDERECO TO WNORM-TEXTO
           PERFORM S-NORMALIZA-TEXTO THRU S-NORMALIZA-TEXTO-EXIT
           MOVE WNORM-TEXTO TO WEND-CAD-NORM
           IF ORD-ENDERECO NOT = WEND-CAD-NORM
              MOVE 'EN' TO WCRV-TIPO
              MOVE ENDERECO TO WCRV-VALOR-CAD
              MOVE ORD-ENDERECO TO WCRV-VALOR-FAT
              PERFORM R-REGISTRA-DIVERGENCIA
                    THRU R-REGISTRA-DIVERGENCIA-FIM
           END-IF
           IF (CLI-ATIVO AND ORD-SITUACAO NOT = 'A') OR
              (NOT CLI-ATIVO AND ORD-SITUACAO = 'A')
              MOVE 'ST' TO WCRV-TIPO
              IF CLI-ATIVO
                 MOVE 'ATIVO' TO WCRV-VALOR-CAD
              ELSE
                 MOVE 'INATIVO' TO WCRV-VALOR-CAD
              END-IF
              EVALUATE ORD-SITUACAO
                 WHEN 'A'
                    MOVE 'ATIVO' TO WCRV-VALOR-FAT
                 WHEN 'B'
                    MOVE 'BLOQUEADO' TO WCRV-VALOR-FAT
                 WHEN 'I'
                    MOVE 'INATIVO' TO WCRV-VALOR-FAT
                 WHEN OTHER
                    MOVE SPACES TO WCRV-VALOR-FAT
                    STRING 'SITUACAO DESCONHECIDA (' ORD-SITUACAO ')'
                        DELIMITED BY SIZE INTO WCRV-VALOR-FAT
              END-EVALUATE
              PERFORM R-REGISTRA-DIVERGENCIA
                    THRU R-REGISTRA-DIVERGENCIA-FIM
           END-IF.
       R-COMPARA-REGISTRO-FIM.
           EXIT.

      *----ABERTA: ATUALIZA OS VALORES. FECHADA COM OS MESMOS
      *    VALORES: O OPERADOR JA A JULGOU, CONTINUA FECHADA. FECHADA
      *    COM VALORES NOVOS: REABRE.
       R-REGISTRA-DIVERGENCIA.
           MOVE WCRV-CNPJ TO CNPJ-CRV
           MOVE WCRV-TIPO TO TIPO-CRV
           READ CONCREV
           IF FS-CRV NOT = '00'
              MOVE WCRV-CNPJ TO CNPJ-CRV
              MOVE WCRV-TIPO TO TIPO-CRV
              MOVE WCRV-CODIGO TO CODIGO-CRV
              MOVE WCRV-CNPJ-FAT TO CNPJ-FAT-CRV
              MOVE WCRV-VALOR-CAD TO VALOR-CAD-CRV
              MOVE WCRV-VALOR-FAT TO VALOR-FAT-CRV
              MOVE WDATA-HOJE TO DATA-DETECCAO-CRV DATA-ULT-CONF-CRV
              MOVE 'A' TO SITUACAO-CRV
              MOVE ZEROES TO DATA-FECHA-CRV
              MOVE SPACES TO OPERADOR-CRV NOTA-CRV
              WRITE REGISTRO-CONCREV
              IF FS-CRV = '00'
                 ADD 1 TO WCONT-NOVAS
              END-IF
              GO TO R-REGISTRA-DIVERGENCIA-FIM
           END-IF
           MOVE WDATA-HOJE TO DATA-ULT-CONF-CRV
           IF CRV-FECHADA
              IF VALOR-CAD-CRV = WCRV-VALOR-CAD AND
                 VALOR-FAT-CRV = WCRV-VALOR-FAT
                 ADD 1 TO WCONT-MANTIDAS
              ELSE
                 MOVE 'A' TO SITUACAO-CRV
                 MOVE WDATA-HOJE TO DATA-DETECCAO-CRV
                 MOVE ZEROES TO DATA-FECHA-CRV
                 MOVE SPACES TO OPERADOR-CRV NOTA-CRV
                 ADD 1 TO WCONT-NOVAS
              END-IF
           END-IF
           IF CRV-ABERTA
              MOVE WCRV-CODIGO TO CODIGO-CRV
              MOVE WCRV-CNPJ-FAT TO CNPJ-FAT-CRV
              MOVE WCRV-VALOR-CAD TO VALOR-CAD-CRV
              MOVE WCRV-VALOR-FAT TO VALOR-FAT-CRV
           END-IF
           REWRITE REGISTRO-CONCREV.
       R-REGISTRA-DIVERGENCIA-FIM.
           EXIT.

      *----DIVERGENCIA ABERTA QUE NAO APARECEU NESTE CONFRONTO FOI
      *    ACERTADA EM UM DOS LADOS: FECHA SOZINHA.
       S-FECHA-RESOLVIDAS SECTION.
       R-FECHA-RESOLVIDAS-1.
           MOVE LOW-VALUES TO CHAVE-CRV
           START CONCREV KEY IS NOT LESS THAN CHAVE-CRV
           IF FS-CRV NOT = '00'
              GO TO R-FECHA-RESOLVIDAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-CRV NOT = '00'
              READ CONCREV NEXT
              IF FS-CRV = '00' AND CRV-ABERTA AND
                 DATA-ULT-CONF-CRV < WDATA-HOJE
                 MOVE 'F' TO SITUACAO-CRV
                 MOVE WDATA-HOJE TO DATA-FECHA-CRV
                 MOVE 'CONCILIACAO' TO OPERADOR-CRV
                 MOVE 'RESOLVIDA NA ORIGEM' TO NOTA-CRV
                 REWRITE REGISTRO-CONCREV
                 ADD 1 TO WCONT-RESOLVIDAS
              END-IF
           END-PERFORM.
       R-FECHA-RESOLVIDAS-1-EXIT.
           EXIT.

       S-REVISA-DIVERGENCIAS SECTION.
       R-REVISA-DIVERGENCIAS-1.
           INITIALIZE WCONT-FECHADAS WCONT-ACEITAS
           MOVE LOW-VALUES TO CHAVE-CRV
           START CONCREV KEY IS NOT LESS THAN CHAVE-CRV
           IF FS-CRV NOT = '00'
              MOVE 'NENHUMA DIVERGENCIA REGISTRADA ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-CONC
              GO TO R-REVISA-DIVERGENCIAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-CRV NOT = '00'
              READ CONCREV NEXT
              IF FS-CRV = '00' AND CRV-ABERTA
                 PERFORM R-REVISA-UMA THRU R-REVISA-UMA-FIM
              END-IF
           END-PERFORM
           MOVE SPACES TO WTXT
           STRING WCONT-FECHADAS ' FECHADA(S) '
                  WCONT-ACEITAS ' ACEITA(S)'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MSG-CONC.
       R-REVISA-DIVERGENCIAS-1-EXIT.
           EXIT.

       R-REVISA-UMA.
           EVALUATE TRUE
              WHEN CRV-SEM-FATURAMENTO
                 MOVE 'AUSENTE NO FATURAMENTO' TO WDESC-TIPO-CRV
              WHEN CRV-SEM-CADASTRO
                 MOVE 'AUSENTE NO CADASTRO' TO WDESC-TIPO-CRV
              WHEN CRV-NOME
                 MOVE 'RAZAO SOCIAL DIFERENTE' TO WDESC-TIPO-CRV
              WHEN CRV-ENDERECO
                 MOVE 'ENDERECO DIFERENTE' TO WDESC-TIPO-CRV
              WHEN CRV-SITUACAO
                 MOVE 'SITUACAO DIFERENTE' TO WDESC-TIPO-CRV
              WHEN CRV-CNPJ-ANTIGO
                 MOVE 'CNPJ ANTIGO NO FATURAMENTO' TO WDESC-TIPO-CRV
              WHEN OTHER
                 MOVE TIPO-CRV TO WDESC-TIPO-CRV
           END-EVALUATE
           PERFORM R-MONTA-EXIB-CRV THRU R-MONTA-EXIB-CRV-FIM
           MOVE SPACE TO WDECISAO-CRV
           MOVE SPACES TO WNOTA-CRV
           DISPLAY TELA-REVISA-CONC
           ACCEPT TELA-REVISA-CONC
           IF ESC
              MOVE '10' TO FS-CRV
              GO TO R-REVISA-UMA-FIM
           END-IF
           EVALUATE WDECISAO-CRV
              WHEN 'F'
              WHEN 'f'
                 IF WNOTA-CRV = SPACES
                    MOVE 'CONFERIDA PELO OPERADOR' TO WNOTA-CRV
                 END-IF
                 PERFORM R-FECHA-DIVERGENCIA
                 ADD 1 TO WCONT-FECHADAS
              WHEN 'A'
              WHEN 'a'
                 PERFORM R-ACEITA-FATURAMENTO
                       THRU R-ACEITA-FATURAMENTO-FIM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       R-REVISA-UMA-FIM.
           EXIT.

      *----CNPJ E VALORES DA TELA: FORA DO NIVEL INTEGRAL DE DADOS
      *    PESSOAIS, CNPJ DE MICROEMPREENDEDOR SAI MASCARADO COMO NO
      *    cliente360, E OS VALORES (RAZAO SOCIAL COM A RAIZ DO CNPJ,
      *    CNPJ ATUAL/ANTERIOR) PASSAM PELA MASCARA DE TEXTO LIVRE. A
      *    RAZAO DO TESTE E A DO CADASTRO; SEM CLIENTE ('SC'), A DO
      *    EXTRATO. A DIVERGENCIA GRAVADA NAO MUDA.
       R-MONTA-EXIB-CRV.
           MOVE CNPJ-CRV TO WEXIB-CNPJ-CRV
           MOVE CNPJ-FAT-CRV TO WEXIB-CNPJ-FAT-CRV
           MOVE VALOR-CAD-CRV TO WEXIB-VALOR-CAD-CRV
           MOVE VALOR-FAT-CRV TO WEXIB-VALOR-FAT-CRV
           IF DADOS-INTEGRAIS
              GO TO R-MONTA-EXIB-CRV-FIM
           END-IF
           MOVE CNPJ-CRV TO WMSK-CNPJ
           MOVE VALOR-FAT-CRV TO WMSK-RAZAO
           IF CODIGO-CRV NOT = ZEROES
              MOVE CODIGO-CRV TO CODIGO
              MOVE CNPJ-CRV TO CNPJ
              READ CLIENTES KEY IS CHAVE-CLI
              IF FS-CLI = '00'
                 MOVE RAZAO TO WMSK-RAZAO
              END-IF
           END-IF
           PERFORM S-CNPJ-PESSOA-FISICA
              THRU R-CNPJ-PESSOA-FISICA-1-EXIT
           IF WMSK-PF NOT = 'S' AND CRV-NOME
              MOVE VALOR-FAT-CRV TO WMSK-RAZAO
              PERFORM S-CNPJ-PESSOA-FISICA
                 THRU R-CNPJ-PESSOA-FISICA-1-EXIT
           END-IF
           IF WMSK-PF NOT = 'S'
              GO TO R-MONTA-EXIB-CRV-FIM
           END-IF
           MOVE '**' TO WEXIB-CNPJ-CRV(1:2)
           MOVE '**' TO WEXIB-CNPJ-CRV(13:2)
           IF CNPJ-FAT-CRV NOT = ZEROES
              MOVE '**' TO WEXIB-CNPJ-FAT-CRV(1:2)
              MOVE '**' TO WEXIB-CNPJ-FAT-CRV(13:2)
           END-IF
           MOVE 'L' TO WMSK-TIPO
           MOVE VALOR-CAD-CRV TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WEXIB-VALOR-CAD-CRV
           MOVE 'L' TO WMSK-TIPO
           MOVE VALOR-FAT-CRV TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WEXIB-VALOR-FAT-CRV.
       R-MONTA-EXIB-CRV-FIM.
           EXIT.

       R-FECHA-DIVERGENCIA.
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO OPERADOR-CRV
           ELSE
              ACCEPT OPERADOR-CRV FROM ENVIRONMENT "USER"
           END-IF
           MOVE 'F' TO SITUACAO-CRV
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-FECHA-CRV
           MOVE WNOTA-CRV TO NOTA-CRV
           REWRITE REGISTRO-CONCREV.

      *----SO NOME E ENDERECO PODEM SER COPIADOS DO FATURAMENTO; AS
      *    DEMAIS DIVERGENCIAS PEDEM ACAO NO CADASTRO OU NO
      *    FATURAMENTO E SAO FECHADAS COM UMA NOTA.
       R-ACEITA-FATURAMENTO.
           IF NOT CRV-NOME AND NOT CRV-ENDERECO
              MOVE 'SO NOME E ENDERECO PODEM SER ACEITOS ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-CONC
              GO TO R-ACEITA-FATURAMENTO-FIM
           END-IF
           MOVE CODIGO-CRV TO CODIGO
           MOVE CNPJ-CRV TO CNPJ
           READ CLIENTES KEY IS CHAVE-CLI
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO ENCONTRADO - DIVERGENCIA PULADA '
                   TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MSG-CONC
              GO TO R-ACEITA-FATURAMENTO-FIM
           END-IF
           PERFORM R-AUDITA-ACEITE THRU R-AUDITA-ACEITE-FIM
           IF CRV-NOME
              MOVE VALOR-FAT-CRV TO RAZAO
           ELSE
              MOVE VALOR-FAT-CRV TO ENDERECO
           END-IF
           REWRITE REGISTRO-CLIENTES
           IF FS-CLI = '00'
              IF WNOTA-CRV = SPACES
                 MOVE 'CADASTRO AJUSTADO AO FATURAMENTO' TO WNOTA-CRV
              END-IF
              PERFORM R-FECHA-DIVERGENCIA
              ADD 1 TO WCONT-ACEITAS
           ELSE
              MOVE 'ERRO DE REGRAVACAO ST ' TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MSG-CONC
           END-IF.
       R-ACEITA-FATURAMENTO-FIM.
           EXIT.

       R-AUDITA-ACEITE.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-ACEITE-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'CLIENTES' ',' 'A' ',' CODIGO ','
               '"RAZAO=' FUNCTION TRIM(RAZAO) ';ENDERECO='
               FUNCTION TRIM(ENDERECO) '"' ','
               '"' TIPO-CRV '=' FUNCTION TRIM(VALOR-FAT-CRV)
               ' CONC-FAT"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-ACEITE-FIM.
           EXIT.

       R-MSG-CONC.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       COPY NORMALIZA.CPY.

       COPY OUTBOX.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
