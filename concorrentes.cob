       IDENTIFICATION DIVISION.
       PROGRAM-ID.  concorrentes.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONCOR ASSIGN TO DISK WID-ARQ-CONCOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CONC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CON.

       SELECT PRESCONC ASSIGN TO DISK WID-ARQ-PRESCONC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PCO
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PCO.

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

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
      *----CADASTRO DOS CONCORRENTES (CODIGO DE 3 POSICOES, COMO AS
      *    LINHAS DE PRODUTO). CONCORRENTE COM PRESENCA REGISTRADA NAO
      *    E EXCLUIDO - PASSA A INATIVO E DEIXA DE SER ACEITO NOS
      *    REGISTROS NOVOS.
       FD CONCOR.
       01  REGISTRO-CONCORRENTE.
           02 CODIGO-CONC               PIC  X(003).
           02 NOME-CONC                 PIC  X(040).
           02 STATUS-CONC               PIC  X(001).
              88 CONC-ATIVO                   VALUE 'A'.
              88 CONC-INATIVO                 VALUE 'I'.

      *----PRESENCA DE CONCORRENTE NO CLIENTE, UMA POR CLIENTE,
      *    CONCORRENTE E LINHA DE PRODUTO: PRIMEIRA E ULTIMA
      *    OBSERVACAO, VENDEDOR E VISITA (DATA E HORA) DE ORIGEM DA
      *    ULTIMA OBSERVACAO. ORIGEM 'V' = CARGA DE VISITAS, 'T' =
      *    DIGITADA NESTA TELA. SITUACAO 'A' = PRESENTE, 'E' =
      *    ENCERRADA (O CLIENTE DEIXOU DE COMPRAR DELE); SE VOLTAR A
      *    SER OBSERVADA A PRESENCA REABRE COM NOVA PRIMEIRA DATA.
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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-CON.
           02 FS-CON-1                PIC 9.
           02 FS-CON-2                PIC 9.
           02 FS-CON-R REDEFINES FS-CON-2 PIC 99 COMP-X.
       01 FS-PCO.
           02 FS-PCO-1                PIC 9.
           02 FS-PCO-2                PIC 9.
           02 FS-PCO-R REDEFINES FS-PCO-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-CONCOR          PIC X(50) VALUE 'CONCORRENTES.DAT'.
       01 WID-ARQ-PRESCONC        PIC X(50) VALUE 'PRESENCA-CONC.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.

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

      *----PAINEL DA TELA (CONCORRENTES CADASTRADOS OU PRESENCAS DO
      *    CLIENTE, 12 POR TELA).
       01 WCON-PAINEL.
          02 WCON-PAINEL-1          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-2          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-3          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-4          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-5          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-6          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-7          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-8          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-9          PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-10         PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-11         PIC X(070) VALUE SPACES.
          02 WCON-PAINEL-12         PIC X(070) VALUE SPACES.
       01 WCON-PAINEL-R REDEFINES WCON-PAINEL.
          02 WCON-PAINEL-LIN OCCURS 12 TIMES PIC X(070).
       77 WIDX-PAINEL              PIC 99 VALUE ZEROES.
       77 WPTR-PAINEL              PIC 9(003) VALUE ZEROES.
       01 WCON-INICIO-PAINEL       PIC X(003) VALUE LOW-VALUES.

       01 WCON-CODIGO              PIC X(003) VALUE SPACES.
       01 WED-NOME                 PIC X(040) VALUE SPACES.
       01 WED-STATUS               PIC X(001) VALUE SPACES.
       01 WCON-EXISTE              PIC X(001) VALUE 'N'.
          88 CON-EXISTE                  VALUE 'S'.
       01 WCON-SITUACAO            PIC X(020) VALUE SPACES.

       01 WPCO-CLI                 PIC 9(007) VALUE ZEROES.
       01 WPCO-CONC                PIC X(003) VALUE SPACES.
       01 WPCO-LINHA               PIC X(003) VALUE SPACES.
       01 WPCO-ACAO                PIC X(001) VALUE SPACES.
       01 WPCO-DATA                PIC 9(008) VALUE ZEROES.
       01 FILLER REDEFINES WPCO-DATA.
          02 WPCO-DATA-AAAA        PIC 9(004).
          02 WPCO-DATA-MM          PIC 9(002).
          02 WPCO-DATA-DD          PIC 9(002).
       01 WED-RAZAO                PIC X(040) VALUE SPACES.
       01 WED-NOME-PCO             PIC X(020) VALUE SPACES.
       01 WPCO-EXISTE              PIC X(001) VALUE 'N'.
          88 PCO-EXISTE                  VALUE 'S'.
       01 WDATA-HOJE               PIC 9(008) VALUE ZEROES.
       01 WCON-OPERADOR            PIC X(020) VALUE SPACES.

       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.
       01 WAUD-ENTIDADE            PIC X(020) VALUE SPACES.
       01 WAUD-CHAVE               PIC X(020) VALUE SPACES.
       01 WAUD-OPERACAO            PIC X(001) VALUE SPACES.
       01 WAUD-DATA-HORA           PIC X(014).

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'concorrentes'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-OPCAO-CONC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CONCORRENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] CADASTRO DE CONCORRENTES".
          02 LINE 8 COL 10 VALUE "[2] PRESENCA NOS CLIENTES".
          02 LINE 9 COL 10 VALUE "[3] SAIR".
          02 LINE 11 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 11 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-CONC-LISTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CADASTRO DE CONCORR
      -"ENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 PIC X(070) FROM WCON-PAINEL-1.
          02 LINE 6 COL 5 PIC X(070) FROM WCON-PAINEL-2.
          02 LINE 7 COL 5 PIC X(070) FROM WCON-PAINEL-3.
          02 LINE 8 COL 5 PIC X(070) FROM WCON-PAINEL-4.
          02 LINE 9 COL 5 PIC X(070) FROM WCON-PAINEL-5.
          02 LINE 10 COL 5 PIC X(070) FROM WCON-PAINEL-6.
          02 LINE 11 COL 5 PIC X(070) FROM WCON-PAINEL-7.
          02 LINE 12 COL 5 PIC X(070) FROM WCON-PAINEL-8.
          02 LINE 13 COL 5 PIC X(070) FROM WCON-PAINEL-9.
          02 LINE 14 COL 5 PIC X(070) FROM WCON-PAINEL-10.
          02 LINE 15 COL 5 PIC X(070) FROM WCON-PAINEL-11.
          02 LINE 16 COL 5 PIC X(070) FROM WCON-PAINEL-12.
          02 LINE 18 COL 5 VALUE
             "CODIGO NOVO INCLUI; CONCORRENTE SEM USO E INATIVADO (I).".
          02 LINE 20 COL 5 VALUE
             "CODIGO DO CONCORRENTE (EM BRANCO SAI):".
          02 SCR-CON-CODIGO LINE 20 COL 44 PIC X(003)
                 USING WCON-CODIGO AUTO.

       01 TELA-CONC-DET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CADASTRO DE CONCORR
      -"ENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "CODIGO..................:".
          02 LINE 5 COL 31 PIC X(003) FROM WCON-CODIGO.
          02 LINE 5 COL 36 PIC X(020) FROM WCON-SITUACAO.
          02 LINE 7 COL 5 VALUE "NOME....................:".
          02 SCR-ED-NOME LINE 7 COL 31 PIC X(040)
                 USING WED-NOME AUTO.
          02 LINE 9 COL 5 VALUE "SITUACAO (A/I)..........:".
          02 SCR-ED-STATUS LINE 9 COL 31 PIC X(001)
                 USING WED-STATUS AUTO.
          02 LINE 9 COL 36 VALUE "(A = ATIVO, I = INATIVO)".

       01 TELA-PRES-CLI.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - PRESENCA DE CONCORR
      -"ENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "CLIENTE (ZERO SAI).......:".
          02 SCR-PCO-CLI LINE 5 COL 32 PIC 9(007)
                 USING WPCO-CLI AUTO.

       01 TELA-PRES-DET.
          02 LINE 5 COL 40 PIC X(040) FROM WED-RAZAO.
          02 LINE 6 COL 5 PIC X(070) FROM WCON-PAINEL-1.
          02 LINE 7 COL 5 PIC X(070) FROM WCON-PAINEL-2.
          02 LINE 8 COL 5 PIC X(070) FROM WCON-PAINEL-3.
          02 LINE 9 COL 5 PIC X(070) FROM WCON-PAINEL-4.
          02 LINE 10 COL 5 PIC X(070) FROM WCON-PAINEL-5.
          02 LINE 11 COL 5 PIC X(070) FROM WCON-PAINEL-6.
          02 LINE 12 COL 5 PIC X(070) FROM WCON-PAINEL-7.
          02 LINE 13 COL 5 PIC X(070) FROM WCON-PAINEL-8.
          02 LINE 14 COL 5 PIC X(070) FROM WCON-PAINEL-9.
          02 LINE 15 COL 5 PIC X(070) FROM WCON-PAINEL-10.
          02 LINE 16 COL 5 PIC X(070) FROM WCON-PAINEL-11.
          02 LINE 17 COL 5 PIC X(070) FROM WCON-PAINEL-12.
          02 LINE 19 COL 5 VALUE "CONCORRENTE.............:".
          02 SCR-PCO-CONC LINE 19 COL 31 PIC X(003)
                 USING WPCO-CONC AUTO.
          02 LINE 19 COL 40 VALUE "LINHA DE PRODUTO:".
          02 SCR-PCO-LINHA LINE 19 COL 58 PIC X(003)
                 USING WPCO-LINHA AUTO.
          02 LINE 20 COL 5 VALUE "DATA OBSERVADA..........:".
          02 SCR-PCO-DATA LINE 20 COL 31 PIC 9(008)
                 USING WPCO-DATA AUTO.
          02 LINE 21 COL 5 VALUE "ACAO (R/E)..............:".
          02 SCR-PCO-ACAO LINE 21 COL 31 PIC X(001)
                 USING WPCO-ACAO AUTO.
          02 LINE 21 COL 36 VALUE "(R = REGISTRA, E = ENCERRA)".
          02 LINE 22 COL 5 VALUE "[ESC] VOLTA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA WOPCAO
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
              MOVE SPACES TO WID-ARQ-PRESCONC
              STRING 'PRESENCA-CONC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PRESCONC
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WCON-OPERADOR
           ELSE
              ACCEPT WCON-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           OPEN I-O CONCOR.
           IF FS-CON = '35'
              OPEN OUTPUT CONCOR
              IF FS-CON = '00'
                 CLOSE CONCOR
                 OPEN I-O CONCOR
              END-IF
           END-IF
           IF FS-CON NOT = '00'
              MOVE FS-CON TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CONCOR TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CONCORRENTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-CON TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O PRESCONC.
           IF FS-PCO = '35'
              OPEN OUTPUT PRESCONC
              IF FS-PCO = '00'
                 CLOSE PRESCONC
                 OPEN I-O PRESCONC
              END-IF
           END-IF
           IF FS-PCO NOT = '00'
              MOVE FS-PCO TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PRESCONC TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ PRESENCAS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-PCO TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE CONCOR
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
              CLOSE CONCOR PRESCONC
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WVAT-DISPONIVEL
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISPONIVEL
           END-IF
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           PERFORM UNTIL WOPCAO = 3
              DISPLAY TELA-OPCAO-CONC
              ACCEPT TELA-OPCAO-CONC
              EVALUATE WOPCAO
                 WHEN 1
                    PERFORM S-CADASTRO-CONC
                          THRU R-CADASTRO-CONC-1-EXIT
                 WHEN 2
                    PERFORM S-PRESENCA-CLI
                          THRU R-PRESENCA-CLI-1-EXIT
                 WHEN 3
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           CLOSE CONCOR PRESCONC CLIENTES.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       S-CADASTRO-CONC SECTION.
       R-CADASTRO-CONC-1.
           MOVE ZEROES TO WSAIDA
           MOVE LOW-VALUES TO WCON-INICIO-PAINEL
           PERFORM UNTIL WSAIDA = 1
              PERFORM R-MONTA-PAINEL-CONC
              MOVE SPACES TO WCON-CODIGO
              DISPLAY TELA-CONC-LISTA
              ACCEPT TELA-CONC-LISTA
              IF ESC OR WCON-CODIGO = SPACES
                 MOVE 1 TO WSAIDA
              ELSE
                 MOVE FUNCTION UPPER-CASE(WCON-CODIGO) TO WCON-CODIGO
                 PERFORM S-MANTEM-CONC THRU R-MANTEM-CONC-1-EXIT
                 MOVE WCON-CODIGO TO WCON-INICIO-PAINEL
              END-IF
           END-PERFORM
           MOVE ZEROES TO WSAIDA.
       R-CADASTRO-CONC-1-EXIT.
           EXIT.

      *----LISTA ATE 12 CONCORRENTES A PARTIR DO ULTIMO MANTIDO; NO
      *    FIM DO ARQUIVO VOLTA PARA O INICIO NA PROXIMA TELA.
       R-MONTA-PAINEL-CONC.
           MOVE SPACES TO WCON-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WCON-INICIO-PAINEL TO CODIGO-CONC
           START CONCOR KEY IS NOT LESS THAN CODIGO-CONC
           PERFORM UNTIL FS-CON NOT = '00' OR WIDX-PAINEL = 12
              READ CONCOR NEXT
              IF FS-CON = '00'
                 ADD 1 TO WIDX-PAINEL
                 MOVE 1 TO WPTR-PAINEL
                 STRING '[' CODIGO-CONC '] ' NOME-CONC
                     DELIMITED BY SIZE
                     INTO WCON-PAINEL-LIN(WIDX-PAINEL)
                     WITH POINTER WPTR-PAINEL
                 IF CONC-INATIVO
                    STRING ' INATIVO' DELIMITED BY SIZE
                        INTO WCON-PAINEL-LIN(WIDX-PAINEL)
                        WITH POINTER WPTR-PAINEL
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL < 12
              MOVE LOW-VALUES TO WCON-INICIO-PAINEL
           END-IF
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUM CONCORRENTE CADASTRADO)' TO WCON-PAINEL-1
           END-IF.

       S-MANTEM-CONC SECTION.
       R-MANTEM-CONC-1.
           MOVE WCON-CODIGO TO CODIGO-CONC
           READ CONCOR
           IF FS-CON = '00'
              MOVE 'S' TO WCON-EXISTE
              MOVE '(ALTERACAO)' TO WCON-SITUACAO
              MOVE NOME-CONC TO WED-NOME
              MOVE STATUS-CONC TO WED-STATUS
              MOVE SPACES TO WAUD-ANTES
              STRING NOME-CONC ' ' STATUS-CONC
                  DELIMITED BY SIZE INTO WAUD-ANTES
           ELSE
              MOVE 'N' TO WCON-EXISTE
              MOVE '(INCLUSAO)' TO WCON-SITUACAO
              MOVE SPACES TO WED-NOME WAUD-ANTES
              MOVE 'A' TO WED-STATUS
           END-IF
           DISPLAY TELA-CONC-DET
           ACCEPT TELA-CONC-DET
           IF ESC
              GO TO R-MANTEM-CONC-1-EXIT
           END-IF
           IF WED-NOME = SPACES
              IF CON-EXISTE
                 MOVE 'NOME OBRIGATORIO ' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
              END-IF
              GO TO R-MANTEM-CONC-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WED-STATUS) TO WED-STATUS
           IF WED-STATUS NOT = 'A' AND WED-STATUS NOT = 'I'
              MOVE 'SITUACAO DEVE SER A OU I ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-CONC-1-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-MANTEM-CONC-1-EXIT
           END-IF
           MOVE WCON-CODIGO TO CODIGO-CONC
           MOVE WED-NOME TO NOME-CONC
           MOVE WED-STATUS TO STATUS-CONC
           IF CON-EXISTE
              MOVE 'A' TO WAUD-OPERACAO
              REWRITE REGISTRO-CONCORRENTE
           ELSE
              MOVE 'I' TO WAUD-OPERACAO
              WRITE REGISTRO-CONCORRENTE
           END-IF
           IF FS-CON NOT = '00'
              MOVE FS-CON TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CONCOR TO WERR-ARQUIVO
              MOVE CODIGO-CONC TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-CON TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-MANTEM-CONC-1-EXIT
           END-IF
           MOVE 'CONCORRENTES' TO WAUD-ENTIDADE
           MOVE WCON-CODIGO TO WAUD-CHAVE
           MOVE SPACES TO WAUD-DEPOIS
           STRING FUNCTION TRIM(WED-NOME) ' ' WED-STATUS
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA-CONC THRU R-AUDITA-CONC-FIM.
       R-MANTEM-CONC-1-EXIT.
           EXIT.

      *----PRESENCAS DE UM CLIENTE: MOSTRA AS JA REGISTRADAS E
      *    ACEITA UMA OBSERVACAO NOVA (R) OU O ENCERRAMENTO (E) DE
      *    UMA PRESENCA. A DATA OBSERVADA NAO PODE SER FUTURA.
       S-PRESENCA-CLI SECTION.
       R-PRESENCA-CLI-1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE ZEROES TO WPCO-CLI
           DISPLAY TELA-PRES-CLI
           ACCEPT TELA-PRES-CLI
           IF ESC OR WPCO-CLI = ZEROES
              GO TO R-PRESENCA-CLI-1-EXIT
           END-IF
           MOVE WPCO-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-PRESENCA-CLI-1-EXIT
           END-IF
           MOVE RAZAO TO WED-RAZAO
           MOVE ZEROES TO WSAIDA
           PERFORM UNTIL WSAIDA = 1
              PERFORM R-MONTA-PAINEL-PCO
              MOVE SPACES TO WPCO-CONC WPCO-LINHA
              MOVE 'R' TO WPCO-ACAO
              MOVE WDATA-HOJE TO WPCO-DATA
              DISPLAY TELA-PRES-CLI
              DISPLAY TELA-PRES-DET
              ACCEPT TELA-PRES-DET
              IF ESC OR WPCO-CONC = SPACES
                 MOVE 1 TO WSAIDA
              ELSE
                 PERFORM S-GRAVA-PRESENCA THRU R-GRAVA-PRESENCA-1-EXIT
              END-IF
           END-PERFORM
           MOVE ZEROES TO WSAIDA.
       R-PRESENCA-CLI-1-EXIT.
           EXIT.

       R-MONTA-PAINEL-PCO.
           MOVE SPACES TO WCON-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WPCO-CLI TO COD-CLI-PCO
           MOVE LOW-VALUES TO COD-CONC-PCO LINHA-PCO
           START PRESCONC KEY IS NOT LESS THAN CHAVE-PCO
           PERFORM UNTIL FS-PCO NOT = '00' OR WIDX-PAINEL = 12
              READ PRESCONC NEXT
              IF FS-PCO = '00' AND COD-CLI-PCO NOT = WPCO-CLI
                 MOVE '10' TO FS-PCO
              END-IF
              IF FS-PCO = '00'
                 ADD 1 TO WIDX-PAINEL
                 MOVE SPACES TO WED-NOME-PCO
                 MOVE COD-CONC-PCO TO CODIGO-CONC
                 READ CONCOR
                 IF FS-CON = '00'
                    MOVE NOME-CONC TO WED-NOME-PCO
                 END-IF
                 MOVE 1 TO WPTR-PAINEL
                 STRING '[' COD-CONC-PCO '] ' WED-NOME-PCO ' '
                     LINHA-PCO ' DESDE ' DATA-PRIM-PCO ' ULT '
                     DATA-ULT-PCO
                     DELIMITED BY SIZE
                     INTO WCON-PAINEL-LIN(WIDX-PAINEL)
                     WITH POINTER WPTR-PAINEL
                 IF PCO-ENCERRADA
                    STRING ' ENCERRADA' DELIMITED BY SIZE
                        INTO WCON-PAINEL-LIN(WIDX-PAINEL)
                        WITH POINTER WPTR-PAINEL
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUMA PRESENCA REGISTRADA)' TO WCON-PAINEL-1
           END-IF.

       S-GRAVA-PRESENCA SECTION.
       R-GRAVA-PRESENCA-1.
           MOVE FUNCTION UPPER-CASE(WPCO-CONC) TO WPCO-CONC
           MOVE FUNCTION UPPER-CASE(WPCO-LINHA) TO WPCO-LINHA
           MOVE FUNCTION UPPER-CASE(WPCO-ACAO) TO WPCO-ACAO
           IF WPCO-ACAO NOT = 'R' AND WPCO-ACAO NOT = 'E'
              MOVE 'ACAO DEVE SER R OU E ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GRAVA-PRESENCA-1-EXIT
           END-IF
           IF WPCO-DATA-MM < 01 OR WPCO-DATA-MM > 12 OR
              WPCO-DATA-DD < 01 OR WPCO-DATA-DD > 31 OR
              WPCO-DATA > WDATA-HOJE
              MOVE 'DATA INVALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GRAVA-PRESENCA-1-EXIT
           END-IF
           MOVE WPCO-CLI TO COD-CLI-PCO
           MOVE WPCO-CONC TO COD-CONC-PCO
           MOVE WPCO-LINHA TO LINHA-PCO
           READ PRESCONC
           IF FS-PCO = '00'
              MOVE 'S' TO WPCO-EXISTE
              PERFORM R-FORMATA-PCO
              MOVE WAUD-DEPOIS TO WAUD-ANTES
           ELSE
              MOVE 'N' TO WPCO-EXISTE
              MOVE SPACES TO WAUD-ANTES
           END-IF
           IF WPCO-ACAO = 'E'
              IF NOT PCO-EXISTE OR PCO-ENCERRADA
                 MOVE 'PRESENCA NAO ESTA ABERTA ' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-GRAVA-PRESENCA-1-EXIT
              END-IF
              MOVE 'E' TO SITUACAO-PCO
              MOVE WPCO-DATA TO DATA-FIM-PCO
              GO TO R-GRAVA-PRESENCA-2
           END-IF
           MOVE WPCO-CONC TO CODIGO-CONC
           READ CONCOR
           IF FS-CON NOT = '00'
              MOVE 'CONCORRENTE NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GRAVA-PRESENCA-1-EXIT
           END-IF
           IF CONC-INATIVO
              MOVE 'CONCORRENTE INATIVO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GRAVA-PRESENCA-1-EXIT
           END-IF
           IF WPCO-LINHA = SPACES
              MOVE 'LINHA DE PRODUTO OBRIGATORIA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GRAVA-PRESENCA-1-EXIT
           END-IF
           MOVE WPCO-LINHA TO WLPR-CODIGO
           PERFORM S-VALIDA-LINHA-PROD THRU R-VALIDA-LINHA-PROD-1-EXIT
           IF NOT LPR-VALIDA
              MOVE SPACES TO WTXT
              STRING 'LINHA DE PRODUTO ' WPCO-LINHA ' INVALIDA '
                  DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GRAVA-PRESENCA-1-EXIT
           END-IF
           IF PCO-EXISTE AND PCO-PRESENTE
              IF WPCO-DATA > DATA-ULT-PCO
                 MOVE WPCO-DATA TO DATA-ULT-PCO
              END-IF
              IF WPCO-DATA < DATA-PRIM-PCO
                 MOVE WPCO-DATA TO DATA-PRIM-PCO
              END-IF
           ELSE
              MOVE WPCO-DATA TO DATA-PRIM-PCO DATA-ULT-PCO
              MOVE 'A' TO SITUACAO-PCO
              MOVE ZEROES TO DATA-FIM-PCO
           END-IF
           MOVE ZEROES TO VEN-PCO
           IF VAT-DISPONIVEL
              MOVE WPCO-CLI TO CODIGO-CLI-VAT
              READ VINCATUAL
              IF FS-VAT = '00'
                 MOVE VEN-PRIM-VAT TO VEN-PCO
              END-IF
           END-IF
           MOVE SPACES TO VISITA-PCO
           MOVE 'T' TO ORIGEM-PCO.
       R-GRAVA-PRESENCA-2.
           MOVE WCON-OPERADOR TO OPERADOR-PCO
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-REG-PCO
           IF PCO-EXISTE
              MOVE 'A' TO WAUD-OPERACAO
              REWRITE REGISTRO-PRES-CONC
           ELSE
              MOVE 'I' TO WAUD-OPERACAO
              WRITE REGISTRO-PRES-CONC
           END-IF
           IF FS-PCO NOT = '00'
              MOVE 'ERRO DE GRAVACAO ST ' TO WTXT
              MOVE FS-PCO TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GRAVA-PRESENCA-1-EXIT
           END-IF
           PERFORM R-FORMATA-PCO
           MOVE 'PRESENCA-CONC' TO WAUD-ENTIDADE
           MOVE SPACES TO WAUD-CHAVE
           STRING COD-CLI-PCO '/' COD-CONC-PCO '/' LINHA-PCO
               DELIMITED BY SIZE INTO WAUD-CHAVE
           PERFORM R-AUDITA-CONC THRU R-AUDITA-CONC-FIM.
       R-GRAVA-PRESENCA-1-EXIT.
           EXIT.

       R-FORMATA-PCO.
           MOVE SPACES TO WAUD-DEPOIS
           STRING SITUACAO-PCO ' ' DATA-PRIM-PCO ' ' DATA-ULT-PCO ' '
               DATA-FIM-PCO ' ' ORIGEM-PCO ' ' VEN-PCO
               DELIMITED BY SIZE INTO WAUD-DEPOIS.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-AUDITA-CONC.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-CONC-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WCON-OPERADOR) ','
               FUNCTION TRIM(WAUD-ENTIDADE) ',' WAUD-OPERACAO ','
               FUNCTION TRIM(WAUD-CHAVE) ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-CONC-FIM.
           EXIT.

       COPY LINHA-PROD.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
