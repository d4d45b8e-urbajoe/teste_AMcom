       IDENTIFICATION DIVISION.
       PROGRAM-ID.  adiavisita.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PLANOVIS ASSIGN TO DISK WID-ARQ-PLANOVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PLANO
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PLA.

       SELECT DIS-VISITA ASSIGN TO DISK WID-ARQ-DIS-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT PENDVIS ASSIGN TO DISK WID-ARQ-PENDVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PVIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PVI.

       SELECT CALENDARIO ASSIGN TO DISK WID-ARQ-CALENDARIO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CAL.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT BLOQVIS ASSIGN TO DISK WID-ARQ-BLOQVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLQ.

       DATA DIVISION.
       FILE SECTION.
       FD PLANOVIS.
       01  REGISTRO-PLANO-VIS.
           02 CHAVE-PLANO.
              03 COD-VEN-PLANO          PIC  9(003).
              03 DATA-PLANO             PIC  9(008).
              03 COD-CLI-PLANO          PIC  9(007).
           02 CLASSIF-PLANO             PIC  X(001).
           02 ORIGEM-PLANO              PIC  X(001).
           02 DATA-ORIG-PLANO           PIC  9(008).
           02 QTD-ADIA-PLANO            PIC  9(002).

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

      *----VISITAS PLANEJADAS QUE NAO PODEM MAIS SER ADIADAS (LIMITE
      *    DE ADIAMENTOS, VENDEDOR FORA DE ATIVIDADE OU SEM DIA COM
      *    VAGA): FILA DO OPERADOR NA TELA DE PENDENCIAS. UMA LINHA
      *    POR VENDEDOR/CLIENTE, COM A ULTIMA DATA PLANEJADA.
       FD PENDVIS.
       01  REGISTRO-PEND-VISITA.
           02 CHAVE-PVIS.
              03 COD-VEN-PVIS           PIC  9(003).
              03 COD-CLI-PVIS           PIC  9(007).
           02 DATA-PLANO-PVIS           PIC  9(008).
           02 DATA-ORIG-PVIS            PIC  9(008).
           02 QTD-ADIA-PVIS             PIC  9(002).
           02 ORIGEM-PVIS               PIC  X(001).
           02 MOTIVO-PVIS               PIC  X(020).
           02 DATA-HORA-PVIS            PIC  X(014).

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           05  CALENDARIO-DATA-01  PIC X(00080).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

      *----BLOQUEIO DE VISITA POR CLIENTE (VIDE BLOQVIS.CPY).
       FD BLOQVIS.
       01  REGISTRO-BLOQ-VISITA.
           02 COD-CLI-BLQ               PIC  9(007).
           02 MOTIVO-BLQ                PIC  X(002).
           02 DATA-INICIO-BLQ           PIC  9(008).
           02 DATA-FIM-BLQ              PIC  9(008).
           02 OBS-BLQ                   PIC  X(040).
           02 OPERADOR-BLQ              PIC  X(020).
           02 DATA-HORA-BLQ             PIC  X(014).
           02 SITUACAO-BLQ              PIC  X(001).
              88 BLQ-ATIVO                    VALUE 'A'.
              88 BLQ-LEVANTADO                VALUE 'L'.
           02 DATA-LEVANTA-BLQ          PIC  9(008).

       WORKING-STORAGE SECTION.
       01 FS-PLA.
           02 FS-PLA-1                PIC 9.
           02 FS-PLA-2                PIC 9.
           02 FS-PLA-R REDEFINES FS-PLA-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-PVI.
           02 FS-PVI-1                PIC 9.
           02 FS-PVI-2                PIC 9.
           02 FS-PVI-R REDEFINES FS-PVI-2 PIC 99 COMP-X.
       01 FS-CAL.
           02 FS-CAL-1                PIC 9.
           02 FS-CAL-2                PIC 9.
           02 FS-CAL-R REDEFINES FS-CAL-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-PLANOVIS        PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-PENDVIS         PIC X(50) VALUE 'PEND-VISITA.DAT'.
       01 WID-ARQ-CALENDARIO      PIC X(50) VALUE 'CALENDARIO.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'ADIAVISITA.LOG'.

      *----DATA DE REFERENCIA (AAAAMMDD; ZERO = HOJE): AS VISITAS
      *    PLANEJADAS ATE ESTA DATA SEM VISITA REGISTRADA SAO
      *    ADIADAS PARA O PROXIMO DIA UTIL DO VENDEDOR COM VAGA.
       01 WDATA-REF               PIC 9(008) VALUE ZEROES.
       01 WDATA-REF-X REDEFINES WDATA-REF PIC X(008).

      *----LIMITES EM CONFIG.DAT (AUSENTE OU INVALIDO VALE O PADRAO):
      *    ADIA-VISITA-MAX = QUANTAS VEZES UMA VISITA PODE SER
      *    ADIADA ANTES DE IR PARA A FILA DO OPERADOR; VISITAS-DIA-
      *    MAX = VISITAS POR DIA DE UM VENDEDOR NO PLANO (PADRAO
      *    PARA O VENDEDOR SEM LIMITE PROPRIO NO CADASTRO).
       01 WADIA-MAX               PIC 9(005) VALUE 3.
       01 WVISITAS-DIA-MAX        PIC 9(005) VALUE 12.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.

      *----VISITAS EM FALTA LEVANTADAS NA PRIMEIRA PASSADA PELO
      *    PLANO (A SEGUNDA PASSADA MEXE NO ARQUIVO E PERDERIA A
      *    POSICAO DA LEITURA SEQUENCIAL).
       01 WMAX-FALTAS             PIC 9(004) VALUE 3000.
       01 WQTD-FALTAS             PIC 9(004) VALUE ZEROES.
       01 WIDX-FALTA              PIC 9(004) VALUE ZEROES.
       01 WTAB-FALTAS.
          02 WFALTA-REG OCCURS 3000 TIMES PIC X(030).

       01 WPLANO-SALVO.
          02 WPS-CHAVE.
             03 WPS-VEN               PIC 9(003).
             03 WPS-DATA              PIC 9(008).
             03 WPS-CLI               PIC 9(007).
          02 WPS-CLASSIF              PIC X(001).
          02 WPS-ORIGEM               PIC X(001).
          02 WPS-DATA-ORIG            PIC 9(008).
          02 WPS-QTD-ADIA             PIC 9(002).

      *----CALENDARIO (MESMA LEITURA DO PLANEJAMENTO DE VISITAS):
      *    FERIADOS GLOBAIS, REGRAS RECORRENTES, DIAS DA SEMANA SEM
      *    EXPEDIENTE E FERIADOS REGIONAIS POR REGIAO DO VENDEDOR.
       01 WTAB-FERIADOS.
          02 WFERIADO-TAB OCCURS 100 TIMES PIC 9(008).
       77 WQTD-FERIADOS           PIC 9(003) VALUE ZEROES.
       77 WIDX-FER                PIC 9(003) VALUE ZEROES.
       01 WTAB-REC-MMDD.
          02 WREC-MMDD-TAB OCCURS 50 TIMES PIC 9(004).
       77 WQTD-REC                PIC 9(002) VALUE ZEROES.
       77 WIDX-REC                PIC 9(002) VALUE ZEROES.
       01 WTAB-FER-REG.
          02 WFER-REG-LINHA OCCURS 100 TIMES.
             03 WFER-REG-DATA     PIC 9(008).
             03 WFER-REG-REGIAO   PIC 9(003).
       77 WQTD-FER-REG            PIC 9(003) VALUE ZEROES.
       77 WIDX-FREG               PIC 9(003) VALUE ZEROES.
       77 WREG-VEN-CORRENTE       PIC 9(003) VALUE ZEROES.
       01 WDIA-REG-BLOQ           PIC X VALUE 'N'.
       01 WTAB-SIG-BLOQ.
          02 WSIG-BLOQ OCCURS 7 TIMES PIC X(001).
       01 WTAB-DIAS-SEMANA        PIC X(021)
              VALUE 'SEGTERQUAQUISEXSABDOM'.
       77 WNUM-DIA-SEMANA         PIC 9(001) VALUE ZERO.
       77 WIDX-SIG                PIC 9(001) VALUE ZERO.
       01 WDATA-CAL               PIC X(008) VALUE SPACES.
       01 WDIA-EH-UTIL            PIC X VALUE 'S'.
          88 DIA-EH-UTIL               VALUE 'S'.
       01 WDATA-TESTE             PIC 9(008) VALUE ZEROES.
       01 WMMDD-TESTE             PIC 9(004) VALUE ZEROES.

      *----PROCURA DO NOVO DIA: ATE 60 DIAS CORRIDOS DEPOIS DA DATA
      *    DE REFERENCIA.
       01 WDATA-NOVA              PIC 9(008) VALUE ZEROES.
       77 WCONT-PASSOS            PIC 9(003) VALUE ZEROES.
       77 WQTD-DIA-VEN            PIC 9(005) VALUE ZEROES.
      *----VAGAS POR DIA DO VENDEDOR CORRENTE: O LIMITE DO CADASTRO
      *    DO VENDEDOR QUANDO INFORMADO, SENAO VISITAS-DIA-MAX.
       77 WCAP-DIA-VEN            PIC 9(005) VALUE ZEROES.
       01 WACHOU-DIA              PIC X VALUE 'N'.
          88 ACHOU-DIA                 VALUE 'S'.
       01 WVISITA-FEITA           PIC X VALUE 'N'.
          88 VISITA-FEITA              VALUE 'S'.
       01 WMOTIVO-PEND            PIC X(020) VALUE SPACES.
       01 WCHAVE-VIS-INI          PIC X(014) VALUE SPACES.

       77 WCONT-ANALISADAS        PIC 9(007) VALUE ZEROES.
       77 WCONT-REALIZADAS        PIC 9(007) VALUE ZEROES.
       77 WCONT-ADIADAS           PIC 9(007) VALUE ZEROES.
       77 WCONT-PENDENTES         PIC 9(007) VALUE ZEROES.
       77 WCONT-BAIXADAS          PIC 9(007) VALUE ZEROES.

      *----CLIENTE COM BLOQUEIO DE VISITA NO NOVO DIA: A VISITA SAI
      *    DO PLANO SEM IR PARA A FILA DO OPERADOR.
       77 WCONT-BLOQUEADAS        PIC 9(007) VALUE ZEROES.
       01 FS-BLQ.
           02 FS-BLQ-1                PIC 9.
           02 FS-BLQ-2                PIC 9.
           02 FS-BLQ-R REDEFINES FS-BLQ-2 PIC 99 COMP-X.
       01 WID-ARQ-BLOQVIS         PIC X(50) VALUE
              'BLOQUEIO-VISITA.DAT'.
       01 WBLQ-DISPONIVEL         PIC X VALUE 'N'.
          88 BLQ-DISPONIVEL            VALUE 'S'.
       01 WBLQ-CLI                PIC 9(007) VALUE ZEROES.
       01 WBLQ-DATA               PIC 9(008) VALUE ZEROES.
       01 WBLQ-BLOQUEADO          PIC X VALUE 'N'.
          88 CLI-BLOQUEADO             VALUE 'S'.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'adiavisita'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-ADIA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - ADIAMENTO DE VISITAS
      -" NAO REALIZADAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE
             "DATA DE REFERENCIA (AAAAMMDD, ZERO = HOJE):".
          02 SCR-DATA-REF LINE 6 COL 49 PIC 9(008)
                 USING WDATA-REF AUTO.
          02 LINE 8 COL 5 VALUE
             "RODAR DEPOIS DA CARGA DE VISITAS DE CAMPO DO DIA".
          02 LINE 10 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE ZEROES TO WDATA-REF
           IF MODO-INTERATIVO
              DISPLAY TELA-ADIA
              ACCEPT TELA-ADIA
              IF ESC
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           IF WDATA-REF = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REF
           END-IF
           PERFORM S-LE-CONFIG-ADIA THRU R-LE-CONFIG-ADIA-1-EXIT
           PERFORM S-LE-CALENDARIO THRU R-LE-CALENDARIO-1-EXIT
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           INITIALIZE WCONT-ANALISADAS WCONT-REALIZADAS
                      WCONT-ADIADAS WCONT-PENDENTES WCONT-BAIXADAS
                      WCONT-BLOQUEADAS
           PERFORM S-BAIXA-PENDENTES THRU R-BAIXA-PENDENTES-1-EXIT
           PERFORM S-LEVANTA-FALTAS THRU R-LEVANTA-FALTAS-1-EXIT
           PERFORM S-TRATA-FALTA THRU R-TRATA-FALTA-1-EXIT
                   VARYING WIDX-FALTA FROM 1 BY 1
                   UNTIL WIDX-FALTA > WQTD-FALTAS
           PERFORM FECHA-ARQUIVOS
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'ADIADAS ' WCONT-ADIADAS ' P/ OPERADOR '
                  WCONT-PENDENTES
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
              ACCEPT WX
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       ABRE-ARQUIVOS SECTION.
       ABRE-ARQUIVOS-1.
           OPEN I-O PLANOVIS.
           IF FS-PLA NOT = '00'
              MOVE FS-PLA TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-PLANOVIS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ PLANO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-PLA TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT DIS-VISITA.
           IF FS-VIS NOT = '00'
              MOVE 'ERRO ABERT ARQ DIS-VISITA ST ' TO WTXT
              MOVE FS-VIS TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE PLANOVIS
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE 'ERRO ABERT ARQ VENDEDORES ST ' TO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE PLANOVIS DIS-VISITA
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           OPEN I-O PENDVIS.
           IF FS-PVI = '35'
              OPEN OUTPUT PENDVIS
              CLOSE PENDVIS
              OPEN I-O PENDVIS
           END-IF
           IF FS-PVI NOT = '00'
              MOVE 'ERRO ABERT ARQ PEND-VISITA ST ' TO WTXT
              MOVE FS-PVI TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE PLANOVIS DIS-VISITA VENDEDORES
              MOVE 1 TO WSAIDA
              GO TO ABRE-ARQUIVOS-EXIT
           END-IF
           PERFORM S-ABRE-BLOQVIS THRU R-ABRE-BLOQVIS-1-EXIT.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS SECTION.
       FECHA-ARQUIVOS-1.
           CLOSE PLANOVIS DIS-VISITA VENDEDORES PENDVIS
           IF BLQ-DISPONIVEL
              CLOSE BLOQVIS
           END-IF.
       FECHA-ARQUIVOS-EXIT.
           EXIT.

       S-LE-CONFIG-ADIA SECTION.
       R-LE-CONFIG-ADIA-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-ADIA-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'ADIA-VISITA-MAX' AND
                       WCFG-VALOR(1:5) IS NUMERIC
                       MOVE WCFG-VALOR(1:5) TO WADIA-MAX
                    END-IF
                    IF WCFG-NOME = 'VISITAS-DIA-MAX' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WVISITAS-DIA-MAX
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-ADIA-1-EXIT.
           EXIT.

      *----A FILA DO OPERADOR SE LIMPA SOZINHA: PENDENCIA CUJO
      *    CLIENTE RECEBEU VISITA DO VENDEDOR DEPOIS DA ULTIMA DATA
      *    PLANEJADA SAI DA FILA.
       S-BAIXA-PENDENTES SECTION.
       R-BAIXA-PENDENTES-1.
           MOVE LOW-VALUES TO CHAVE-PVIS
           START PENDVIS KEY IS NOT LESS THAN CHAVE-PVIS
           IF FS-PVI NOT = '00'
              GO TO R-BAIXA-PENDENTES-1-EXIT
           END-IF
           PERFORM UNTIL FS-PVI NOT = '00'
              READ PENDVIS NEXT
              IF FS-PVI = '00'
                 MOVE COD-CLI-PVIS TO CODIGO-CLI-VISITA
                 MOVE COD-VEN-PVIS TO CODIGO-VEN-VISITA
                 MOVE SPACES TO DATA-HORA-VISITA
                 STRING DATA-PLANO-PVIS '000000' DELIMITED BY SIZE
                     INTO DATA-HORA-VISITA
                 START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
                 IF FS-VIS = '00'
                    READ DIS-VISITA NEXT
                    IF FS-VIS = '00' AND
                       CODIGO-CLI-VISITA = COD-CLI-PVIS AND
                       CODIGO-VEN-VISITA = COD-VEN-PVIS
                       DELETE PENDVIS
                       ADD 1 TO WCONT-BAIXADAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       R-BAIXA-PENDENTES-1-EXIT.
           EXIT.

      *----PRIMEIRA PASSADA: TODA VISITA PLANEJADA ATE A DATA DE
      *    REFERENCIA SEM VISITA REGISTRADA DO VENDEDOR AO CLIENTE
      *    ENTRE A DATA PLANEJADA E A REFERENCIA ENTRA NA TABELA.
      *    VISITA DE PROSPECCAO (ORIGEM 'L') E A LEAD, SEM REGISTRO EM
      *    DIS-VISITA, E NAO E ADIADA.
       S-LEVANTA-FALTAS SECTION.
       R-LEVANTA-FALTAS-1.
           MOVE ZEROES TO WQTD-FALTAS
           MOVE LOW-VALUES TO CHAVE-PLANO
           START PLANOVIS KEY IS NOT LESS THAN CHAVE-PLANO
           IF FS-PLA NOT = '00'
              GO TO R-LEVANTA-FALTAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-PLA NOT = '00'
              READ PLANOVIS NEXT
              IF FS-PLA = '00' AND DATA-PLANO NOT > WDATA-REF AND
                 ORIGEM-PLANO NOT = 'L'
                 ADD 1 TO WCONT-ANALISADAS
                 PERFORM R-CHECA-VISITA-FEITA
                 IF VISITA-FEITA
                    ADD 1 TO WCONT-REALIZADAS
                 ELSE
                    IF WQTD-FALTAS < WMAX-FALTAS
                       ADD 1 TO WQTD-FALTAS
                       MOVE REGISTRO-PLANO-VIS
                            TO WFALTA-REG(WQTD-FALTAS)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       R-LEVANTA-FALTAS-1-EXIT.
           EXIT.

       R-CHECA-VISITA-FEITA.
           MOVE 'N' TO WVISITA-FEITA
           MOVE SPACES TO WCHAVE-VIS-INI
           STRING DATA-PLANO '000000' DELIMITED BY SIZE
               INTO WCHAVE-VIS-INI
           MOVE COD-CLI-PLANO TO CODIGO-CLI-VISITA
           MOVE COD-VEN-PLANO TO CODIGO-VEN-VISITA
           MOVE WCHAVE-VIS-INI TO DATA-HORA-VISITA
           START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
           IF FS-VIS = '00'
              READ DIS-VISITA NEXT
              IF FS-VIS = '00' AND
                 CODIGO-CLI-VISITA = COD-CLI-PLANO AND
                 CODIGO-VEN-VISITA = COD-VEN-PLANO AND
                 DATA-HORA-VISITA(1:8) NOT > WDATA-REF-X
                 MOVE 'S' TO WVISITA-FEITA
              END-IF
           END-IF.

      *----SEGUNDA PASSADA: ADIA A VISITA PARA O PROXIMO DIA UTIL
      *    DO VENDEDOR COM VAGA, GUARDANDO A DATA ORIGINAL E SOMANDO
      *    O ADIAMENTO; ESTOURADO O LIMITE (OU SEM DIA POSSIVEL) A
      *    VISITA SAI DO PLANO E VAI PARA A FILA DO OPERADOR.
       S-TRATA-FALTA SECTION.
       R-TRATA-FALTA-1.
           MOVE WFALTA-REG(WIDX-FALTA) TO WPLANO-SALVO
           MOVE SPACES TO WMOTIVO-PEND
           IF WPS-QTD-ADIA NOT < WADIA-MAX
              MOVE 'LIMITE DE ADIAMENTOS' TO WMOTIVO-PEND
              GO TO R-TRATA-FALTA-9
           END-IF
           MOVE WPS-VEN TO CODIGO-VEN
           MOVE ZEROES TO WREG-VEN-CORRENTE
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR NOT VEN-ATIVO
              MOVE 'VENDEDOR SEM ATIVIDADE' TO WMOTIVO-PEND
              GO TO R-TRATA-FALTA-9
           END-IF
           MOVE COD-REGIAO TO WREG-VEN-CORRENTE
           IF MAX-VISITAS-DIA-VEN > ZEROES
              MOVE MAX-VISITAS-DIA-VEN TO WCAP-DIA-VEN
           ELSE
              MOVE WVISITAS-DIA-MAX TO WCAP-DIA-VEN
           END-IF
           PERFORM R-ACHA-DIA-COM-VAGA THRU R-ACHA-DIA-COM-VAGA-FIM
           IF NOT ACHOU-DIA
              MOVE 'SEM DIA COM VAGA' TO WMOTIVO-PEND
              GO TO R-TRATA-FALTA-9
           END-IF
           MOVE WPS-CLI TO WBLQ-CLI
           MOVE WDATA-NOVA TO WBLQ-DATA
           PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
           IF CLI-BLOQUEADO
              MOVE WPS-CHAVE TO CHAVE-PLANO
              DELETE PLANOVIS
              ADD 1 TO WCONT-BLOQUEADAS
              GO TO R-TRATA-FALTA-1-EXIT
           END-IF
           MOVE WPS-CHAVE TO CHAVE-PLANO
           DELETE PLANOVIS
           MOVE WPLANO-SALVO TO REGISTRO-PLANO-VIS
           MOVE WDATA-NOVA TO DATA-PLANO
           IF WPS-DATA-ORIG = ZEROES
              MOVE WPS-DATA TO DATA-ORIG-PLANO
           END-IF
           ADD 1 TO QTD-ADIA-PLANO
      *----CLIENTE JA PLANEJADO NO NOVO DIA: A VISITA ADIADA SE
      *    JUNTA A QUE JA ESTA LA.
           WRITE REGISTRO-PLANO-VIS
           ADD 1 TO WCONT-ADIADAS
           GO TO R-TRATA-FALTA-1-EXIT.
       R-TRATA-FALTA-9.
           MOVE WPS-CHAVE TO CHAVE-PLANO
           DELETE PLANOVIS
           MOVE WPS-VEN TO COD-VEN-PVIS
           MOVE WPS-CLI TO COD-CLI-PVIS
           MOVE WPS-DATA TO DATA-PLANO-PVIS
           IF WPS-DATA-ORIG = ZEROES
              MOVE WPS-DATA TO DATA-ORIG-PVIS
           ELSE
              MOVE WPS-DATA-ORIG TO DATA-ORIG-PVIS
           END-IF
           MOVE WPS-QTD-ADIA TO QTD-ADIA-PVIS
           MOVE WPS-ORIGEM TO ORIGEM-PVIS
           MOVE WMOTIVO-PEND TO MOTIVO-PVIS
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-PVIS
           WRITE REGISTRO-PEND-VISITA
           IF FS-PVI = '22'
              REWRITE REGISTRO-PEND-VISITA
           END-IF
           ADD 1 TO WCONT-PENDENTES.
       R-TRATA-FALTA-1-EXIT.
           EXIT.

       R-ACHA-DIA-COM-VAGA.
           MOVE 'N' TO WACHOU-DIA
           MOVE WDATA-REF TO WDATA-NOVA
           MOVE ZEROES TO WCONT-PASSOS
           PERFORM R-TESTA-PROXIMO-DIA
                   UNTIL ACHOU-DIA OR WCONT-PASSOS NOT < 60.
       R-ACHA-DIA-COM-VAGA-FIM.
           EXIT.

       R-TESTA-PROXIMO-DIA.
           ADD 1 TO WCONT-PASSOS
           COMPUTE WDATA-NOVA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WDATA-NOVA) + 1)
           MOVE WDATA-NOVA TO WDATA-TESTE
           PERFORM R-CHECA-DIA-UTIL
           IF DIA-EH-UTIL
              PERFORM R-CHECA-FERIADO-REGIONAL
              IF WDIA-REG-BLOQ = 'N'
                 PERFORM R-CONTA-VISITAS-DIA
                 IF WQTD-DIA-VEN < WCAP-DIA-VEN
                    MOVE 'S' TO WACHOU-DIA
                 END-IF
              END-IF
           END-IF.

       R-CONTA-VISITAS-DIA.
           MOVE ZEROES TO WQTD-DIA-VEN
           MOVE WPS-VEN TO COD-VEN-PLANO
           MOVE WDATA-NOVA TO DATA-PLANO
           MOVE ZEROES TO COD-CLI-PLANO
           START PLANOVIS KEY IS NOT LESS THAN CHAVE-PLANO
           PERFORM UNTIL FS-PLA NOT = '00'
              READ PLANOVIS NEXT
              IF FS-PLA = '00'
                 IF COD-VEN-PLANO = WPS-VEN AND
                    DATA-PLANO = WDATA-NOVA
                    ADD 1 TO WQTD-DIA-VEN
                 ELSE
                    MOVE '10' TO FS-PLA
                 END-IF
              END-IF
           END-PERFORM.

       S-LE-CALENDARIO SECTION.
       R-LE-CALENDARIO-1.
           INITIALIZE WQTD-FERIADOS WQTD-REC WQTD-FER-REG
           MOVE SPACES TO WTAB-SIG-BLOQ
           OPEN INPUT CALENDARIO.
           IF FS-CAL NOT = '00'
              GO TO R-LE-CALENDARIO-1-EXIT
           END-IF
           PERFORM UNTIL FS-CAL NOT = '00'
              READ CALENDARIO
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-CARREGA-LINHA-CAL
                          THRU R-CARREGA-LINHA-CAL-FIM
              END-READ
           END-PERFORM
           CLOSE CALENDARIO.
       R-LE-CALENDARIO-1-EXIT.
           EXIT.

       R-CARREGA-LINHA-CAL.
           MOVE CALENDARIO-DATA-01(1:8) TO WDATA-CAL
           IF WDATA-CAL IS NUMERIC
              IF CALENDARIO-DATA-01(10:3) IS NUMERIC AND
                 CALENDARIO-DATA-01(10:3) NOT = '000'
                 IF WQTD-FER-REG < 100
                    ADD 1 TO WQTD-FER-REG
                    MOVE WDATA-CAL TO WFER-REG-DATA(WQTD-FER-REG)
                    MOVE CALENDARIO-DATA-01(10:3)
                         TO WFER-REG-REGIAO(WQTD-FER-REG)
                 END-IF
              ELSE
                 IF WQTD-FERIADOS < 100
                    ADD 1 TO WQTD-FERIADOS
                    MOVE WDATA-CAL TO WFERIADO-TAB(WQTD-FERIADOS)
                 END-IF
              END-IF
              GO TO R-CARREGA-LINHA-CAL-FIM
           END-IF
           IF CALENDARIO-DATA-01(1:3) = 'REC' AND
              CALENDARIO-DATA-01(5:4) IS NUMERIC
              IF (CALENDARIO-DATA-01(10:3) IS NOT NUMERIC OR
                  CALENDARIO-DATA-01(10:3) = '000') AND
                 WQTD-REC < 50
                 ADD 1 TO WQTD-REC
                 MOVE CALENDARIO-DATA-01(5:4)
                      TO WREC-MMDD-TAB(WQTD-REC)
              END-IF
              GO TO R-CARREGA-LINHA-CAL-FIM
           END-IF
           IF CALENDARIO-DATA-01(4:1) = SPACE
              PERFORM VARYING WIDX-SIG FROM 1 BY 1
                      UNTIL WIDX-SIG > 7
                 IF WTAB-DIAS-SEMANA(WIDX-SIG * 3 - 2:3) =
                    CALENDARIO-DATA-01(1:3)
                    MOVE 'S' TO WSIG-BLOQ(WIDX-SIG)
                 END-IF
              END-PERFORM
           END-IF.
       R-CARREGA-LINHA-CAL-FIM.
           EXIT.

      *----1=SEG ... 7=DOM (O DIA 1601-01-01 DA BASE DO
      *    INTEGER-OF-DATE FOI UMA SEGUNDA-FEIRA).
       R-CHECA-DIA-UTIL.
           MOVE 'S' TO WDIA-EH-UTIL
           COMPUTE WNUM-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WDATA-TESTE) - 1, 7) + 1
           IF WSIG-BLOQ(WNUM-DIA-SEMANA) = 'S'
              MOVE 'N' TO WDIA-EH-UTIL
           END-IF
           PERFORM VARYING WIDX-FER FROM 1 BY 1
                   UNTIL WIDX-FER > WQTD-FERIADOS
              IF WFERIADO-TAB(WIDX-FER) = WDATA-TESTE
                 MOVE 'N' TO WDIA-EH-UTIL
              END-IF
           END-PERFORM
           COMPUTE WMMDD-TESTE = FUNCTION MOD(WDATA-TESTE, 10000)
           PERFORM VARYING WIDX-REC FROM 1 BY 1
                   UNTIL WIDX-REC > WQTD-REC
              IF WREC-MMDD-TAB(WIDX-REC) = WMMDD-TESTE
                 MOVE 'N' TO WDIA-EH-UTIL
              END-IF
           END-PERFORM.

       R-CHECA-FERIADO-REGIONAL.
           MOVE 'N' TO WDIA-REG-BLOQ
           PERFORM VARYING WIDX-FREG FROM 1 BY 1
                   UNTIL WIDX-FREG > WQTD-FER-REG
              IF WFER-REG-DATA(WIDX-FREG) = WDATA-TESTE AND
                 WFER-REG-REGIAO(WIDX-FREG) = WREG-VEN-CORRENTE
                 MOVE 'S' TO WDIA-REG-BLOQ
              END-IF
           END-PERFORM.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,DATA=' WDATA-REF
                     ',ANALISADAS=' WCONT-ANALISADAS
                     ',REALIZADAS=' WCONT-REALIZADAS
                     ',ADIADAS=' WCONT-ADIADAS
                     ',PENDENTES=' WCONT-PENDENTES
                     ',BAIXADAS=' WCONT-BAIXADAS
                     ',BLOQUEADAS=' WCONT-BLOQUEADAS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY BLOQVIS.CPY.

       COPY FS-TRADUZ.CPY.
