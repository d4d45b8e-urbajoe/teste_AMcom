       IDENTIFICATION DIVISION.
       PROGRAM-ID.  agendavisita.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AGENDAVIS ASSIGN TO DISK WID-ARQ-AGENDAVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AGENDA
              ALTERNATE RECORD KEY IS COD-CLI-AGE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AGE.

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

       SELECT CALENDARIO ASSIGN TO DISK WID-ARQ-CALENDARIO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CAL.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT BLOQVIS ASSIGN TO DISK WID-ARQ-BLOQVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLQ.

       DATA DIVISION.
       FILE SECTION.
      *----AGENDA DE VISITAS MARCADAS COM HORA (POR TELEFONE, PELO
      *    VENDEDOR OU PELO ESCRITORIO). UMA LINHA POR VENDEDOR/DATA/
      *    HORA; DURACAO EM MINUTOS. O PLANO MENSAL TRAZ CADA
      *    AGENDAMENTO COMO VISITA DE ORIGEM 'A' E O ROTEIRO DO DIA
      *    TRATA A PARADA COMO HORARIO FIXO.
       FD AGENDAVIS.
       01  REGISTRO-AGENDA.
           02 CHAVE-AGENDA.
              03 COD-VEN-AGE            PIC  9(003).
              03 DATA-AGE               PIC  9(008).
              03 HORA-AGE               PIC  9(004).
           02 COD-CLI-AGE               PIC  9(007).
           02 DURACAO-AGE               PIC  9(003).
           02 OBS-AGE                   PIC  X(040).
           02 OPERADOR-AGE              PIC  X(020).
           02 DATA-HORA-AGE             PIC  X(014).

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

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           05  CALENDARIO-DATA-01  PIC X(00080).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

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
       01 FS-AGE.
           02 FS-AGE-1                PIC 9.
           02 FS-AGE-2                PIC 9.
           02 FS-AGE-R REDEFINES FS-AGE-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-CAL.
           02 FS-CAL-1                PIC 9.
           02 FS-CAL-2                PIC 9.
           02 FS-CAL-R REDEFINES FS-CAL-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-AGENDAVIS       PIC X(50) VALUE
              'AGENDA-VISITA.DAT'.
       01 WID-ARQ-CALENDARIO      PIC X(50) VALUE 'CALENDARIO.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----DURACAO PADRAO DE UMA VISITA AGENDADA: VISITA-TEMPO-MIN
      *    EM CONFIG.DAT (O MESMO TEMPO MEDIO USADO PELO ROTEIRO).
       01 WTEMPO-VISITA           PIC 9(005) VALUE 30.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.

      *----CHAVE INFORMADA NA TELA (VENDEDOR, DATA E HORA HHMM).
       01 WAGE-VEN                PIC 9(003) VALUE ZEROES.
       01 WAGE-DATA               PIC 9(008) VALUE ZEROES.
       01 WAGE-HORA               PIC 9(004) VALUE ZEROES.
       01 WNOME-VEN-TELA          PIC X(040) VALUE SPACES.
       01 WSTATUS-VEN-AGE         PIC X(001) VALUE SPACES.
       01 WAFAST-INI-AGE          PIC 9(008) VALUE ZEROES.
       01 WAFAST-FIM-AGE          PIC 9(008) VALUE ZEROES.
       01 WFIM-DIA                PIC X(001) VALUE 'N'.

      *----CAMPOS DE EDICAO DO AGENDAMENTO. CLIENTE ZERO CANCELA UM
      *    AGENDAMENTO EXISTENTE; NOVA DATA/HORA DIFERENTE DE ZERO
      *    MOVE O AGENDAMENTO (ZERO MANTEM A DATA OU A HORA).
       01 WED-CLI                 PIC 9(007) VALUE ZEROES.
       01 WED-DURACAO             PIC 9(003) VALUE ZEROES.
       01 WED-OBS                 PIC X(040) VALUE SPACES.
       01 WED-NOVA-DATA           PIC 9(008) VALUE ZEROES.
       01 WED-NOVA-HORA           PIC 9(004) VALUE ZEROES.
       01 WED-RAZAO               PIC X(040) VALUE SPACES.
       01 WDEST-DATA              PIC 9(008) VALUE ZEROES.
       01 WDEST-HORA              PIC 9(004) VALUE ZEROES.
       01 WAGE-EXISTE             PIC X(001) VALUE 'N'.
          88 AGE-EXISTE                VALUE 'S'.
       01 WAGE-MOVE               PIC X(001) VALUE 'N'.
          88 AGE-MOVE                  VALUE 'S'.
       01 WAGE-SITUACAO           PIC X(020) VALUE SPACES.

      *----VALIDACAO DE DATA E HORA.
       01 WDATA-VALIDA            PIC X(001) VALUE 'S'.
       01 WDATA-CHECA             PIC 9(008) VALUE ZEROES.
       01 WHORA-CHECA             PIC 9(004) VALUE ZEROES.
       01 WHORA-CHECA-R REDEFINES WHORA-CHECA.
          02 WHORA-CHECA-HH       PIC 9(002).
          02 WHORA-CHECA-MM       PIC 9(002).

      *----CONFLITO DE HORARIO: OUTRO AGENDAMENTO DO VENDEDOR NO MESMO
      *    DIA CUJO INTERVALO (HORA + DURACAO) CRUZA O DO NOVO.
       01 WCHK-INI                PIC 9(005) VALUE ZEROES.
       01 WCHK-FIM                PIC 9(005) VALUE ZEROES.
       01 WOUT-INI                PIC 9(005) VALUE ZEROES.
       01 WOUT-FIM                PIC 9(005) VALUE ZEROES.
       01 WEXC-HORA               PIC 9(004) VALUE ZEROES.
       01 WCONFLITO               PIC X(001) VALUE 'N'.
       01 WCONFLITO-HORA          PIC 9(004) VALUE ZEROES.
       01 WCONFLITO-CLI           PIC 9(007) VALUE ZEROES.
       01 WHHMM-CONV              PIC 9(004) VALUE ZEROES.
       01 WHH-CONV                PIC 9(003) VALUE ZEROES.
       01 WMM-CONV                PIC 9(002) VALUE ZEROES.
       01 WMIN-CONV               PIC 9(005) VALUE ZEROES.
       77 WQTD-AVISOS             PIC 9(002) VALUE ZEROES.

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

      *----PAINEL COM OS AGENDAMENTOS DO VENDEDOR NO DIA (ATE 12).
       01 WAGE-PAINEL.
          02 WAGE-PAINEL-1          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-2          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-3          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-4          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-5          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-6          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-7          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-8          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-9          PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-10         PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-11         PIC X(070) VALUE SPACES.
          02 WAGE-PAINEL-12         PIC X(070) VALUE SPACES.
       01 WAGE-PAINEL-R REDEFINES WAGE-PAINEL.
          02 WAGE-PAINEL-LIN OCCURS 12 TIMES PIC X(070).
       77 WIDX-PAINEL              PIC 99 VALUE ZEROES.
       01 WHORA-EDIT.
          02 WHORA-EDIT-HH        PIC 9(002) VALUE ZEROES.
          02 F                    PIC X(001) VALUE ':'.
          02 WHORA-EDIT-MM        PIC 9(002) VALUE ZEROES.

       01 WAUD-OPERACAO            PIC X(001) VALUE SPACES.
       01 WAUD-ANTES               PIC X(080) VALUE SPACES.
       01 WAUD-DEPOIS              PIC X(080) VALUE SPACES.
       01 WAUD-DATA-HORA           PIC X(014).
       01 WAUD-USUARIO             PIC X(020).

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
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'agendavisita'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-AGENDA-DIA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - AGENDA DE VISITAS MA
      -"RCADAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 5 VALUE "VENDEDOR (0 SAI)........:".
          02 SCR-AGE-VEN LINE 6 COL 31 PIC 9(003)
                 USING WAGE-VEN AUTO.
          02 LINE 7 COL 5 VALUE "DATA (AAAAMMDD, 0=HOJE).:".
          02 SCR-AGE-DATA LINE 7 COL 31 PIC 9(008)
                 USING WAGE-DATA AUTO.
          02 LINE 10 COL 5 VALUE "[ESC] SAI".

       01 TELA-AGENDA-LISTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - AGENDA DE VISITAS MA
      -"RCADAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 5 VALUE "VENDEDOR:".
          02 LINE 4 COL 15 PIC 9(003) FROM WAGE-VEN.
          02 LINE 4 COL 19 PIC X(030) FROM WNOME-VEN-TELA.
          02 LINE 4 COL 51 VALUE "DATA:".
          02 LINE 4 COL 57 PIC 9(008) FROM WAGE-DATA.
          02 LINE 6 COL 5 PIC X(070) FROM WAGE-PAINEL-1.
          02 LINE 7 COL 5 PIC X(070) FROM WAGE-PAINEL-2.
          02 LINE 8 COL 5 PIC X(070) FROM WAGE-PAINEL-3.
          02 LINE 9 COL 5 PIC X(070) FROM WAGE-PAINEL-4.
          02 LINE 10 COL 5 PIC X(070) FROM WAGE-PAINEL-5.
          02 LINE 11 COL 5 PIC X(070) FROM WAGE-PAINEL-6.
          02 LINE 12 COL 5 PIC X(070) FROM WAGE-PAINEL-7.
          02 LINE 13 COL 5 PIC X(070) FROM WAGE-PAINEL-8.
          02 LINE 14 COL 5 PIC X(070) FROM WAGE-PAINEL-9.
          02 LINE 15 COL 5 PIC X(070) FROM WAGE-PAINEL-10.
          02 LINE 16 COL 5 PIC X(070) FROM WAGE-PAINEL-11.
          02 LINE 17 COL 5 PIC X(070) FROM WAGE-PAINEL-12.
          02 LINE 19 COL 5 VALUE
             "HORA NOVA INCLUI; HORA AGENDADA ALTERA, MOVE OU CANCELA.".
          02 LINE 21 COL 5 VALUE "HORA (HHMM, [ESC] VOLTA):".
          02 SCR-AGE-HORA LINE 21 COL 31 PIC 9(004)
                 USING WAGE-HORA AUTO.

       01 TELA-AGENDA-DET.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - AGENDA DE VISITAS MA
      -"RCADAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "VENDEDOR/DATA/HORA......:".
          02 LINE 5 COL 31 PIC 9(003) FROM WAGE-VEN.
          02 LINE 5 COL 35 PIC 9(008) FROM WAGE-DATA.
          02 LINE 5 COL 44 PIC 9(004) FROM WAGE-HORA.
          02 LINE 5 COL 50 PIC X(020) FROM WAGE-SITUACAO.
          02 LINE 7 COL 5 VALUE "CLIENTE.................:".
          02 SCR-ED-CLI LINE 7 COL 31 PIC 9(007)
                 USING WED-CLI AUTO.
          02 LINE 8 COL 31 PIC X(040) FROM WED-RAZAO.
          02 LINE 9 COL 5 VALUE "DURACAO (MINUTOS).......:".
          02 SCR-ED-DUR LINE 9 COL 31 PIC 9(003)
                 USING WED-DURACAO AUTO.
          02 LINE 10 COL 5 VALUE "OBSERVACAO..............:".
          02 SCR-ED-OBS LINE 10 COL 31 PIC X(040)
                 USING WED-OBS AUTO.
          02 LINE 12 COL 5 VALUE "MOVER PARA DATA (0=MESMA):".
          02 SCR-ED-NDATA LINE 12 COL 31 PIC 9(008)
                 USING WED-NOVA-DATA AUTO.
          02 LINE 13 COL 5 VALUE "MOVER PARA HORA (0=MESMA):".
          02 SCR-ED-NHORA LINE 13 COL 31 PIC 9(004)
                 USING WED-NOVA-HORA AUTO.
          02 LINE 15 COL 5 VALUE
             "(CLIENTE ZERO CANCELA O AGENDAMENTO)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           INITIALIZE WSAIDA
           PERFORM S-LE-CONFIG-AGENDA THRU R-LE-CONFIG-AGENDA-1-EXIT
           PERFORM S-LE-CALENDARIO THRU R-LE-CALENDARIO-1-EXIT
           OPEN I-O AGENDAVIS.
           IF FS-AGE = '35'
              OPEN OUTPUT AGENDAVIS
              CLOSE AGENDAVIS
              OPEN I-O AGENDAVIS
           END-IF
           IF FS-AGE NOT = '00'
              MOVE FS-AGE TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-AGENDAVIS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ AGENDA: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-AGE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
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
              CLOSE AGENDAVIS
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
              CLOSE AGENDAVIS VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-ABRE-BLOQVIS THRU R-ABRE-BLOQVIS-1-EXIT
           MOVE ZEROES TO WAGE-VEN WAGE-DATA
           PERFORM UNTIL WSAIDA = 1
              DISPLAY TELA-AGENDA-DIA
              ACCEPT TELA-AGENDA-DIA
              IF ESC OR WAGE-VEN = ZEROES
                 MOVE 1 TO WSAIDA
              ELSE
                 PERFORM S-AGENDA-DIA THRU R-AGENDA-DIA-1-EXIT
              END-IF
           END-PERFORM
           CLOSE AGENDAVIS VENDEDORES CLIENTES
           IF BLQ-DISPONIVEL
              CLOSE BLOQVIS
           END-IF.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----VENDEDOR E DATA ESCOLHIDOS: MOSTRA A AGENDA DO DIA E
      *    MANTEM UM HORARIO DE CADA VEZ ATE O [ESC].
       S-AGENDA-DIA SECTION.
       R-AGENDA-DIA-1.
           IF WAGE-DATA = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WAGE-DATA
           END-IF
           MOVE WAGE-DATA TO WDATA-CHECA
           PERFORM R-VALIDA-DATA
           IF WDATA-VALIDA = 'N'
              MOVE 'DATA INVALIDA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-AGENDA-DIA-1-EXIT
           END-IF
           MOVE WAGE-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WAGE-VEN
              MOVE 'VENDEDOR NAO CADASTRADO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-AGENDA-DIA-1-EXIT
           END-IF
           MOVE NOME-VEN TO WNOME-VEN-TELA
           MOVE STATUS-VEN TO WSTATUS-VEN-AGE
           MOVE DATA-INICIO-AFASTAMENTO TO WAFAST-INI-AGE
           MOVE DATA-FIM-AFASTAMENTO TO WAFAST-FIM-AGE
           MOVE COD-REGIAO TO WREG-VEN-CORRENTE
           MOVE 'N' TO WFIM-DIA
           PERFORM UNTIL WFIM-DIA = 'S'
              PERFORM R-MONTA-PAINEL-AGENDA
              MOVE ZEROES TO WAGE-HORA
              DISPLAY TELA-AGENDA-LISTA
              ACCEPT TELA-AGENDA-LISTA
              IF ESC
                 MOVE 'S' TO WFIM-DIA
              ELSE
                 PERFORM S-MANTEM-AGENDA THRU R-MANTEM-AGENDA-1-EXIT
              END-IF
           END-PERFORM.
       R-AGENDA-DIA-1-EXIT.
           EXIT.

       R-MONTA-PAINEL-AGENDA.
           MOVE SPACES TO WAGE-PAINEL
           MOVE ZEROES TO WIDX-PAINEL
           MOVE WAGE-VEN TO COD-VEN-AGE
           MOVE WAGE-DATA TO DATA-AGE
           MOVE ZEROES TO HORA-AGE
           START AGENDAVIS KEY IS NOT LESS THAN CHAVE-AGENDA
           PERFORM UNTIL FS-AGE NOT = '00' OR WIDX-PAINEL = 12
              READ AGENDAVIS NEXT
              IF FS-AGE = '00'
                 IF COD-VEN-AGE = WAGE-VEN AND DATA-AGE = WAGE-DATA
                    ADD 1 TO WIDX-PAINEL
                    MOVE HORA-AGE TO WHHMM-CONV
                    PERFORM R-HHMM-EDITA
                    MOVE COD-CLI-AGE TO CODIGO
                    READ CLIENTES KEY IS CODIGO
                    IF FS-CLI NOT = '00'
                       MOVE SPACES TO RAZAO
                    END-IF
                    STRING WHORA-EDIT ' ' COD-CLI-AGE ' ' RAZAO(1:30)
                        ' ' DURACAO-AGE 'MIN ' OBS-AGE(1:20)
                        DELIMITED BY SIZE
                        INTO WAGE-PAINEL-LIN(WIDX-PAINEL)
                 ELSE
                    MOVE '10' TO FS-AGE
                 END-IF
              END-IF
           END-PERFORM
           IF WIDX-PAINEL = ZEROES
              MOVE '(NENHUM AGENDAMENTO NO DIA)' TO WAGE-PAINEL-1
           END-IF.

      *----INCLUI, ALTERA, MOVE OU CANCELA O AGENDAMENTO DA HORA
      *    INFORMADA. VENDEDOR AFASTADO, DIA SEM EXPEDIENTE NO
      *    CALENDARIO E CHOQUE COM OUTRO HORARIO DO VENDEDOR SAO
      *    AVISADOS E PEDEM CONFIRMACAO, MAS NAO IMPEDEM A GRAVACAO.
      *    CLIENTE COM BLOQUEIO DE VISITA NA DATA E RECUSADO.
       S-MANTEM-AGENDA SECTION.
       R-MANTEM-AGENDA-1.
           MOVE WAGE-HORA TO WHORA-CHECA
           IF WHORA-CHECA-HH > 23 OR WHORA-CHECA-MM > 59
              MOVE 'HORA INVALIDA (HHMM) ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-AGENDA-1-EXIT
           END-IF
           MOVE WAGE-VEN TO COD-VEN-AGE
           MOVE WAGE-DATA TO DATA-AGE
           MOVE WAGE-HORA TO HORA-AGE
           READ AGENDAVIS
           IF FS-AGE = '00'
              MOVE 'S' TO WAGE-EXISTE
              MOVE '(ALTERACAO)' TO WAGE-SITUACAO
              MOVE COD-CLI-AGE TO WED-CLI
              MOVE DURACAO-AGE TO WED-DURACAO
              MOVE OBS-AGE TO WED-OBS
              MOVE SPACES TO WAUD-ANTES
              STRING 'CLI=' COD-CLI-AGE ' DATA=' DATA-AGE
                  ' HORA=' HORA-AGE ' DUR=' DURACAO-AGE
                  DELIMITED BY SIZE INTO WAUD-ANTES
           ELSE
              MOVE 'N' TO WAGE-EXISTE
              MOVE '(INCLUSAO)' TO WAGE-SITUACAO
              MOVE ZEROES TO WED-CLI
              MOVE WTEMPO-VISITA TO WED-DURACAO
              MOVE SPACES TO WED-OBS WAUD-ANTES
           END-IF
           MOVE ZEROES TO WED-NOVA-DATA WED-NOVA-HORA
           MOVE SPACES TO WED-RAZAO
           IF AGE-EXISTE
              MOVE WED-CLI TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE RAZAO TO WED-RAZAO
              END-IF
           END-IF
           DISPLAY TELA-AGENDA-DET
           ACCEPT TELA-AGENDA-DET
           IF ESC
              GO TO R-MANTEM-AGENDA-1-EXIT
           END-IF
           IF WED-CLI = ZEROES
              IF AGE-EXISTE
                 PERFORM R-CANCELA-AGENDA THRU R-CANCELA-AGENDA-FIM
              END-IF
              GO TO R-MANTEM-AGENDA-1-EXIT
           END-IF
           MOVE WED-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00' OR NOT CLI-ATIVO
              MOVE 'CLIENTE NAO EXISTE OU INATIVO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-AGENDA-1-EXIT
           END-IF
           IF WED-DURACAO = ZEROES
              MOVE WTEMPO-VISITA TO WED-DURACAO
           END-IF
      *----DESTINO DO AGENDAMENTO: A PROPRIA CHAVE OU, SE INFORMADA
      *    NOVA DATA/HORA EM UM AGENDAMENTO EXISTENTE, A NOVA POSICAO.
           MOVE WAGE-DATA TO WDEST-DATA
           MOVE WAGE-HORA TO WDEST-HORA
           MOVE 'N' TO WAGE-MOVE
           IF AGE-EXISTE AND
              (WED-NOVA-DATA NOT = ZEROES OR
               WED-NOVA-HORA NOT = ZEROES)
              IF WED-NOVA-DATA NOT = ZEROES
                 MOVE WED-NOVA-DATA TO WDEST-DATA
              END-IF
              IF WED-NOVA-HORA NOT = ZEROES
                 MOVE WED-NOVA-HORA TO WDEST-HORA
              END-IF
              IF WDEST-DATA NOT = WAGE-DATA OR
                 WDEST-HORA NOT = WAGE-HORA
                 MOVE 'S' TO WAGE-MOVE
              END-IF
           END-IF
           IF AGE-MOVE
              MOVE WDEST-DATA TO WDATA-CHECA
              PERFORM R-VALIDA-DATA
              MOVE WDEST-HORA TO WHORA-CHECA
              IF WDATA-VALIDA = 'N' OR
                 WHORA-CHECA-HH > 23 OR WHORA-CHECA-MM > 59
                 MOVE 'NOVA DATA/HORA INVALIDA ' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-MANTEM-AGENDA-1-EXIT
              END-IF
              MOVE WAGE-VEN TO COD-VEN-AGE
              MOVE WDEST-DATA TO DATA-AGE
              MOVE WDEST-HORA TO HORA-AGE
              READ AGENDAVIS
              IF FS-AGE = '00'
                 MOVE 'JA EXISTE AGENDAMENTO NA NOVA DATA/HORA '
                   TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-MANTEM-AGENDA-1-EXIT
              END-IF
           END-IF
           MOVE WED-CLI TO WBLQ-CLI
           MOVE WDEST-DATA TO WBLQ-DATA
           PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
           IF CLI-BLOQUEADO
              MOVE 'CLIENTE COM BLOQUEIO DE VISITA NA DATA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-MANTEM-AGENDA-1-EXIT
           END-IF
           PERFORM R-CHECA-AVISOS THRU R-CHECA-AVISOS-FIM
           IF WQTD-AVISOS > ZEROES
              MOVE 'CONFIRMA MESMO COM O(S) AVISO(S) ?...' TO WTXT
           ELSE
              MOVE 'CONFIRMA ?...' TO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-MANTEM-AGENDA-1-EXIT
           END-IF
           PERFORM R-GRAVA-AGENDA THRU R-GRAVA-AGENDA-FIM.
       R-MANTEM-AGENDA-1-EXIT.
           EXIT.

      *----AVISOS DA DATA/HORA DE DESTINO (CADA UM NA LINHA DE
      *    MENSAGEM, UM DEPOIS DO OUTRO).
       R-CHECA-AVISOS.
           MOVE ZEROES TO WQTD-AVISOS
           IF WSTATUS-VEN-AGE = 'L' OR
              (WAFAST-INI-AGE NOT = ZEROES AND
               WDEST-DATA NOT < WAFAST-INI-AGE AND
               (WAFAST-FIM-AGE = ZEROES OR
                WDEST-DATA NOT > WAFAST-FIM-AGE))
              ADD 1 TO WQTD-AVISOS
              MOVE 'AVISO: VENDEDOR AFASTADO (STATUS L) ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF
           MOVE WDEST-DATA TO WDATA-TESTE
           PERFORM R-CHECA-DIA-UTIL
           PERFORM R-CHECA-FERIADO-REGIONAL
           IF NOT DIA-EH-UTIL OR WDIA-REG-BLOQ = 'S'
              ADD 1 TO WQTD-AVISOS
              MOVE 'AVISO: DATA SEM EXPEDIENTE NO CALENDARIO ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF
           PERFORM R-CHECA-CONFLITO THRU R-CHECA-CONFLITO-FIM
           IF WCONFLITO = 'S'
              ADD 1 TO WQTD-AVISOS
              MOVE WCONFLITO-HORA TO WHHMM-CONV
              PERFORM R-HHMM-EDITA
              MOVE SPACES TO WTXT
              STRING 'AVISO: CHOQUE COM AGENDA DAS ' WHORA-EDIT
                  ' CLI ' WCONFLITO-CLI
                  DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF.
       R-CHECA-AVISOS-FIM.
           EXIT.

      *----PROCURA NO DIA DE DESTINO OUTRO AGENDAMENTO DO VENDEDOR
      *    CUJO INTERVALO CRUZE O NOVO. O PROPRIO AGENDAMENTO (NA
      *    ALTERACAO OU NA MUDANCA DE HORA NO MESMO DIA) NAO CONTA.
       R-CHECA-CONFLITO.
           MOVE 'N' TO WCONFLITO
           MOVE 9999 TO WEXC-HORA
           IF AGE-EXISTE AND WDEST-DATA = WAGE-DATA
              MOVE WAGE-HORA TO WEXC-HORA
           END-IF
           MOVE WDEST-HORA TO WHHMM-CONV
           PERFORM R-HHMM-PARA-MIN
           MOVE WMIN-CONV TO WCHK-INI
           COMPUTE WCHK-FIM = WCHK-INI + WED-DURACAO
           MOVE WAGE-VEN TO COD-VEN-AGE
           MOVE WDEST-DATA TO DATA-AGE
           MOVE ZEROES TO HORA-AGE
           START AGENDAVIS KEY IS NOT LESS THAN CHAVE-AGENDA
           IF FS-AGE NOT = '00'
              GO TO R-CHECA-CONFLITO-FIM
           END-IF
           PERFORM UNTIL FS-AGE NOT = '00' OR WCONFLITO = 'S'
              READ AGENDAVIS NEXT
              IF FS-AGE = '00'
                 IF COD-VEN-AGE = WAGE-VEN AND DATA-AGE = WDEST-DATA
                    IF HORA-AGE NOT = WEXC-HORA
                       MOVE HORA-AGE TO WHHMM-CONV
                       PERFORM R-HHMM-PARA-MIN
                       MOVE WMIN-CONV TO WOUT-INI
                       COMPUTE WOUT-FIM = WOUT-INI + DURACAO-AGE
                       IF WCHK-INI < WOUT-FIM AND
                          WOUT-INI < WCHK-FIM
                          MOVE 'S' TO WCONFLITO
                          MOVE HORA-AGE TO WCONFLITO-HORA
                          MOVE COD-CLI-AGE TO WCONFLITO-CLI
                       END-IF
                    END-IF
                 ELSE
                    MOVE '10' TO FS-AGE
                 END-IF
              END-IF
           END-PERFORM.
       R-CHECA-CONFLITO-FIM.
           EXIT.

      *----GRAVACAO: NA MUDANCA DE DATA/HORA GRAVA A NOVA POSICAO E
      *    SO ENTAO APAGA A ANTIGA.
       R-GRAVA-AGENDA.
           IF AGE-EXISTE AND NOT AGE-MOVE
              MOVE WAGE-VEN TO COD-VEN-AGE
              MOVE WAGE-DATA TO DATA-AGE
              MOVE WAGE-HORA TO HORA-AGE
              READ AGENDAVIS
              IF FS-AGE NOT = '00'
                 GO TO R-GRAVA-AGENDA-ERRO
              END-IF
           END-IF
           MOVE WAGE-VEN TO COD-VEN-AGE
           MOVE WDEST-DATA TO DATA-AGE
           MOVE WDEST-HORA TO HORA-AGE
           MOVE WED-CLI TO COD-CLI-AGE
           MOVE WED-DURACAO TO DURACAO-AGE
           MOVE WED-OBS TO OBS-AGE
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO OPERADOR-AGE
           ELSE
              ACCEPT OPERADOR-AGE FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-AGE
           IF AGE-EXISTE AND NOT AGE-MOVE
              MOVE 'A' TO WAUD-OPERACAO
              REWRITE REGISTRO-AGENDA
           ELSE
              IF AGE-MOVE
                 MOVE 'A' TO WAUD-OPERACAO
              ELSE
                 MOVE 'I' TO WAUD-OPERACAO
              END-IF
              WRITE REGISTRO-AGENDA
           END-IF
           IF FS-AGE NOT = '00'
              GO TO R-GRAVA-AGENDA-ERRO
           END-IF
           MOVE SPACES TO WAUD-DEPOIS
           STRING 'CLI=' COD-CLI-AGE ' DATA=' DATA-AGE
               ' HORA=' HORA-AGE ' DUR=' DURACAO-AGE
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           IF AGE-MOVE
              MOVE WAGE-VEN TO COD-VEN-AGE
              MOVE WAGE-DATA TO DATA-AGE
              MOVE WAGE-HORA TO HORA-AGE
              READ AGENDAVIS
              IF FS-AGE = '00'
                 DELETE AGENDAVIS
              END-IF
           END-IF
           PERFORM R-AUDITA-AGENDA THRU R-AUDITA-AGENDA-FIM
           IF AGE-MOVE
              MOVE 'AGENDAMENTO MOVIDO ' TO WTXT
           ELSE
              MOVE 'AGENDAMENTO GRAVADO ' TO WTXT
           END-IF
           PERFORM R-MOSTRA-MENSAGEM
           GO TO R-GRAVA-AGENDA-FIM.
       R-GRAVA-AGENDA-ERRO.
           MOVE FS-AGE TO WFS-COD-TRADUZIR
           MOVE WID-ARQ-AGENDAVIS TO WERR-ARQUIVO
           MOVE CHAVE-AGENDA TO WERR-CHAVE
           PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
           MOVE SPACES TO WTXT
           STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                  DELIMITED BY SIZE INTO WTXT
           MOVE FS-AGE TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-GRAVA-AGENDA-FIM.
           EXIT.

       R-CANCELA-AGENDA.
           MOVE 'CONFIRMA CANCELAMENTO DO AGENDAMENTO ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-CANCELA-AGENDA-FIM
           END-IF
           MOVE WAGE-VEN TO COD-VEN-AGE
           MOVE WAGE-DATA TO DATA-AGE
           MOVE WAGE-HORA TO HORA-AGE
           READ AGENDAVIS
           IF FS-AGE = '00'
              DELETE AGENDAVIS
           END-IF
           IF FS-AGE NOT = '00'
              MOVE 'ERRO NO CANCELAMENTO ST ' TO WTXT
              MOVE FS-AGE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-CANCELA-AGENDA-FIM
           END-IF
           MOVE 'E' TO WAUD-OPERACAO
           MOVE 'CANCELADO' TO WAUD-DEPOIS
           PERFORM R-AUDITA-AGENDA THRU R-AUDITA-AGENDA-FIM
           MOVE 'AGENDAMENTO CANCELADO ' TO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-CANCELA-AGENDA-FIM.
           EXIT.

       R-AUDITA-AGENDA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-AGENDA-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'AGENDA-VISITA' ',' WAUD-OPERACAO ','
               WAGE-VEN '-' WAGE-DATA '-' WAGE-HORA ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-AGENDA-FIM.
           EXIT.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

      *----DATA VALIDA: AAAAMMDD QUE VOLTA IGUAL DEPOIS DE CONVERTIDA
      *    PARA DIA CORRIDO E DE VOLTA.
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

       R-HHMM-PARA-MIN.
           DIVIDE WHHMM-CONV BY 100 GIVING WHH-CONV REMAINDER WMM-CONV
           COMPUTE WMIN-CONV = WHH-CONV * 60 + WMM-CONV.

       R-HHMM-EDITA.
           DIVIDE WHHMM-CONV BY 100 GIVING WHH-CONV REMAINDER WMM-CONV
           MOVE WHH-CONV TO WHORA-EDIT-HH
           MOVE WMM-CONV TO WHORA-EDIT-MM.

       S-LE-CONFIG-AGENDA SECTION.
       R-LE-CONFIG-AGENDA-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-AGENDA-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'VISITA-TEMPO-MIN' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000' AND
                       WCFG-VALOR(1:5) < '01000'
                       MOVE WCFG-VALOR(1:5) TO WTEMPO-VISITA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-AGENDA-1-EXIT.
           EXIT.

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

       COPY BLOQVIS.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
