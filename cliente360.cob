              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT DISHIST ASSIGN TO  DISK WID-ARQ-DISHIST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS-HIS =
                                          CODIGO-CLI-DIS-HIS
                                          CODIGO-VEN-DIS-HIS
                                          DATA-INICIO-DIS-HIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS-HIS
                                          WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS-HIS
                                          WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-HIS.

       SELECT CONTATOS-CLI ASSIGN TO DISK WID-ARQ-CONTATOS-CLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CNPJ-RCB
              ALTERNATE RECORD KEY IS COD-CLI-RCB WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RCB.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT BLOQVIS ASSIGN TO DISK WID-ARQ-BLOQVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLQ.

       SELECT CHAMSAC ASSIGN TO DISK WID-ARQ-CHAMSAC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-SAC
              ALTERNATE RECORD KEY IS COD-CLI-SAC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SAC.

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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

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

       FD DISHIST.
       01  REGISTRO-DISHIST.
           02 CODIGO-CLI-DIS-HIS        PIC  9(007).
           02 CODIGO-VEN-DIS-HIS        PIC  9(003).
           02 DISTANCIA-DIS-HIS         PIC S9(008)v9(003).
           02 TIPO-DIS-HIS              PIC  X(001).
           02 DATA-INICIO-DIS-HIS       PIC  9(008).
           02 DATA-FIM-DIS-HIS          PIC  9(008).
           02 LOCK-DIS-HIS              PIC  X(001).
           02 MOTIVO-FIM-DIS-HIS        PIC  X(002).

       FD  CONTATOS-CLI.
       01  REGISTRO-CONTATO-CLI.
           02 CHAVE-CONTATO-CLI.
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

       FD PLANOVIS.
       01  REGISTRO-PLANO-VIS.
              03 COD-CLI-PLANO          PIC  9(007).
           02 CLASSIF-PLANO             PIC  X(001).
           02 ORIGEM-PLANO              PIC  X(001).
           02 DATA-ORIG-PLANO           PIC  9(008).
           02 QTD-ADIA-PLANO            PIC  9(002).

       FD  LISTAESP.
       01  REG-LISTA-ESPERA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD RECEBER.
       01  REGISTRO-RECEBER.
           02 CNPJ-RCB              PIC  9(014).
           02 COD-CLI-RCB           PIC  9(007).
           02 DIAS-ATRASO-RCB       PIC  9(005).
           02 VALOR-ABERTO-RCB      PIC  9(013)V9(002).
           02 DATA-POSICAO-RCB      PIC  9(008).
           02 CARGA-RCB             PIC  X(014).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

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

      *----CHAMADOS DO SAC (VIDE CADSAC).
       FD CHAMSAC.
       01  REGISTRO-SAC.
           02 NUMERO-SAC                PIC  9(007).
           02 COD-CLI-SAC               PIC  9(007).
           02 CATEGORIA-SAC             PIC  X(002).
           02 DATA-ABERTURA-SAC         PIC  9(008).
           02 HORA-ABERTURA-SAC         PIC  9(006).
           02 DATA-PRAZO-SAC            PIC  9(008).
           02 SITUACAO-SAC              PIC  X(001).
              88 SAC-PENDENTE                 VALUE 'A' 'E'.
           02 COD-VEN-SAC               PIC  9(003).
           02 DESCRICAO-SAC             PIC  X(060).
           02 ANDAMENTO-SAC             PIC  X(060).
           02 RESOLUCAO-SAC             PIC  X(060).
           02 DATA-ENCERRA-SAC          PIC  9(008).
           02 OPERADOR-ABRE-SAC         PIC  X(020).
           02 OPERADOR-ULT-SAC          PIC  X(020).
           02 DATA-HORA-ULT-SAC         PIC  X(014).

       WORKING-STORAGE SECTION.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-HIS.
           02 FS-HIS-1                PIC 9.
           02 FS-HIS-2                PIC 9.
           02 FS-HIS-R REDEFINES FS-HIS-2 PIC 99 COMP-X.
       01 FS-CONT.
           02 FS-CONT-1               PIC 9.
           02 FS-CONT-2               PIC 9.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-RCB.
           02 FS-RCB-1                PIC 9.
           02 FS-RCB-2                PIC 9.
           02 FS-RCB-R REDEFINES FS-RCB-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.

       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-DISHIST         PIC X(50)
                                  VALUE 'DISTRIBUICAO-HIST.DAT'.
       01 WID-ARQ-CONTATOS-CLI    PIC X(50) VALUE 'CONTATOS-CLI.DAT'.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-PLANOVIS        PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WID-ARQ-LISTAESP        PIC X(50) VALUE 'LISTA-ESPERA.DAT'.
       01 WID-ARQ-REDIST-PEND     PIC X(50) VALUE 'REDIST-PEND.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-RECEBER         PIC X(50) VALUE 'RECEBER.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
      *----CONTAS A RECEBER: DIAS DE ATRASO A PARTIR DOS QUAIS O
      *    CLIENTE E INADIMPLENTE (INADIMPL-DIAS DE CONFIG.DAT).
       01 WINADIMPL-DIAS          PIC 9(005) VALUE 30.
       01 WRCB-DISPONIVEL         PIC X VALUE 'N'.
          88 RCB-DISPONIVEL            VALUE 'S'.
       01 WED-VALOR-RCB           PIC ZZZZZZZZZZZZ9.99.

       01 WBUSCA-CODIGO           PIC 9(007) VALUE ZEROES.
       01 WBUSCA-CNPJ             PIC 9(014) VALUE ZEROES.
       01 W360-STATUS             PIC X(010) VALUE SPACES.
       01 W360-VEN-PRIM           PIC X(052) VALUE SPACES.
       01 W360-VEN-RES            PIC X(052) VALUE SPACES.
       01 W360-VINC-ENC           PIC X(060) VALUE SPACES.
       01 W360-CONTATO-1          PIC X(076) VALUE SPACES.
       01 W360-CONTATO-2          PIC X(076) VALUE SPACES.
       01 W360-CONTATO-3          PIC X(076) VALUE SPACES.
       01 W360-CNPJ               PIC X(014) VALUE SPACES.
       01 W360-FONE               PIC X(015) VALUE SPACES.
       01 W360-EMAIL              PIC X(045) VALUE SPACES.
       01 W360-VISITAS            PIC X(060) VALUE SPACES.
       01 W360-PENDENCIAS         PIC X(060) VALUE SPACES.
       01 W360-ULT-AUD            PIC X(030) VALUE SPACES.
       01 W360-RECEBER            PIC X(058) VALUE SPACES.
       01 W360-BLOQUEIO           PIC X(058) VALUE SPACES.
       01 WED-DIST                PIC -ZZZZZZZ9.999.
       01 WQTD-VISITAS-30         PIC 9(003) VALUE ZEROES.
       01 WQTD-PLANO-30           PIC 9(003) VALUE ZEROES.
       77 WTEM-REDIST             PIC X VALUE 'N'.
       77 WTEM-ESPERA             PIC X VALUE 'N'.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
      *----VINCULOS JA ENCERRADOS DO CLIENTE (DISTRIBUICAO VIVA MAIS
      *    O HISTORICO) E O DE FIM MAIS RECENTE.
       77 WQTD-VINC-ENC           PIC 9(003) VALUE ZEROES.
       01 WULT-ENC-FIM            PIC 9(008) VALUE ZEROES.
       01 WULT-ENC-VEN            PIC 9(003) VALUE ZEROES.
       01 WULT-ENC-MOT            PIC X(002) VALUE SPACES.

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

       01 FS-SAC.
           02 FS-SAC-1                PIC 9.
           02 FS-SAC-2                PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01 WID-ARQ-CHAMSAC         PIC X(50) VALUE 'CHAMADOS-SAC.DAT'.
       01 WSAC-DISPONIVEL         PIC X VALUE 'N'.
          88 SAC-DISPONIVEL            VALUE 'S'.
       01 W360-SAC                PIC X(058) VALUE SPACES.
       77 WQTD-SAC-PEND           PIC 9(003) VALUE ZEROES.
       77 WQTD-SAC-VENC           PIC 9(003) VALUE ZEROES.
       01 WSAC-MAIS-ANTIGO        PIC 9(007) VALUE ZEROES.
       01 WSAC-ABERTURA-ANT       PIC 9(008) VALUE ZEROES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'cliente360'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

          02 LINE 4 COL 2 VALUE "CODIGO:".
          02 LINE 4 COL 10 PIC 9(007) FROM CODIGO.
          02 LINE 4 COL 20 VALUE "CNPJ:".
          02 LINE 4 COL 26 PIC X(014) FROM W360-CNPJ.
          02 LINE 4 COL 43 VALUE "STATUS:".
          02 LINE 4 COL 51 PIC X(010) FROM W360-STATUS.
          02 LINE 4 COL 63 VALUE "CLASS:".
          02 LINE 6 COL 2 VALUE "ENDER.:".
          02 LINE 6 COL 10 PIC X(060) FROM ENDERECO.
          02 LINE 7 COL 2 VALUE "FONE..:".
          02 LINE 7 COL 10 PIC X(015) FROM W360-FONE.
          02 LINE 7 COL 27 VALUE "EMAIL:".
          02 LINE 7 COL 34 PIC X(045) FROM W360-EMAIL.
          02 LINE 9 COL 2 VALUE "VEN PRIMARIO:".
          02 LINE 9 COL 16 PIC X(052) FROM W360-VEN-PRIM.
          02 LINE 10 COL 2 VALUE "VEN RESERVA.:".
          02 LINE 10 COL 16 PIC X(052) FROM W360-VEN-RES.
          02 LINE 11 COL 2 VALUE "ENCERRADOS..:".
          02 LINE 11 COL 16 PIC X(060) FROM W360-VINC-ENC.
          02 LINE 12 COL 2 VALUE "ULTIMOS CONTATOS:".
          02 LINE 13 COL 2 PIC X(076) FROM W360-CONTATO-1.
          02 LINE 14 COL 2 PIC X(076) FROM W360-CONTATO-2.
          02 LINE 15 COL 2 PIC X(076) FROM W360-CONTATO-3.
          02 LINE 17 COL 2 VALUE "VISITAS (30 DIAS):".
          02 LINE 17 COL 21 PIC X(058) FROM W360-VISITAS.
          02 LINE 18 COL 2 VALUE "CHAMADOS SAC.....:".
          02 LINE 18 COL 21 PIC X(058) FROM W360-SAC.
          02 LINE 19 COL 2 VALUE "PENDENCIAS.......:".
          02 LINE 19 COL 21 PIC X(058) FROM W360-PENDENCIAS.
          02 LINE 20 COL 2 VALUE "CONTAS A RECEBER.:".
          02 LINE 20 COL 21 PIC X(058) FROM W360-RECEBER.
          02 LINE 21 COL 2 VALUE "ULTIMA AUDITORIA.:".
          02 LINE 21 COL 21 PIC X(030) FROM W360-ULT-AUD.
          02 LINE 22 COL 2 VALUE "BLOQUEIO VISITA..:".
          02 LINE 22 COL 21 PIC X(058) FROM W360-BLOQUEIO.
          02 LINE 23 COL 2 VALUE "QUALQUER TECLA VOLTA".

       01 TELA-MENSAGEM.
              MOVE SPACES TO WID-ARQ-LISTAESP
              STRING 'LISTA-ESPERA-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-LISTAESP
              MOVE SPACES TO WID-ARQ-DISHIST
              STRING 'DISTRIBUICAO-HIST-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-DISHIST
              MOVE SPACES TO WID-ARQ-CHAMSAC
              STRING 'CHAMADOS-SAC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-CHAMSAC
           END-IF
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           INITIALIZE WSAIDA
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
           END-IF
           OPEN INPUT VENDEDORES
           OPEN INPUT VINCATUAL
           OPEN INPUT DISTRIBUICAO
           OPEN INPUT DISHIST
           OPEN INPUT CONTATOS-CLI
           OPEN INPUT DIS-VISITA
           OPEN INPUT PLANOVIS
           OPEN INPUT LISTAESP
           PERFORM S-LE-CONFIG-RCB THRU R-LE-CONFIG-RCB-1-EXIT
           MOVE 'N' TO WRCB-DISPONIVEL
           OPEN INPUT RECEBER
           IF FS-RCB = '00'
              MOVE 'S' TO WRCB-DISPONIVEL
           END-IF
           PERFORM S-ABRE-BLOQVIS THRU R-ABRE-BLOQVIS-1-EXIT
           MOVE 'N' TO WSAC-DISPONIVEL
           OPEN INPUT CHAMSAC
           IF FS-SAC = '00'
              MOVE 'S' TO WSAC-DISPONIVEL
           END-IF
           PERFORM UNTIL WSAIDA = 1
              MOVE ZEROES TO WBUSCA-CODIGO WBUSCA-CNPJ
              DISPLAY TELA-BUSCA-360
              END-IF
           END-PERFORM
           CLOSE VENDEDORES VINCATUAL CONTATOS-CLI DIS-VISITA
                 PLANOVIS LISTAESP DISTRIBUICAO DISHIST
           IF RCB-DISPONIVEL
              CLOSE RECEBER
           END-IF
           IF BLQ-DISPONIVEL
              CLOSE BLOQVIS
           END-IF
           IF SAC-DISPONIVEL
              CLOSE CHAMSAC
           END-IF.
       ABERTURA-EXIT.
           CLOSE CLIENTES
           EXIT PROGRAM.
           ELSE
              MOVE 'INATIVO' TO W360-STATUS
           END-IF
           PERFORM R-MONTA-DADOS-PESSOAIS
           PERFORM R-MONTA-VINCULOS THRU R-MONTA-VINCULOS-FIM
           PERFORM R-MONTA-ENCERRADOS
           PERFORM R-MONTA-CONTATOS THRU R-MONTA-CONTATOS-FIM
           PERFORM R-MONTA-VISITAS
           PERFORM R-MONTA-PENDENCIAS
           PERFORM R-MONTA-RECEBER THRU R-MONTA-RECEBER-FIM
           PERFORM R-MONTA-BLOQUEIO THRU R-MONTA-BLOQUEIO-FIM
           PERFORM R-MONTA-SAC THRU R-MONTA-SAC-FIM
           PERFORM R-MONTA-ULT-AUDITORIA THRU R-MONTA-ULT-AUD-FIM.
       R-MONTA-360-1-EXIT.
           EXIT.

      *----CNPJ, TELEFONE E E-MAIL DA TELA: FORA DO NIVEL INTEGRAL
      *    DE DADOS PESSOAIS SAEM MASCARADOS (O CNPJ SO QUANDO E DE
      *    MICROEMPREENDEDOR). A BUSCA PELO CNPJ COMPLETO NAO MUDA.
       R-MONTA-DADOS-PESSOAIS.
           MOVE CNPJ TO W360-CNPJ
           MOVE TELEFONE TO W360-FONE
           MOVE EMAIL TO W360-EMAIL
           IF NOT DADOS-INTEGRAIS
              MOVE CNPJ TO WMSK-CNPJ
              MOVE RAZAO TO WMSK-RAZAO
              PERFORM S-CNPJ-PESSOA-FISICA
                 THRU R-CNPJ-PESSOA-FISICA-1-EXIT
              IF WMSK-PF = 'S'
                 MOVE '**' TO W360-CNPJ(1:2)
                 MOVE '**' TO W360-CNPJ(13:2)
              END-IF
              MOVE 'T' TO WMSK-TIPO
              MOVE TELEFONE TO WMSK-TXT
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO W360-FONE
              MOVE 'E' TO WMSK-TIPO
              MOVE EMAIL TO WMSK-TXT
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO W360-EMAIL
           END-IF.

       R-MONTA-VINCULOS.
           MOVE 'SEM VINCULO ABERTO' TO W360-VEN-PRIM
           MOVE SPACES TO W360-VEN-RES
                  DELIMITED BY SIZE INTO W360-VEN-RES
           END-IF.

      *----VINCULOS ENCERRADOS: OS RECENTES AINDA ESTAO NA
      *    DISTRIBUICAO VIVA E OS ANTIGOS FORAM PARA O HISTORICO; A
      *    CONTAGEM SOMA OS DOIS ARQUIVOS.
       R-MONTA-ENCERRADOS.
           MOVE SPACES TO W360-VINC-ENC
           MOVE ZEROES TO WQTD-VINC-ENC WULT-ENC-FIM WULT-ENC-VEN
           MOVE SPACES TO WULT-ENC-MOT
           MOVE CODIGO TO CODIGO-CLI-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-CLI-DIS
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00'
                 IF CODIGO-CLI-DIS = CODIGO
                    IF DATA-FIM-DIS NOT = ZEROES
                       ADD 1 TO WQTD-VINC-ENC
                       IF DATA-FIM-DIS > WULT-ENC-FIM
                          MOVE DATA-FIM-DIS TO WULT-ENC-FIM
                          MOVE CODIGO-VEN-DIS TO WULT-ENC-VEN
                          MOVE MOTIVO-FIM-DIS TO WULT-ENC-MOT
                       END-IF
                    END-IF
                 ELSE
                    MOVE '10' TO FS-DIS
                 END-IF
              END-IF
           END-PERFORM
           MOVE CODIGO TO CODIGO-CLI-DIS-HIS
           START DISHIST KEY IS EQUAL TO CODIGO-CLI-DIS-HIS
           PERFORM UNTIL FS-HIS NOT = '00'
              READ DISHIST NEXT
              IF FS-HIS = '00'
                 IF CODIGO-CLI-DIS-HIS = CODIGO
                    ADD 1 TO WQTD-VINC-ENC
                    IF DATA-FIM-DIS-HIS > WULT-ENC-FIM
                       MOVE DATA-FIM-DIS-HIS TO WULT-ENC-FIM
                       MOVE CODIGO-VEN-DIS-HIS TO WULT-ENC-VEN
                       MOVE MOTIVO-FIM-DIS-HIS TO WULT-ENC-MOT
                    END-IF
                 ELSE
                    MOVE '10' TO FS-HIS
                 END-IF
              END-IF
           END-PERFORM
           IF WQTD-VINC-ENC = ZEROES
              MOVE 'NENHUM' TO W360-VINC-ENC
           ELSE
              STRING WQTD-VINC-ENC ' - ULTIMO: VEN ' WULT-ENC-VEN
                     ' ATE ' WULT-ENC-FIM ' MOTIVO ' WULT-ENC-MOT
                     DELIMITED BY SIZE INTO W360-VINC-ENC
           END-IF.

      *----TRES CONTATOS MAIS RECENTES (A CHAVE E CRONOLOGICA: LE
      *    TUDO DO CLIENTE EMPURRANDO AS LINHAS PARA CIMA, O QUE
      *    DEIXA AS TRES ULTIMAS NA TELA).
                    MOVE W360-CONTATO-2 TO W360-CONTATO-1
                    MOVE W360-CONTATO-3 TO W360-CONTATO-2
                    MOVE SPACES TO W360-CONTATO-3
                    MOVE NOTA-CONT TO WMSK-TXT
                    IF NOT DADOS-INTEGRAIS
                       MOVE 'L' TO WMSK-TIPO
                       PERFORM S-MASCARA-DADO THRU
                               R-MASCARA-DADO-1-EXIT
                    END-IF
                    STRING DATA-HORA-CONT(1:8) ' '
                        FUNCTION TRIM(WMSK-TXT)
                        DELIMITED BY SIZE INTO W360-CONTATO-3
                 ELSE
                    MOVE '10' TO FS-CONT
                    IF FS-PLA = '00'
                       IF COD-VEN-PLANO = VEN-PRIM-VAT AND
                          DATA-PLANO NOT > WDATA-HOJE
                          IF COD-CLI-PLANO = CODIGO AND
                             ORIGEM-PLANO NOT = 'L'
                             ADD 1 TO WQTD-PLANO-30
                          END-IF
                       ELSE
                 MOVE 'NENHUMA' TO W360-PENDENCIAS
           END-EVALUATE.

      *----SITUACAO DO CLIENTE NA ULTIMA POSICAO DE CONTAS A
      *    RECEBER IMPORTADA DO FATURAMENTO.
       R-MONTA-RECEBER.
           MOVE SPACES TO W360-RECEBER
           IF NOT RCB-DISPONIVEL
              MOVE 'POSICAO NAO IMPORTADA' TO W360-RECEBER
              GO TO R-MONTA-RECEBER-FIM
           END-IF
           MOVE CNPJ TO CNPJ-RCB
           READ RECEBER
           IF FS-RCB NOT = '00'
              MOVE 'SEM TITULOS EM ABERTO' TO W360-RECEBER
              GO TO R-MONTA-RECEBER-FIM
           END-IF
           MOVE VALOR-ABERTO-RCB TO WED-VALOR-RCB
           IF DIAS-ATRASO-RCB NOT < WINADIMPL-DIAS
              STRING 'INADIMPLENTE - ' DIAS-ATRASO-RCB ' DIAS, R$ '
                  FUNCTION TRIM(WED-VALOR-RCB) ' EM ' DATA-POSICAO-RCB
                  DELIMITED BY SIZE INTO W360-RECEBER
           ELSE
              STRING 'EM DIA - ' DIAS-ATRASO-RCB ' DIAS, R$ '
                  FUNCTION TRIM(WED-VALOR-RCB) ' EM ' DATA-POSICAO-RCB
                  DELIMITED BY SIZE INTO W360-RECEBER
           END-IF.
       R-MONTA-RECEBER-FIM.
           EXIT.

      *----BLOQUEIO DE VISITA DO CLIENTE: EM VIGOR, PROGRAMADO PARA
      *    DATA FUTURA, VENCIDO AINDA NAO LEVANTADO OU LEVANTADO.
       R-MONTA-BLOQUEIO.
           MOVE 'SEM BLOQUEIO' TO W360-BLOQUEIO
           IF NOT BLQ-DISPONIVEL
              GO TO R-MONTA-BLOQUEIO-FIM
           END-IF
           MOVE CODIGO TO COD-CLI-BLQ
           READ BLOQVIS
           IF FS-BLQ NOT = '00'
              GO TO R-MONTA-BLOQUEIO-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WBLQ-DATA
           MOVE SPACES TO W360-BLOQUEIO
           EVALUATE TRUE
              WHEN BLQ-LEVANTADO
                 STRING 'LEVANTADO EM ' DATA-LEVANTA-BLQ
                     ' (ERA ' MOTIVO-BLQ ')'
                     DELIMITED BY SIZE INTO W360-BLOQUEIO
              WHEN DATA-FIM-BLQ NOT = ZEROES AND
                   DATA-FIM-BLQ < WBLQ-DATA
                 STRING 'VENCIDO EM ' DATA-FIM-BLQ
                     ' (' MOTIVO-BLQ ')'
                     DELIMITED BY SIZE INTO W360-BLOQUEIO
              WHEN DATA-FIM-BLQ = ZEROES
                 STRING MOTIVO-BLQ ' DESDE ' DATA-INICIO-BLQ
                     ' SEM PRAZO POR ' OPERADOR-BLQ
                     DELIMITED BY SIZE INTO W360-BLOQUEIO
              WHEN OTHER
                 STRING MOTIVO-BLQ ' DE ' DATA-INICIO-BLQ
                     ' ATE ' DATA-FIM-BLQ ' POR ' OPERADOR-BLQ
                     DELIMITED BY SIZE INTO W360-BLOQUEIO
           END-EVALUATE.
       R-MONTA-BLOQUEIO-FIM.
           EXIT.

      *----CHAMADOS DO SAC AINDA PENDENTES: QUANTOS, QUANTOS COM
      *    PRAZO VENCIDO E O MAIS ANTIGO.
       R-MONTA-SAC.
           MOVE 'SEM CHAMADOS PENDENTES' TO W360-SAC
           IF NOT SAC-DISPONIVEL
              GO TO R-MONTA-SAC-FIM
           END-IF
           MOVE ZEROES TO WQTD-SAC-PEND WQTD-SAC-VENC WSAC-MAIS-ANTIGO
                          WSAC-ABERTURA-ANT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE CODIGO TO COD-CLI-SAC
           START CHAMSAC KEY IS EQUAL TO COD-CLI-SAC
           IF FS-SAC NOT = '00'
              GO TO R-MONTA-SAC-FIM
           END-IF
           PERFORM UNTIL FS-SAC NOT = '00'
              READ CHAMSAC NEXT
              IF FS-SAC = '00' AND COD-CLI-SAC NOT = CODIGO
                 MOVE '10' TO FS-SAC
              END-IF
              IF FS-SAC = '00' AND SAC-PENDENTE
                 ADD 1 TO WQTD-SAC-PEND
                 IF DATA-PRAZO-SAC < WDATA-HOJE
                    ADD 1 TO WQTD-SAC-VENC
                 END-IF
                 IF WSAC-MAIS-ANTIGO = ZEROES OR
                    DATA-ABERTURA-SAC < WSAC-ABERTURA-ANT
                    MOVE NUMERO-SAC TO WSAC-MAIS-ANTIGO
                    MOVE DATA-ABERTURA-SAC TO WSAC-ABERTURA-ANT
                 END-IF
              END-IF
           END-PERFORM
           IF WQTD-SAC-PEND > ZEROES
              MOVE SPACES TO W360-SAC
              STRING WQTD-SAC-PEND ' PENDENTES, ' WQTD-SAC-VENC
                  ' VENCIDOS, ANTIGO ' WSAC-MAIS-ANTIGO
                  ' DE ' WSAC-ABERTURA-ANT
                  DELIMITED BY SIZE INTO W360-SAC
           END-IF.
       R-MONTA-SAC-FIM.
           EXIT.

       R-MONTA-ULT-AUDITORIA.
           MOVE 'SEM REGISTRO' TO W360-ULT-AUD
           MOVE SPACES TO WAUD-TS-ULT
       R-MONTA-ULT-AUD-FIM.
           EXIT.

      *----LIMITE DE ATRASO DA INADIMPLENCIA EM CONFIG.DAT; SEM O
      *    ARQUIVO OU COM VALOR INVALIDO VALEM 30 DIAS.
       S-LE-CONFIG-RCB SECTION.
       R-LE-CONFIG-RCB-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-RCB-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'INADIMPL-DIAS' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WINADIMPL-DIAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-RCB-1-EXIT.
           EXIT.

       COPY BLOQVIS.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
