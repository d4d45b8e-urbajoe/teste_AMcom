              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PLA.

       SELECT LEADS ASSIGN TO  DISK WID-ARQ-LEADS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD
              ALTERNATE RECORD KEY IS CNPJ-LEAD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LEA.

       SELECT RETORNOVIS ASSIGN TO DISK WID-ARQ-RETORNOVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-RETORNO
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RET.

       SELECT AGENDAVIS ASSIGN TO DISK WID-ARQ-AGENDAVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AGENDA
              ALTERNATE RECORD KEY IS COD-CLI-AGE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AGE.

       SELECT RESULTVIS ASSIGN TO DISK WID-ARQ-RESULTVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-RES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RES.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-FIC.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CNPJ-RCB
              ALTERNATE RECORD KEY IS COD-CLI-RCB WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RCB.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT BLOQVIS ASSIGN TO DISK WID-ARQ-BLOQVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLQ.

       DATA DIVISION.
       FILE SECTION.
       FD VENDEDORES.
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
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.

      *----ENDERECOS ADICIONAIS DO CLIENTE: O PONTO DE ENTREGA ('E'),
      *    QUANDO CADASTRADO COM COORDENADAS, SUBSTITUI AS COORDENADAS
      *    DO CADASTRO NO CALCULO DE DISTANCIA. OS TIPOS '1' A '7'
      *    (SEGUNDA A DOMINGO) TRAZEM AS JANELAS DE ATENDIMENTO (HHMM)
      *    DO CLIENTE NO DIA DA SEMANA DO ROTEIRO.
       FD ENDCLI.
       01  REGISTRO-END-CLI.
           02 CHAVE-END-CLI.
              03 CODIGO-CLI-END         PIC  9(007).
              03 TIPO-END               PIC  X(001).
           02 ENDERECO-END              PIC  X(060).
           02 JANELAS-END REDEFINES ENDERECO-END.
              03 ABRE-1-END             PIC  9(004).
              03 FECHA-1-END            PIC  9(004).
              03 ABRE-2-END             PIC  9(004).
              03 FECHA-2-END            PIC  9(004).
              03 FILLER                 PIC  X(044).
           02 LATITUDE-END              PIC S9(003)v9(008).
           02 LONGITUDE-END             PIC S9(003)v9(008).

              03 COD-CLI-PLANO          PIC  9(007).
           02 CLASSIF-PLANO             PIC  X(001).
           02 ORIGEM-PLANO              PIC  X(001).
           02 DATA-ORIG-PLANO           PIC  9(008).
           02 QTD-ADIA-PLANO            PIC  9(002).

      *----RETORNOS AGENDADOS PELO RESULTADO DA VISITA (ORIGEM 'F'
      *    NO PLANO): DAQUI SAI O MOTIVO DA PARADA NA ROTA E NA FICHA.
       FD RETORNOVIS.
       01  REGISTRO-RETORNO.
           02 CHAVE-RETORNO.
              03 COD-VEN-RET            PIC  9(003).
              03 DATA-RET               PIC  9(008).
              03 COD-CLI-RET            PIC  9(007).
           02 RESULTADO-RET             PIC  X(002).
           02 DATA-VISITA-RET           PIC  9(008).

      *----AGENDA DE VISITAS MARCADAS: CADA AGENDAMENTO DO VENDEDOR
      *    NA DATA DO ROTEIRO E UMA PARADA DE HORARIO FIXO (ANCORA).
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

       FD RESULTVIS.
       01  REGISTRO-RESULTADO.
           02 CODIGO-RES                PIC  X(002).
           02 DESCRICAO-RES             PIC  X(030).
           02 PRODUTIVO-RES             PIC  X(001).
              88 RES-PRODUTIVO                VALUE 'S'.
           02 DIAS-RETORNO-RES          PIC  9(003).

      *----LEADS DA TRIAGEM: PARADA DE PROSPECCAO (ORIGEM 'L' NO
      *    PLANO) LEVA O CODIGO DO LEAD, NAO DE CLIENTE.
       FD LEADS.
       01  REGISTRO-LEAD.
           02 CODIGO-LEAD               PIC  9(007).
           02 CNPJ-LEAD                 PIC  9(014).
           02 RAZAO-LEAD                PIC  X(040).
           02 LATITUDE-LEAD             PIC S9(003)v9(008).
           02 LONGITUDE-LEAD            PIC S9(003)v9(008).
           02 ENDERECO-LEAD             PIC  X(060).
           02 TELEFONE-LEAD             PIC  X(015).
           02 EMAIL-LEAD                PIC  X(050).
           02 ORIGEM-LEAD               PIC  X(020).
           02 STATUS-LEAD               PIC  X(001).
              88 LEAD-PENDENTE                VALUE 'P'.
              88 LEAD-PROMOVIDO               VALUE 'A'.
              88 LEAD-DESCARTADO              VALUE 'D'.
           02 DATA-ENTRADA-LEAD         PIC  9(008).

       FD  ARQREL.
       01  ARQREL-REC.
       01  ARQFICHA-REC.
           05  ARQFICHA-DATA-01 PIC X(00080).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

      *----CONTAS A RECEBER IMPORTADAS DO FATURAMENTO (IMPRECEBER).
       FD RECEBER.
       01  REGISTRO-RECEBER.
           02 CNPJ-RCB              PIC  9(014).
           02 COD-CLI-RCB           PIC  9(007).
           02 DIAS-ATRASO-RCB       PIC  9(005).
           02 VALOR-ABERTO-RCB      PIC  9(013)V9(002).
           02 DATA-POSICAO-RCB      PIC  9(008).
           02 CARGA-RCB             PIC  X(014).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

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
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
       01 WID-ARQ-PLANOVIS        PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WPLA-DISPONIVEL         PIC X VALUE 'N'.
          88 PLA-DISPONIVEL            VALUE 'S'.
       01 FS-LEA.
           02 FS-LEA-1                PIC 9.
           02 FS-LEA-2                PIC 9.
           02 FS-LEA-R REDEFINES FS-LEA-2 PIC 99 COMP-X.
       01 WID-ARQ-LEADS           PIC X(50) VALUE 'LEADS.DAT'.
       01 WLEA-DISPONIVEL         PIC X VALUE 'N'.
          88 LEA-DISPONIVEL            VALUE 'S'.
       01 WDATA-ROTA              PIC 9(008) VALUE ZEROES.
      *----CLIENTE INADIMPLENTE (DIAS DE ATRASO NA ULTIMA POSICAO DE
      *    CONTAS A RECEBER ALCANCAM O INADIMPL-DIAS DE CONFIG.DAT):
      *    A PARADA E MARCADA NO CSV E NA FICHA DE VISITA.
       01 FS-RCB.
           02 FS-RCB-1                PIC 9.
           02 FS-RCB-2                PIC 9.
           02 FS-RCB-R REDEFINES FS-RCB-2 PIC 99 COMP-X.
       01 WID-ARQ-RECEBER         PIC X(50) VALUE 'RECEBER.DAT'.
       01 WRCB-DISPONIVEL         PIC X VALUE 'N'.
          88 RCB-DISPONIVEL            VALUE 'S'.
       01 WINADIMPL-DIAS          PIC 9(005) VALUE 30.
       01 WCONT-INADIMPL          PIC 9(004) VALUE ZEROES.
       01 WCONT-BLOQUEADAS        PIC 9(004) VALUE ZEROES.
       01 WED-VALOR-RCB           PIC ZZZZZZZZZZZZ9.99.

      *----ROTEIRO COM HORARIO: HORA DE SAIDA DA BASE, TEMPO MEDIO DE
      *    ATENDIMENTO E VELOCIDADE MEDIA VEM DE CONFIG.DAT
      *    (ROTA-INICIO-HHMM, VISITA-TEMPO-MIN, ROTA-VELOC-KMH). O
      *    RELOGIO DA ROTA E CONTADO EM MINUTOS DESDE A MEIA-NOITE.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WROTA-INICIO-HHMM       PIC 9(004) VALUE 0800.
       01 WTEMPO-VISITA           PIC 9(005) VALUE 30.
       01 WVELOC-KMH              PIC 9(005) VALUE 30.
       01 WDIA-SEM-ROTA           PIC 9(001) VALUE ZEROES.
       01 WMIN-ATUAL              PIC 9(005) VALUE ZEROES.
       01 WMIN-CHEGADA            PIC 9(005) VALUE ZEROES.
       01 WMIN-INICIO             PIC 9(005) VALUE ZEROES.
       01 WCABE-JANELA            PIC X(001) VALUE 'N'.
       01 WBOA-IDX-ROTA           PIC 9(003) VALUE ZEROES.
       01 WBOA-DIST-ROTA          PIC S9(008)v9(003) VALUE ZEROS.
       01 WBOA-CHEGADA            PIC 9(005) VALUE ZEROES.
       01 WBOA-INICIO             PIC 9(005) VALUE ZEROES.
       01 WPERTO-CHEGADA          PIC 9(005) VALUE ZEROES.
       01 WCHEGADA-PARADA         PIC 9(005) VALUE ZEROES.
       01 WINICIO-PARADA          PIC 9(005) VALUE ZEROES.
       01 WFORA-JANELA            PIC X(001) VALUE 'N'.
       01 WCONT-FORA-JANELA       PIC 9(004) VALUE ZEROES.
       01 WHHMM-CONV              PIC 9(004) VALUE ZEROES.
       01 WHH-CONV                PIC 9(003) VALUE ZEROES.
       01 WMM-CONV                PIC 9(002) VALUE ZEROES.
       01 WMIN-CONV               PIC 9(005) VALUE ZEROES.
       01 WHORA-EDIT.
          02 WHORA-EDIT-HH        PIC 9(002) VALUE ZEROES.
          02 F                    PIC X(001) VALUE ':'.
          02 WHORA-EDIT-MM        PIC 9(002) VALUE ZEROES.
       01 WCHEGADA-EDIT           PIC X(005) VALUE SPACES.
       01 WINICIO-EDIT            PIC X(005) VALUE SPACES.
       01 WJANELA-TXT.
          02 WJAN-ABRE-1          PIC X(005) VALUE SPACES.
          02 WJAN-SEP-1           PIC X(001) VALUE SPACES.
          02 WJAN-FECHA-1         PIC X(005) VALUE SPACES.
          02 F                    PIC X(001) VALUE SPACES.
          02 WJAN-ABRE-2          PIC X(005) VALUE SPACES.
          02 WJAN-SEP-2           PIC X(001) VALUE SPACES.
          02 WJAN-FECHA-2         PIC X(005) VALUE SPACES.

       01 FS-RET.
           02 FS-RET-1                PIC 9.
           02 FS-RET-2                PIC 9.
           02 FS-RET-R REDEFINES FS-RET-2 PIC 99 COMP-X.
       01 WID-ARQ-RETORNOVIS      PIC X(50) VALUE
              'RETORNO-VISITA.DAT'.
       01 WRET-DISPONIVEL         PIC X VALUE 'N'.
          88 RET-DISPONIVEL            VALUE 'S'.
       01 FS-RES.
           02 FS-RES-1                PIC 9.
           02 FS-RES-2                PIC 9.
           02 FS-RES-R REDEFINES FS-RES-2 PIC 99 COMP-X.
       01 WID-ARQ-RESULTVIS       PIC X(50) VALUE
              'RESULTADO-VISITA.DAT'.
       01 WRES-DISPONIVEL         PIC X VALUE 'N'.
          88 RES-DISPONIVEL            VALUE 'S'.
       01 FS-AGE.
           02 FS-AGE-1                PIC 9.
           02 FS-AGE-2                PIC 9.
           02 FS-AGE-R REDEFINES FS-AGE-2 PIC 99 COMP-X.
       01 WID-ARQ-AGENDAVIS       PIC X(50) VALUE
              'AGENDA-VISITA.DAT'.
       01 WAGE-DISPONIVEL         PIC X VALUE 'N'.
          88 AGE-DISPONIVEL            VALUE 'S'.
      *----PARADAS AGENDADAS (ANCORAS) DO VENDEDOR CORRENTE. UMA
      *    PARADA SO E ESCOLHIDA SE, TERMINADA, AINDA DA TEMPO DE
      *    CHEGAR A CADA ANCORA QUE ERA ALCANCAVEL NO INICIO DO PASSO.
       01 WQTD-ANCORAS            PIC 9(003) VALUE ZEROES.
       01 WIDX-ANC                PIC 9(003) VALUE ZEROES.
       01 WCONT-ANTES-ANC         PIC 9(003) VALUE ZEROES.
       01 WMIN-SAIDA              PIC 9(005) VALUE ZEROES.
       01 WMIN-ANC-CHEGA          PIC 9(005) VALUE ZEROES.
       01 WSALVA-DIST             PIC S9(008)v9(003) VALUE ZEROS.
      *----MOTIVO DA PARADA: ORIGEM DA LINHA DO PLANO (REGULAR,
      *    CAMPANHA, RETORNO COM O RESULTADO QUE O GEROU OU VISITA
      *    AGENDADA COM A OBSERVACAO DO AGENDAMENTO); SEM
      *    PLANO, A PARADA E A CARTEIRA DO VENDEDOR.
       01 WMOTIVO-PARADA          PIC X(060) VALUE SPACES.
      *----VISITA ADIADA (NAO FEITA NA DATA PLANEJADA): DATA ORIGINAL
      *    E QUANTAS VEZES JA FOI ADIADA.
       01 WDATA-ORIG-PARADA       PIC 9(008) VALUE ZEROES.
       01 WQTD-ADIA-PARADA        PIC 9(002) VALUE ZEROES.

       01 WID-ARQ-RELT                   PIC X(50).
       01 WID-ARQ-FICHA                  PIC X(50) VALUE SPACES.
          02 FICHA-RAZAO          PIC X(040) VALUE SPACES.
          02 F                    PIC X(018) VALUE SPACES.
          02 F                    PIC X(001) VALUE '*'.
       01 FICHA-LIN-MOT.
          02 F                    PIC X(013) VALUE '* MOTIVO...: '.
          02 FICHA-MOTIVO         PIC X(060) VALUE SPACES.
          02 F                    PIC X(006) VALUE SPACES.
          02 F                    PIC X(001) VALUE '*'.
       01 FICHA-LIN-ADIA.
          02 F                    PIC X(013) VALUE '* ADIADA...: '.
          02 F                    PIC X(019) VALUE
             'PLANEJADA PARA DIA '.
          02 FICHA-DATA-ORIG      PIC 9(008) VALUE ZEROES.
          02 F                    PIC X(002) VALUE ', '.
          02 FICHA-QTD-ADIA       PIC Z9 VALUE ZEROES.
          02 F                    PIC X(013) VALUE ' ADIAMENTO(S)'.
          02 F                    PIC X(022) VALUE SPACES.
          02 F                    PIC X(001) VALUE '*'.
       01 FICHA-LIN-COBR.
          02 F                    PIC X(013) VALUE '* COBRANCA.: '.
          02 F                    PIC X(021) VALUE
             'CLIENTE INADIMPLENTE '.
          02 FICHA-DIAS-ATRASO    PIC ZZZZ9 VALUE ZEROES.
          02 F                    PIC X(012) VALUE ' DIAS - R$ '.
          02 FICHA-VALOR-ABERTO   PIC ZZZZZZZZZZZZ9.99 VALUE ZEROES.
          02 F                    PIC X(012) VALUE SPACES.
          02 F                    PIC X(001) VALUE '*'.
       01 FICHA-LIN-END.
          02 F                    PIC X(013) VALUE '* ENDERECO.: '.
          02 FICHA-ENDERECO       PIC X(060) VALUE SPACES.
             ' VISITA REALIZADA [  ] HORARIO __:__'.
          02 F                    PIC X(014) VALUE SPACES.
          02 F                    PIC X(001) VALUE '*'.
       01 FICHA-LIN-HORA.
          02 F                    PIC X(013) VALUE '* HORARIO..: '.
          02 F                    PIC X(008) VALUE 'CHEGADA '.
          02 FICHA-CHEGADA        PIC X(005) VALUE SPACES.
          02 F                    PIC X(008) VALUE ' INICIO '.
          02 FICHA-INICIO         PIC X(005) VALUE SPACES.
          02 F                    PIC X(008) VALUE ' JANELA '.
          02 FICHA-JANELA         PIC X(023) VALUE SPACES.
          02 F                    PIC X(009) VALUE SPACES.
          02 F                    PIC X(001) VALUE '*'.
       01 FICHA-LIN-FORA.
          02 F                    PIC X(013) VALUE '* ATENCAO..: '.
          02 F                    PIC X(060) VALUE
             'PARADA FORA DA JANELA DE ATENDIMENTO - CONFIRMAR HORARIO'.
          02 F                    PIC X(006) VALUE SPACES.
          02 F                    PIC X(001) VALUE '*'.

       01 WLINHAS-PAG                    PIC 9(03) VALUE ZEROES.
       01 WMAX-LINHAS-PAG                PIC 9(03) VALUE 060.
                88 WTAB-JA-VISITADO             VALUE 'S'.
             03 WTAB-ENDERECO            PIC X(060) VALUE SPACES.
             03 WTAB-TELEFONE            PIC X(015) VALUE SPACES.
             03 WTAB-MOTIVO              PIC X(060) VALUE SPACES.
             03 WTAB-DATA-ORIG           PIC 9(008) VALUE ZEROES.
             03 WTAB-QTD-ADIA            PIC 9(002) VALUE ZEROES.
             03 WTAB-INADIMPL            PIC X(001) VALUE 'N'.
             03 WTAB-DIAS-ATRASO         PIC 9(005) VALUE ZEROES.
             03 WTAB-VALOR-ABERTO        PIC 9(013)V9(002)
                VALUE ZEROES.
      *----JANELA DE ATENDIMENTO NO DIA DO ROTEIRO, EM MINUTOS DESDE A
      *    MEIA-NOITE: L=SEM RESTRICAO, J=COM JANELA, F=FECHADO,
      *    A=VISITA AGENDADA (JANELA 1 = HORA MARCADA ATE O FIM DA
      *    DURACAO DO AGENDAMENTO).
             03 WTAB-JANELA              PIC X(001) VALUE 'L'.
                88 WTAB-SEM-JANELA              VALUE 'L'.
                88 WTAB-FECHADO                 VALUE 'F'.
                88 WTAB-ANCORA                  VALUE 'A'.
             03 WTAB-ABRE-1              PIC 9(005) VALUE ZEROES.
             03 WTAB-FECHA-1             PIC 9(005) VALUE ZEROES.
             03 WTAB-ABRE-2              PIC 9(005) VALUE ZEROES.
             03 WTAB-FECHA-2             PIC 9(005) VALUE ZEROES.
      *----TEMPO DE ATENDIMENTO DA PARADA (MEDIO OU O DO AGENDAMENTO)
      *    E SE A ANCORA AINDA E ALCANCAVEL NO PASSO CORRENTE.
             03 WTAB-TEMPO               PIC 9(005) VALUE ZEROES.
             03 WTAB-ANC-OK              PIC X(001) VALUE 'N'.

       01 WIDX-ROTA                      PIC 9(003) VALUE ZEROES.
       01 WMENOR-IDX-ROTA                PIC 9(003) VALUE ZEROES.

       01 WCONT           PIC 9(04) VALUE ZEROES.

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

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY) PARA O
      *    TELEFONE DO CLIENTE OU DO LEAD NA FICHA DE ROTA.
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

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relrota'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           IF WDATA-ROTA = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-ROTA
           END-IF
      *----DIA DA SEMANA DO ROTEIRO (1=SEGUNDA ... 7=DOMINGO), CHAVE
      *    DAS JANELAS DE ATENDIMENTO EM END-CLIENTE.DAT.
           COMPUTE WDIA-SEM-ROTA =
                   FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WDATA-ROTA)
                                - 1, 7) + 1
           PERFORM S-LE-CONFIG-ROTA THRU R-LE-CONFIG-ROTA-1-EXIT
           PERFORM ABRE-ARQUIVOS
           MOVE 'N' TO WPLA-DISPONIVEL
           OPEN INPUT PLANOVIS
           IF FS-PLA = '00'
              MOVE 'S' TO WPLA-DISPONIVEL
           END-IF
           MOVE 'N' TO WRET-DISPONIVEL
           OPEN INPUT RETORNOVIS
           IF FS-RET = '00'
              MOVE 'S' TO WRET-DISPONIVEL
           END-IF
           MOVE 'N' TO WRES-DISPONIVEL
           OPEN INPUT RESULTVIS
           IF FS-RES = '00'
              MOVE 'S' TO WRES-DISPONIVEL
           END-IF
           MOVE 'N' TO WAGE-DISPONIVEL
           OPEN INPUT AGENDAVIS
           IF FS-AGE = '00'
              MOVE 'S' TO WAGE-DISPONIVEL
           END-IF
           MOVE 'N' TO WECL-DISPONIVEL
           OPEN INPUT ENDCLI
           IF FS-ECL = '00'
              MOVE 'S' TO WECL-DISPONIVEL
           END-IF
           MOVE 'N' TO WLEA-DISPONIVEL
           OPEN INPUT LEADS
           IF FS-LEA = '00'
              MOVE 'S' TO WLEA-DISPONIVEL
           END-IF
           MOVE 'N' TO WRCB-DISPONIVEL
           OPEN INPUT RECEBER
           IF FS-RCB = '00'
              MOVE 'S' TO WRCB-DISPONIVEL
           END-IF
           PERFORM S-ABRE-BLOQVIS THRU R-ABRE-BLOQVIS-1-EXIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           STRING 'RELROTA-' WDATA-REL '.CSV' DELIMITED BY SIZE
               INTO WID-ARQ-RELT
           IF PLA-DISPONIVEL
              CLOSE PLANOVIS
           END-IF
           IF RET-DISPONIVEL
              CLOSE RETORNOVIS
           END-IF
           IF RES-DISPONIVEL
              CLOSE RESULTVIS
           END-IF
           IF AGE-DISPONIVEL
              CLOSE AGENDAVIS
           END-IF
           IF LEA-DISPONIVEL
              CLOSE LEADS
           END-IF
           IF RCB-DISPONIVEL
              CLOSE RECEBER
           END-IF
           IF BLQ-DISPONIVEL
              CLOSE BLOQVIS
           END-IF
           CLOSE VENDEDORES CLIENTES DISTRIBUICAO
           EXIT PROGRAM.

           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
       ABRE-ARQUIVOS-EXIT.
           EXIT.

      *----KEY-ACCOUNT E TELEVENDAS NAO TEM ROTA DE CAMPO.
       S-PROCESSA-VENDEDOR SECTION.
       R-PROCESSA-VENDEDOR-1.
           READ VENDEDORES NEXT
           IF FS-VEN = '00' AND VEN-ATIVO AND VEN-CAMPO
              PERFORM S-MONTA-ROTA-VEN THRU R-MONTA-ROTA-VEN-EXIT
              MOVE ZEROES TO WQTD-ANCORAS
              IF AGE-DISPONIVEL
                 PERFORM S-ANCORA-AGENDA THRU R-ANCORA-AGENDA-1-EXIT
              END-IF
              IF WCONT-ROTA-TAB > ZEROES
                 PERFORM S-ENCADEIA-ROTA THRU R-ENCADEIA-ROTA-EXIT
              END-IF
                    THRU R-MONTA-ROTA-DO-PLANO-FIM
              GO TO R-MONTA-ROTA-VEN-EXIT
           END-IF
           MOVE 'CARTEIRA DO VENDEDOR' TO WMOTIVO-PARADA
           MOVE ZEROES TO WDATA-ORIG-PARADA WQTD-ADIA-PARADA
           MOVE CODIGO-VEN TO CODIGO-VEN-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-VEN-DIS
           IF FS-DIS = '00'
                    DATA-PLANO = WDATA-ROTA
                    IF WCONT-ROTA-TAB < WMAX-ROTA-TAB
                       MOVE COD-CLI-PLANO TO CODIGO-CLI-DIS
                       PERFORM R-MOTIVO-DO-PLANO
                       IF ORIGEM-PLANO = 'L'
                          PERFORM R-EMPILHA-LEAD-ROTA
                       ELSE
                          PERFORM S-EMPILHA-CLIENTE-ROTA
                                THRU R-EMPILHA-CLIENTE-ROTA-EXIT
                       END-IF
                    END-IF
                 ELSE
                    MOVE '10' TO FS-PLA
       R-MONTA-ROTA-DO-PLANO-FIM.
           EXIT.

       R-MOTIVO-DO-PLANO.
           MOVE DATA-ORIG-PLANO TO WDATA-ORIG-PARADA
           MOVE QTD-ADIA-PLANO TO WQTD-ADIA-PARADA
           EVALUATE ORIGEM-PLANO
              WHEN 'C'
                 MOVE 'TAREFA DE CAMPANHA' TO WMOTIVO-PARADA
              WHEN 'A'
                 MOVE 'VISITA AGENDADA' TO WMOTIVO-PARADA
              WHEN 'L'
                 MOVE 'PROSPECCAO DE LEAD' TO WMOTIVO-PARADA
              WHEN 'F'
                 MOVE 'RETORNO DE VISITA' TO WMOTIVO-PARADA
                 IF RET-DISPONIVEL
                    MOVE CHAVE-PLANO TO CHAVE-RETORNO
                    READ RETORNOVIS
                    IF FS-RET = '00'
                       MOVE SPACES TO DESCRICAO-RES
                       IF RES-DISPONIVEL
                          MOVE RESULTADO-RET TO CODIGO-RES
                          READ RESULTVIS
                          IF FS-RES NOT = '00'
                             MOVE SPACES TO DESCRICAO-RES
                          END-IF
                       END-IF
                       MOVE SPACES TO WMOTIVO-PARADA
                       STRING 'RETORNO ' RESULTADO-RET ' '
                           FUNCTION TRIM(DESCRICAO-RES)
                           ' (VISITA DE ' DATA-VISITA-RET ')'
                           DELIMITED BY SIZE INTO WMOTIVO-PARADA
                    END-IF
                 END-IF
              WHEN 'R'
                 MOVE 'VISITA DE COBRANCA (CLIENTE INADIMPLENTE)'
                      TO WMOTIVO-PARADA
              WHEN OTHER
                 MOVE 'VISITA REGULAR DO PLANO' TO WMOTIVO-PARADA
           END-EVALUATE.

      *----PARADA DE PROSPECCAO: OS DADOS VEM DO CADASTRO DE LEADS;
      *    LEAD NAO TEM PONTO DE ENTREGA NEM JANELA DE ATENDIMENTO.
       R-EMPILHA-LEAD-ROTA.
           IF LEA-DISPONIVEL
              MOVE COD-CLI-PLANO TO CODIGO-LEAD
              READ LEADS
              IF FS-LEA = '00' AND LEAD-PENDENTE
                 ADD 1 TO WCONT-ROTA-TAB
                 MOVE CODIGO-LEAD TO WTAB-COD-CLI(WCONT-ROTA-TAB)
                 MOVE RAZAO-LEAD TO WTAB-RAZAO(WCONT-ROTA-TAB)
                 MOVE LATITUDE-LEAD TO WTAB-LAT(WCONT-ROTA-TAB)
                 MOVE LONGITUDE-LEAD TO WTAB-LON(WCONT-ROTA-TAB)
                 MOVE 'N' TO WTAB-VISITADO(WCONT-ROTA-TAB)
                 MOVE ENDERECO-LEAD TO WTAB-ENDERECO(WCONT-ROTA-TAB)
                 MOVE TELEFONE-LEAD TO WTAB-TELEFONE(WCONT-ROTA-TAB)
                 MOVE WMOTIVO-PARADA TO WTAB-MOTIVO(WCONT-ROTA-TAB)
                 MOVE WDATA-ORIG-PARADA
                                   TO WTAB-DATA-ORIG(WCONT-ROTA-TAB)
                 MOVE WQTD-ADIA-PARADA
                                   TO WTAB-QTD-ADIA(WCONT-ROTA-TAB)
                 MOVE WTEMPO-VISITA TO WTAB-TEMPO(WCONT-ROTA-TAB)
                 MOVE 'N' TO WTAB-ANC-OK(WCONT-ROTA-TAB)
                 MOVE 'L' TO WTAB-JANELA(WCONT-ROTA-TAB)
                 MOVE 'N' TO WTAB-INADIMPL(WCONT-ROTA-TAB)
                 MOVE ZEROES TO WTAB-DIAS-ATRASO(WCONT-ROTA-TAB)
                                WTAB-VALOR-ABERTO(WCONT-ROTA-TAB)
                 MOVE ZEROES TO WTAB-ABRE-1(WCONT-ROTA-TAB)
                                WTAB-FECHA-1(WCONT-ROTA-TAB)
                                WTAB-ABRE-2(WCONT-ROTA-TAB)
                                WTAB-FECHA-2(WCONT-ROTA-TAB)
              END-IF
           END-IF.

       S-EMPILHA-CLIENTE-ROTA SECTION.
       R-EMPILHA-CLIENTE-ROTA-1.
           MOVE CODIGO-CLI-DIS TO CODIGO
           READ CLIENTES KEY IS CODIGO
      *----CLIENTE COM BLOQUEIO DE VISITA NA DATA NAO ENTRA NA ROTA,
      *    NEM COMO ANCORA DE AGENDAMENTO
           IF FS-CLI = '00' AND CLI-ATIVO
              MOVE CODIGO-CLI-DIS TO WBLQ-CLI
              MOVE WDATA-ROTA TO WBLQ-DATA
              PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
              IF CLI-BLOQUEADO
                 ADD 1 TO WCONT-BLOQUEADAS
                 GO TO R-EMPILHA-CLIENTE-ROTA-EXIT
              END-IF
           END-IF
           IF FS-CLI = '00' AND CLI-ATIVO
              ADD 1 TO WCONT-ROTA-TAB
              MOVE CODIGO-CLI-DIS TO WTAB-COD-CLI(WCONT-ROTA-TAB)
              MOVE 'N'             TO WTAB-VISITADO(WCONT-ROTA-TAB)
              MOVE ENDERECO        TO WTAB-ENDERECO(WCONT-ROTA-TAB)
              MOVE TELEFONE        TO WTAB-TELEFONE(WCONT-ROTA-TAB)
              MOVE WMOTIVO-PARADA  TO WTAB-MOTIVO(WCONT-ROTA-TAB)
              MOVE WDATA-ORIG-PARADA
                                   TO WTAB-DATA-ORIG(WCONT-ROTA-TAB)
              MOVE WQTD-ADIA-PARADA
                                   TO WTAB-QTD-ADIA(WCONT-ROTA-TAB)
              MOVE 'N' TO WTAB-INADIMPL(WCONT-ROTA-TAB)
              MOVE ZEROES TO WTAB-DIAS-ATRASO(WCONT-ROTA-TAB)
                             WTAB-VALOR-ABERTO(WCONT-ROTA-TAB)
              IF RCB-DISPONIVEL
                 MOVE CNPJ TO CNPJ-RCB
                 READ RECEBER
                 IF FS-RCB = '00' AND
                    DIAS-ATRASO-RCB NOT < WINADIMPL-DIAS
                    MOVE 'S' TO WTAB-INADIMPL(WCONT-ROTA-TAB)
                    MOVE DIAS-ATRASO-RCB
                         TO WTAB-DIAS-ATRASO(WCONT-ROTA-TAB)
                    MOVE VALOR-ABERTO-RCB
                         TO WTAB-VALOR-ABERTO(WCONT-ROTA-TAB)
                 END-IF
              END-IF
      *----PONTO DE ENTREGA CADASTRADO VALE COMO PARADA DA ROTA NO
      *    LUGAR DO ENDERECO/COORDENADAS DO CADASTRO.
              IF ECL-DISPONIVEL
                    END-IF
                 END-IF
              END-IF
              MOVE WTEMPO-VISITA TO WTAB-TEMPO(WCONT-ROTA-TAB)
              MOVE 'N' TO WTAB-ANC-OK(WCONT-ROTA-TAB)
              MOVE 'L' TO WTAB-JANELA(WCONT-ROTA-TAB)
              MOVE ZEROES TO WTAB-ABRE-1(WCONT-ROTA-TAB)
                             WTAB-FECHA-1(WCONT-ROTA-TAB)
                             WTAB-ABRE-2(WCONT-ROTA-TAB)
                             WTAB-FECHA-2(WCONT-ROTA-TAB)
              IF ECL-DISPONIVEL
                 MOVE CODIGO TO CODIGO-CLI-END
                 MOVE WDIA-SEM-ROTA TO TIPO-END
                 READ ENDCLI
                 IF FS-ECL = '00' AND ENDERECO-END(1:16) IS NUMERIC
                    PERFORM R-CARREGA-JANELA-ROTA
                 END-IF
              END-IF
           END-IF.
       R-EMPILHA-CLIENTE-ROTA-EXIT.
           EXIT.

       R-CARREGA-JANELA-ROTA.
           MOVE 'J' TO WTAB-JANELA(WCONT-ROTA-TAB)
           MOVE ABRE-1-END TO WHHMM-CONV
           PERFORM R-HHMM-PARA-MIN
           MOVE WMIN-CONV TO WTAB-ABRE-1(WCONT-ROTA-TAB)
           MOVE FECHA-1-END TO WHHMM-CONV
           PERFORM R-HHMM-PARA-MIN
           MOVE WMIN-CONV TO WTAB-FECHA-1(WCONT-ROTA-TAB)
           MOVE ABRE-2-END TO WHHMM-CONV
           PERFORM R-HHMM-PARA-MIN
           MOVE WMIN-CONV TO WTAB-ABRE-2(WCONT-ROTA-TAB)
           MOVE FECHA-2-END TO WHHMM-CONV
           PERFORM R-HHMM-PARA-MIN
           MOVE WMIN-CONV TO WTAB-FECHA-2(WCONT-ROTA-TAB)
           IF WTAB-FECHA-1(WCONT-ROTA-TAB) = ZEROES AND
              WTAB-FECHA-2(WCONT-ROTA-TAB) = ZEROES
              MOVE 'F' TO WTAB-JANELA(WCONT-ROTA-TAB)
           END-IF.

      *----AGENDAMENTOS DO VENDEDOR NA DATA DO ROTEIRO: A PARADA DO
      *    CLIENTE (DO PLANO OU DA CARTEIRA) VIRA ANCORA COM A HORA
      *    MARCADA; CLIENTE AGENDADO FORA DA LISTA ENTRA NA ROTA.
       S-ANCORA-AGENDA SECTION.
       R-ANCORA-AGENDA-1.
           MOVE CODIGO-VEN TO COD-VEN-AGE
           MOVE WDATA-ROTA TO DATA-AGE
           MOVE ZEROES TO HORA-AGE
           START AGENDAVIS KEY IS NOT LESS THAN CHAVE-AGENDA
           IF FS-AGE NOT = '00'
              GO TO R-ANCORA-AGENDA-1-EXIT
           END-IF
           PERFORM UNTIL FS-AGE NOT = '00'
              READ AGENDAVIS NEXT
              IF FS-AGE = '00'
                 IF COD-VEN-AGE = CODIGO-VEN AND
                    DATA-AGE = WDATA-ROTA
                    PERFORM R-ANCORA-UM-AGENDADO
                          THRU R-ANCORA-UM-AGENDADO-FIM
                 ELSE
                    MOVE '10' TO FS-AGE
                 END-IF
              END-IF
           END-PERFORM.
       R-ANCORA-AGENDA-1-EXIT.
           EXIT.

       R-ANCORA-UM-AGENDADO.
           MOVE ZEROES TO WIDX-ANC
           PERFORM VARYING WIDX-ROTA FROM 1 BY 1
                   UNTIL WIDX-ROTA > WCONT-ROTA-TAB
              IF WIDX-ANC = ZEROES AND
                 WTAB-COD-CLI(WIDX-ROTA) = COD-CLI-AGE AND
                 NOT WTAB-ANCORA(WIDX-ROTA)
                 MOVE WIDX-ROTA TO WIDX-ANC
              END-IF
           END-PERFORM
           IF WIDX-ANC = ZEROES
              IF WCONT-ROTA-TAB NOT < WMAX-ROTA-TAB
                 GO TO R-ANCORA-UM-AGENDADO-FIM
              END-IF
              MOVE WCONT-ROTA-TAB TO WCONT-ANTES-ANC
              MOVE COD-CLI-AGE TO CODIGO-CLI-DIS
              MOVE ZEROES TO WDATA-ORIG-PARADA WQTD-ADIA-PARADA
              PERFORM S-EMPILHA-CLIENTE-ROTA
                    THRU R-EMPILHA-CLIENTE-ROTA-EXIT
              IF WCONT-ROTA-TAB = WCONT-ANTES-ANC
                 GO TO R-ANCORA-UM-AGENDADO-FIM
              END-IF
              MOVE WCONT-ROTA-TAB TO WIDX-ANC
           END-IF
           ADD 1 TO WQTD-ANCORAS
           MOVE 'A' TO WTAB-JANELA(WIDX-ANC)
           IF DURACAO-AGE > ZEROES
              MOVE DURACAO-AGE TO WTAB-TEMPO(WIDX-ANC)
           END-IF
           MOVE HORA-AGE TO WHHMM-CONV
           PERFORM R-HHMM-PARA-MIN
           MOVE WMIN-CONV TO WTAB-ABRE-1(WIDX-ANC)
           COMPUTE WTAB-FECHA-1(WIDX-ANC) =
                   WMIN-CONV + WTAB-TEMPO(WIDX-ANC)
           MOVE ZEROES TO WTAB-ABRE-2(WIDX-ANC)
                          WTAB-FECHA-2(WIDX-ANC)
           MOVE SPACES TO WTAB-MOTIVO(WIDX-ANC)
           STRING 'VISITA AGENDADA ' OBS-AGE
                  DELIMITED BY SIZE INTO WTAB-MOTIVO(WIDX-ANC).
       R-ANCORA-UM-AGENDADO-FIM.
           EXIT.

       R-HHMM-PARA-MIN.
           DIVIDE WHHMM-CONV BY 100 GIVING WHH-CONV REMAINDER WMM-CONV
           COMPUTE WMIN-CONV = WHH-CONV * 60 + WMM-CONV.

       R-MIN-PARA-HHMM.
           DIVIDE WMIN-CONV BY 60 GIVING WHH-CONV REMAINDER WMM-CONV
           MOVE WHH-CONV TO WHORA-EDIT-HH
           MOVE WMM-CONV TO WHORA-EDIT-MM.

      *----ENCADEIA AS PARADAS PELO VIZINHO MAIS PROXIMO, PARTINDO DA BASE
      *    DO VENDEDOR, ESCREVENDO CADA PARADA NA SEQUENCIA ESCOLHIDA.
       S-ENCADEIA-ROTA SECTION.
           MOVE LONGITUDE-VEN TO WPOS-LON-ATUAL
           MOVE ZEROES TO WSEQ-ROTA
           MOVE ZEROS TO WDIST-ACUM-ROTA
           MOVE WROTA-INICIO-HHMM TO WHHMM-CONV
           PERFORM R-HHMM-PARA-MIN
           MOVE WMIN-CONV TO WMIN-ATUAL
           PERFORM S-PROXIMA-PARADA THRU R-PROXIMA-PARADA-EXIT
                   WCONT-ROTA-TAB TIMES.
       R-ENCADEIA-ROTA-EXIT.
           EXIT.

      *----A CADA PASSO, ENTRE AS PARADAS AINDA NAO VISITADAS, VAI A
      *    QUE PODE SER ATENDIDA MAIS CEDO DENTRO DA SUA JANELA (SEM
      *    JANELAS, E O PROPRIO VIZINHO MAIS PROXIMO). SE NENHUMA CABE
      *    MAIS NA JANELA, VAI A MAIS PROXIMA E A PARADA SAI MARCADA
      *    COMO FORA DA JANELA. CHEGANDO ANTES DA ABERTURA, O VENDEDOR
      *    ESPERA; O RELOGIO AVANCA PELO DESLOCAMENTO NA VELOCIDADE
      *    MEDIA E PELO TEMPO MEDIO DE ATENDIMENTO.
       S-PROXIMA-PARADA SECTION.
       R-PROXIMA-PARADA-1.
           MOVE ZEROES TO WMENOR-IDX-ROTA WBOA-IDX-ROTA
           IF WQTD-ANCORAS > ZEROES
              PERFORM R-MARCA-ANCORAS-OK
           END-IF
           PERFORM VARYING WIDX-ROTA FROM 1 BY 1
                   UNTIL WIDX-ROTA > WCONT-ROTA-TAB
              IF NOT WTAB-JA-VISITADO(WIDX-ROTA)
                 MOVE WTAB-LON(WIDX-ROTA) TO WDLO-CLI
                 PERFORM S-CALCULA-DISTANCIA-ROTA
                       THRU R-CALCULA-DISTANCIA-ROTA-EXIT
                 COMPUTE WMIN-CHEGADA ROUNDED = WMIN-ATUAL +
                         (WRESULT-FINAL * 60) / (WVELOC-KMH * 1000)
                 IF WMENOR-IDX-ROTA = ZEROES
                    OR WRESULT-FINAL < WMENOR-DIST-ROTA
                    MOVE WIDX-ROTA TO WMENOR-IDX-ROTA
                    MOVE WRESULT-FINAL TO WMENOR-DIST-ROTA
                    MOVE WMIN-CHEGADA TO WPERTO-CHEGADA
                 END-IF
                 PERFORM R-AVALIA-JANELA THRU R-AVALIA-JANELA-FIM
                 IF WCABE-JANELA = 'S' AND WQTD-ANCORAS > ZEROES
                    PERFORM R-PROTEGE-ANCORAS
                 END-IF
                 IF WCABE-JANELA = 'S'
                    IF WBOA-IDX-ROTA = ZEROES
                       OR WMIN-INICIO < WBOA-INICIO
                       OR (WMIN-INICIO = WBOA-INICIO AND
                           WRESULT-FINAL < WBOA-DIST-ROTA)
                       MOVE WIDX-ROTA TO WBOA-IDX-ROTA
                       MOVE WRESULT-FINAL TO WBOA-DIST-ROTA
                       MOVE WMIN-CHEGADA TO WBOA-CHEGADA
                       MOVE WMIN-INICIO TO WBOA-INICIO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WBOA-IDX-ROTA > ZEROES
              MOVE WBOA-IDX-ROTA TO WMENOR-IDX-ROTA
              MOVE WBOA-DIST-ROTA TO WMENOR-DIST-ROTA
              MOVE WBOA-CHEGADA TO WCHEGADA-PARADA
              MOVE WBOA-INICIO TO WINICIO-PARADA
              MOVE 'N' TO WFORA-JANELA
           ELSE
              MOVE WPERTO-CHEGADA TO WCHEGADA-PARADA WINICIO-PARADA
              MOVE 'S' TO WFORA-JANELA
           END-IF
           IF WMENOR-IDX-ROTA > ZEROES
              MOVE 'S' TO WTAB-VISITADO(WMENOR-IDX-ROTA)
              ADD 1 TO WSEQ-ROTA
              ADD WMENOR-DIST-ROTA TO WDIST-ACUM-ROTA
              MOVE WTAB-LAT(WMENOR-IDX-ROTA) TO WPOS-LAT-ATUAL
              MOVE WTAB-LON(WMENOR-IDX-ROTA) TO WPOS-LON-ATUAL
              IF WFORA-JANELA = 'S'
                 ADD 1 TO WCONT-FORA-JANELA
              END-IF
              COMPUTE WMIN-ATUAL = WINICIO-PARADA +
                                   WTAB-TEMPO(WMENOR-IDX-ROTA)
              PERFORM S-IMP-DET-ROTA THRU R-IMP-DET-ROTA-EXIT
           END-IF.
       R-PROXIMA-PARADA-EXIT.
           EXIT.

      *----VERIFICA SE A PARADA WIDX-ROTA, CHEGANDO EM WMIN-CHEGADA,
      *    PODE SER ATENDIDA POR INTEIRO DENTRO DE UMA DAS JANELAS DO
      *    DIA; DEVOLVE EM WMIN-INICIO A HORA PREVISTA DE INICIO.
       R-AVALIA-JANELA.
           MOVE 'N' TO WCABE-JANELA
           MOVE WMIN-CHEGADA TO WMIN-INICIO
           IF WTAB-SEM-JANELA(WIDX-ROTA)
              MOVE 'S' TO WCABE-JANELA
              GO TO R-AVALIA-JANELA-FIM
           END-IF
           IF WTAB-FECHADO(WIDX-ROTA)
              GO TO R-AVALIA-JANELA-FIM
           END-IF
           IF WTAB-FECHA-1(WIDX-ROTA) > ZEROES
              IF WMIN-CHEGADA < WTAB-ABRE-1(WIDX-ROTA)
                 MOVE WTAB-ABRE-1(WIDX-ROTA) TO WMIN-INICIO
              END-IF
              IF WMIN-INICIO + WTAB-TEMPO(WIDX-ROTA)
                 NOT > WTAB-FECHA-1(WIDX-ROTA)
                 MOVE 'S' TO WCABE-JANELA
                 GO TO R-AVALIA-JANELA-FIM
              END-IF
           END-IF
           MOVE WMIN-CHEGADA TO WMIN-INICIO
           IF WTAB-FECHA-2(WIDX-ROTA) > ZEROES
              IF WMIN-CHEGADA < WTAB-ABRE-2(WIDX-ROTA)
                 MOVE WTAB-ABRE-2(WIDX-ROTA) TO WMIN-INICIO
              END-IF
              IF WMIN-INICIO + WTAB-TEMPO(WIDX-ROTA)
                 NOT > WTAB-FECHA-2(WIDX-ROTA)
                 MOVE 'S' TO WCABE-JANELA
                 GO TO R-AVALIA-JANELA-FIM
              END-IF
           END-IF
           MOVE WMIN-CHEGADA TO WMIN-INICIO.
       R-AVALIA-JANELA-FIM.
           EXIT.

      *----ANCORAS AINDA NAO VISITADAS QUE, SAINDO DA POSICAO ATUAL
      *    AGORA, AINDA SE ALCANCAM ATE A HORA MARCADA.
       R-MARCA-ANCORAS-OK.
           PERFORM VARYING WIDX-ANC FROM 1 BY 1
                   UNTIL WIDX-ANC > WCONT-ROTA-TAB
              MOVE 'N' TO WTAB-ANC-OK(WIDX-ANC)
              IF WTAB-ANCORA(WIDX-ANC) AND
                 NOT WTAB-JA-VISITADO(WIDX-ANC)
                 MOVE WPOS-LAT-ATUAL TO WDLA-VEN
                 MOVE WPOS-LON-ATUAL TO WDLO-VEN
                 MOVE WTAB-LAT(WIDX-ANC) TO WDLA-CLI
                 MOVE WTAB-LON(WIDX-ANC) TO WDLO-CLI
                 PERFORM S-CALCULA-DISTANCIA-ROTA
                       THRU R-CALCULA-DISTANCIA-ROTA-EXIT
                 COMPUTE WMIN-ANC-CHEGA ROUNDED = WMIN-ATUAL +
                         (WRESULT-FINAL * 60) / (WVELOC-KMH * 1000)
                 IF WMIN-ANC-CHEGA NOT > WTAB-ABRE-1(WIDX-ANC)
                    MOVE 'S' TO WTAB-ANC-OK(WIDX-ANC)
                 END-IF
              END-IF
           END-PERFORM.

      *----A PARADA WIDX-ROTA, ATENDIDA A PARTIR DE WMIN-INICIO, NAO
      *    PODE FAZER O VENDEDOR PERDER A HORA DE UMA ANCORA QUE AINDA
      *    ERA ALCANCAVEL. PRESERVA A DISTANCIA JA CALCULADA.
       R-PROTEGE-ANCORAS.
           MOVE WRESULT-FINAL TO WSALVA-DIST
           COMPUTE WMIN-SAIDA = WMIN-INICIO + WTAB-TEMPO(WIDX-ROTA)
           PERFORM VARYING WIDX-ANC FROM 1 BY 1
                   UNTIL WIDX-ANC > WCONT-ROTA-TAB
                      OR WCABE-JANELA = 'N'
              IF WIDX-ANC NOT = WIDX-ROTA AND
                 WTAB-ANC-OK(WIDX-ANC) = 'S' AND
                 NOT WTAB-JA-VISITADO(WIDX-ANC)
                 MOVE WTAB-LAT(WIDX-ROTA) TO WDLA-VEN
                 MOVE WTAB-LON(WIDX-ROTA) TO WDLO-VEN
                 MOVE WTAB-LAT(WIDX-ANC) TO WDLA-CLI
                 MOVE WTAB-LON(WIDX-ANC) TO WDLO-CLI
                 PERFORM S-CALCULA-DISTANCIA-ROTA
                       THRU R-CALCULA-DISTANCIA-ROTA-EXIT
                 COMPUTE WMIN-ANC-CHEGA ROUNDED = WMIN-SAIDA +
                         (WRESULT-FINAL * 60) / (WVELOC-KMH * 1000)
                 IF WMIN-ANC-CHEGA > WTAB-ABRE-1(WIDX-ANC)
                    MOVE 'N' TO WCABE-JANELA
                 END-IF
              END-IF
           END-PERFORM
           MOVE WSALVA-DIST TO WRESULT-FINAL.

       S-CALCULA-DISTANCIA-ROTA SECTION.
       R-CALCULA-DISTANCIA-ROTA-1.
           COMPUTE WLAT-VEN-RAD = (WDLA-VEN * WPI) / 180
           STRING '"COD. VENDEDOR"' ',' '"NOME VENDEDOR"' ','
               '"SEQUENCIA"' ',' '"COD. CLIENTE"' ',' '"RAZAO SOCIAL"'
               ',' '"DISTANCIA DO TRECHO m"' ','
               '"DISTANCIA ACUMULADA m"' ',' '"MOTIVO DA VISITA"'
               ',' '"DATA ORIGINAL"' ',' '"ADIAMENTOS"'
               ',' '"CHEGADA PREVISTA"' ',' '"INICIO PREVISTO"'
               ',' '"JANELA"' ',' '"FORA DA JANELA"'
               ',' '"INADIMPLENTE"' ',' '"DIAS DE ATRASO"'
               ',' '"VALOR EM ABERTO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WLINHAS-PAG.
           END-IF
           MOVE WMENOR-DIST-ROTA TO WCSV-DIST-TRECHO
           MOVE WDIST-ACUM-ROTA TO WCSV-DIST-ACUM
           PERFORM R-MONTA-HORARIO-ROTA
           MOVE WTAB-VALOR-ABERTO(WMENOR-IDX-ROTA) TO WED-VALOR-RCB
           IF WTAB-INADIMPL(WMENOR-IDX-ROTA) = 'S'
              ADD 1 TO WCONT-INADIMPL
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING CODIGO-VEN ',' '"' FUNCTION TRIM(NOME-VEN) '"' ','
               WSEQ-ROTA ',' WTAB-COD-CLI(WMENOR-IDX-ROTA) ',' '"'
               FUNCTION TRIM(WTAB-RAZAO(WMENOR-IDX-ROTA)) '"' ','
               FUNCTION TRIM(WCSV-DIST-TRECHO) ','
               FUNCTION TRIM(WCSV-DIST-ACUM) ',' '"'
               FUNCTION TRIM(WTAB-MOTIVO(WMENOR-IDX-ROTA)) '"' ','
               WTAB-DATA-ORIG(WMENOR-IDX-ROTA) ','
               WTAB-QTD-ADIA(WMENOR-IDX-ROTA) ','
               WCHEGADA-EDIT ',' WINICIO-EDIT ',' '"'
               FUNCTION TRIM(WJANELA-TXT) '"' ',' WFORA-JANELA
               ',' WTAB-INADIMPL(WMENOR-IDX-ROTA)
               ',' WTAB-DIAS-ATRASO(WMENOR-IDX-ROTA)
               ',' FUNCTION TRIM(WED-VALOR-RCB)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WLINHAS-PAG
       R-IMP-DET-ROTA-EXIT.
           EXIT.

      *----HORARIOS PREVISTOS (HH:MM) E TEXTO DA JANELA DE ATENDIMENTO
      *    DA PARADA CORRENTE, PARA O CSV E PARA A FICHA.
       R-MONTA-HORARIO-ROTA.
           MOVE WCHEGADA-PARADA TO WMIN-CONV
           PERFORM R-MIN-PARA-HHMM
           MOVE WHORA-EDIT TO WCHEGADA-EDIT
           MOVE WINICIO-PARADA TO WMIN-CONV
           PERFORM R-MIN-PARA-HHMM
           MOVE WHORA-EDIT TO WINICIO-EDIT
           MOVE SPACES TO WJANELA-TXT
           EVALUATE TRUE
              WHEN WTAB-SEM-JANELA(WMENOR-IDX-ROTA)
                 MOVE 'LIVRE' TO WJANELA-TXT
              WHEN WTAB-FECHADO(WMENOR-IDX-ROTA)
                 MOVE 'FECHADO NO DIA' TO WJANELA-TXT
              WHEN WTAB-ANCORA(WMENOR-IDX-ROTA)
                 MOVE WTAB-ABRE-1(WMENOR-IDX-ROTA) TO WMIN-CONV
                 PERFORM R-MIN-PARA-HHMM
                 STRING 'AGENDADA ' WHORA-EDIT
                        DELIMITED BY SIZE INTO WJANELA-TXT
              WHEN OTHER
                 IF WTAB-FECHA-1(WMENOR-IDX-ROTA) > ZEROES
                    MOVE WTAB-ABRE-1(WMENOR-IDX-ROTA) TO WMIN-CONV
                    PERFORM R-MIN-PARA-HHMM
                    MOVE WHORA-EDIT TO WJAN-ABRE-1
                    MOVE '-' TO WJAN-SEP-1
                    MOVE WTAB-FECHA-1(WMENOR-IDX-ROTA) TO WMIN-CONV
                    PERFORM R-MIN-PARA-HHMM
                    MOVE WHORA-EDIT TO WJAN-FECHA-1
                 END-IF
                 IF WTAB-FECHA-2(WMENOR-IDX-ROTA) > ZEROES
                    MOVE WTAB-ABRE-2(WMENOR-IDX-ROTA) TO WMIN-CONV
                    PERFORM R-MIN-PARA-HHMM
                    MOVE WHORA-EDIT TO WJAN-ABRE-2
                    MOVE '-' TO WJAN-SEP-2
                    MOVE WTAB-FECHA-2(WMENOR-IDX-ROTA) TO WMIN-CONV
                    PERFORM R-MIN-PARA-HHMM
                    MOVE WHORA-EDIT TO WJAN-FECHA-2
                 END-IF
           END-EVALUATE.

       S-IMP-FICHA-ROTA SECTION.
       R-IMP-FICHA-ROTA-1.
           MOVE CODIGO-VEN TO FICHA-COD-VEN
           MOVE WTAB-COD-CLI(WMENOR-IDX-ROTA) TO FICHA-COD-CLI
           MOVE WTAB-RAZAO(WMENOR-IDX-ROTA) TO FICHA-RAZAO
           MOVE WTAB-ENDERECO(WMENOR-IDX-ROTA) TO FICHA-ENDERECO
           MOVE WTAB-TELEFONE(WMENOR-IDX-ROTA) TO WMSK-TXT
           IF NOT DADOS-INTEGRAIS
              MOVE 'T' TO WMSK-TIPO
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           END-IF
           MOVE WMSK-TXT TO FICHA-TELEFONE
           MOVE WTAB-MOTIVO(WMENOR-IDX-ROTA) TO FICHA-MOTIVO
           MOVE FICHA-BORDA TO ARQFICHA-DATA-01
           WRITE ARQFICHA-REC
           MOVE FICHA-LIN-VEN TO ARQFICHA-DATA-01
           WRITE ARQFICHA-REC
           MOVE FICHA-LIN-CLI TO ARQFICHA-DATA-01
           WRITE ARQFICHA-REC
           MOVE FICHA-LIN-MOT TO ARQFICHA-DATA-01
           WRITE ARQFICHA-REC
           IF WTAB-QTD-ADIA(WMENOR-IDX-ROTA) > ZEROES
              MOVE WTAB-DATA-ORIG(WMENOR-IDX-ROTA) TO FICHA-DATA-ORIG
              MOVE WTAB-QTD-ADIA(WMENOR-IDX-ROTA) TO FICHA-QTD-ADIA
              MOVE FICHA-LIN-ADIA TO ARQFICHA-DATA-01
              WRITE ARQFICHA-REC
           END-IF
           MOVE WCHEGADA-EDIT TO FICHA-CHEGADA
           MOVE WINICIO-EDIT TO FICHA-INICIO
           MOVE WJANELA-TXT TO FICHA-JANELA
           MOVE FICHA-LIN-HORA TO ARQFICHA-DATA-01
           WRITE ARQFICHA-REC
           IF WFORA-JANELA = 'S'
              MOVE FICHA-LIN-FORA TO ARQFICHA-DATA-01
              WRITE ARQFICHA-REC
           END-IF
           IF WTAB-INADIMPL(WMENOR-IDX-ROTA) = 'S'
              MOVE WTAB-DIAS-ATRASO(WMENOR-IDX-ROTA)
                   TO FICHA-DIAS-ATRASO
              MOVE WTAB-VALOR-ABERTO(WMENOR-IDX-ROTA)
                   TO FICHA-VALOR-ABERTO
              MOVE FICHA-LIN-COBR TO ARQFICHA-DATA-01
              WRITE ARQFICHA-REC
           END-IF
           MOVE FICHA-LIN-END TO ARQFICHA-DATA-01
           WRITE ARQFICHA-REC
           MOVE FICHA-LIN-TEL TO ARQFICHA-DATA-01
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'TOTAL DE PARADAS:' ',' WCONT
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'PARADAS FORA DA JANELA:' ',' WCONT-FORA-JANELA
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'PARADAS EM CLIENTE INADIMPLENTE:' ','
               WCONT-INADIMPL
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'CLIENTES COM BLOQUEIO DE VISITA FORA:' ','
               WCONT-BLOQUEADAS
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.
       R-IMP-RODAPE-ROTA-EXIT.
           EXIT.

      *----PARAMETROS DO ROTEIRO COM HORARIO EM CONFIG.DAT; SEM O
      *    ARQUIVO OU COM VALOR INVALIDO, FICAM OS PADROES (SAIDA AS
      *    08:00, 30 MINUTOS POR VISITA, 30 KM/H).
       S-LE-CONFIG-ROTA SECTION.
       R-LE-CONFIG-ROTA-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-ROTA-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'ROTA-INICIO-HHMM' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:1) = '0' AND
                       WCFG-VALOR(2:2) < '24' AND
                       WCFG-VALOR(4:2) < '60'
                       MOVE WCFG-VALOR(2:4) TO WROTA-INICIO-HHMM
                    END-IF
                    IF WCFG-NOME = 'VISITA-TEMPO-MIN' AND
                       WCFG-VALOR(1:5) IS NUMERIC
                       MOVE WCFG-VALOR(1:5) TO WTEMPO-VISITA
                    END-IF
                    IF WCFG-NOME = 'INADIMPL-DIAS' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WINADIMPL-DIAS
                    END-IF
                    IF WCFG-NOME = 'ROTA-VELOC-KMH' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WVELOC-KMH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-ROTA-1-EXIT.
           EXIT.

       COPY CATALOGO.CPY.

       COPY BLOQVIS.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
