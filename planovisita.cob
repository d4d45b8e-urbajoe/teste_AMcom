              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PLA.

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

       SELECT ENDCLI ASSIGN TO DISK WID-ARQ-ENDCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-END-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ECL.

       SELECT PROSPECCAO ASSIGN TO DISK WID-ARQ-PROSPECCAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD-PRP
              ALTERNATE RECORD KEY IS COD-VEN-PRP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRP.

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

       SELECT CALENDARIO ASSIGN TO DISK WID-ARQ-CALENDARIO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
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
       FD DISTRIBUICAO.
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

      *----PLANO MENSAL DE VISITAS: UMA LINHA POR VISITA PREVISTA
      *    (VENDEDOR, DATA, CLIENTE), EXPANDIDA DOS VINCULOS PRIMARIOS
      *    PARADAS DE UM DIA A PARTIR DESTE ARQUIVO. ORIGEM 'P' =
      *    PLANO REGULAR; 'C' = TAREFA DE CAMPANHA (GERADA A PARTE -
      *    GERAR O PLANO DO MES APAGA AS TAREFAS, ENTAO AS CAMPANHAS
      *    DEVEM SER REEXPANDIDAS DEPOIS DO PLANO); 'F' = RETORNO
      *    AGENDADO PELO RESULTADO DE UMA VISITA (A CARGA DE CAMPO
      *    GRAVA EM RETORNO-VISITA.DAT E A GERACAO DO PLANO REEXPANDE
      *    OS RETORNOS DO MES AUTOMATICAMENTE). VISITA NAO FEITA
      *    ADIADA PELO ADIAVISITA LEVA A DATA ORIGINAL E O NUMERO DE
      *    ADIAMENTOS (ZERO = NUNCA ADIADA) E SOBREVIVE A REGERACAO.
      *    'A' = VISITA MARCADA COM HORA NA AGENDA (AGENDAVISITA),
      *    REEXPANDIDA A CADA GERACAO A PARTIR DE AGENDA-VISITA.DAT.
      *    'L' = VISITA DE PROSPECCAO A UM LEAD DA TRIAGEM DESIGNADO
      *    AO VENDEDOR (PROSPECCAO.DAT); COD-CLI-PLANO LEVA O CODIGO
      *    DO LEAD, NAO DE CLIENTE. 'R' = VISITA REGULAR A CLIENTE
      *    INADIMPLENTE QUANDO A GERACAO PRIORIZA A COBRANCA.
       FD PLANOVIS.
       01  REGISTRO-PLANO-VIS.
           02 CHAVE-PLANO.
              03 COD-CLI-PLANO          PIC  9(007).
           02 CLASSIF-PLANO             PIC  X(001).
           02 ORIGEM-PLANO              PIC  X(001).
           02 DATA-ORIG-PLANO           PIC  9(008).
           02 QTD-ADIA-PLANO            PIC  9(002).

       FD RETORNOVIS.
       01  REGISTRO-RETORNO.
           02 CHAVE-RETORNO.
              03 COD-VEN-RET            PIC  9(003).
              03 DATA-RET               PIC  9(008).
              03 COD-CLI-RET            PIC  9(007).
           02 RESULTADO-RET             PIC  X(002).
           02 DATA-VISITA-RET           PIC  9(008).

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

       FD ENDCLI.
       01  REGISTRO-END-CLI.
           02 CHAVE-END-CLI.
              03 CODIGO-CLI-END         PIC  9(007).
              03 TIPO-END               PIC  X(001).
           02 ENDERECO-END              PIC  X(060).
           02 LATITUDE-END              PIC S9(003)v9(008).
           02 LONGITUDE-END             PIC S9(003)v9(008).

       FD PROSPECCAO.
       01  REGISTRO-PROSP.
           02 CODIGO-LEAD-PRP           PIC  9(007).
           02 COD-VEN-PRP               PIC  9(003).
           02 DISTANCIA-PRP             PIC S9(008)v9(003).
           02 DATA-PRP                  PIC  9(008).

      *----CONTAS A RECEBER IMPORTADAS DO FATURAMENTO (IMPRECEBER).
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

       FD  CALENDARIO.
       01  CALENDARIO-REC.
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
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-PLA-1                PIC 9.
           02 FS-PLA-2                PIC 9.
           02 FS-PLA-R REDEFINES FS-PLA-2 PIC 99 COMP-X.
       01 FS-RET.
           02 FS-RET-1                PIC 9.
           02 FS-RET-2                PIC 9.
           02 FS-RET-R REDEFINES FS-RET-2 PIC 99 COMP-X.
       01 FS-ECL.
           02 FS-ECL-1                PIC 9.
           02 FS-ECL-2                PIC 9.
           02 FS-ECL-R REDEFINES FS-ECL-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-CAL.
           02 FS-CAL-1                PIC 9.
           02 FS-CAL-2                PIC 9.
           02 FS-CAL-R REDEFINES FS-CAL-2 PIC 99 COMP-X.
       01 FS-AGE.
           02 FS-AGE-1                PIC 9.
           02 FS-AGE-2                PIC 9.
           02 FS-AGE-R REDEFINES FS-AGE-2 PIC 99 COMP-X.
       01 FS-PRP.
           02 FS-PRP-1                PIC 9.
           02 FS-PRP-2                PIC 9.
           02 FS-PRP-R REDEFINES FS-PRP-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.
       01 FS-RCB.
           02 FS-RCB-1                PIC 9.
           02 FS-RCB-2                PIC 9.
           02 FS-RCB-R REDEFINES FS-RCB-2 PIC 99 COMP-X.

       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-PLANOVIS        PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WID-ARQ-RETORNOVIS      PIC X(50) VALUE
              'RETORNO-VISITA.DAT'.
       01 WID-ARQ-AGENDAVIS       PIC X(50) VALUE
              'AGENDA-VISITA.DAT'.
       01 WID-ARQ-ENDCLI          PIC X(50) VALUE 'END-CLIENTE.DAT'.
       01 WID-ARQ-PROSPECCAO      PIC X(50) VALUE 'PROSPECCAO.DAT'.
       01 WID-ARQ-RECEBER         PIC X(50) VALUE 'RECEBER.DAT'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-CALENDARIO      PIC X(50) VALUE 'CALENDARIO.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'PLANOVISITA.LOG'.

       01 WDIA-EH-UTIL            PIC X VALUE 'S'.
          88 DIA-EH-UTIL               VALUE 'S'.

      *----MODO DE PLANEJAMENTO: 'P' = PRIMEIRO DIA DEFASADO PELO
      *    CODIGO DO CLIENTE; 'G' = CLIENTES DO VENDEDOR AGRUPADOS
      *    POR SETOR EM TORNO DA BASE DELE, UM GRUPO POR DIA DA
      *    SEMANA COM EXPEDIENTE (PLANO-AGRUPA-GEO=1 EM CONFIG.DAT).
      *    NOS DOIS MODOS O VENDEDOR TEM UM LIMITE DE VISITAS POR
      *    DIA: O DO CADASTRO DELE OU, SE ZERO, VISITAS-DIA-MAX.
       01 WMODO-PLANO             PIC X(001) VALUE 'P'.
          88 PLANO-GEOGRAFICO          VALUE 'G'.
       01 WVISITAS-DIA-MAX        PIC 9(005) VALUE 12.
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       77 WCAP-DIA-VEN            PIC 9(005) VALUE ZEROES.
       01 WTAB-QTD-DIA-VEN.
          02 WQTD-DIA-VEN OCCURS 31 TIMES PIC 9(005).
       01 WECL-DISPONIVEL         PIC X VALUE 'N'.
          88 ECL-DISPONIVEL            VALUE 'S'.

      *----VISITA DE COBRANCA (OPCIONAL, PERGUNTADA NA TELA): OS
      *    CLIENTES INADIMPLENTES (DIAS DE ATRASO NA ULTIMA POSICAO DE
      *    CONTAS A RECEBER A PARTIR DO INADIMPL-DIAS DE CONFIG.DAT)
      *    SAO EXPANDIDOS ANTES DO RESTO DA CARTEIRA DO VENDEDOR, PARA
      *    PEGAREM AS VAGAS DO DIA, E ENTRAM COM ORIGEM 'R'.
       01 WCOBRANCA-PLANO         PIC X(001) VALUE 'N'.
          88 PLANO-COBRANCA            VALUE 'S'.
       01 WINADIMPL-DIAS          PIC 9(005) VALUE 30.
       01 WRCB-DISPONIVEL         PIC X VALUE 'N'.
          88 RCB-DISPONIVEL            VALUE 'S'.
       77 WCONT-COBRANCA          PIC 9(007) VALUE ZEROES.

      *----CLIENTES DO VENDEDOR CORRENTE, NO MODO GEOGRAFICO EM ORDEM
      *    DE SETOR (PSEUDO-ANGULO 0 A 4 EM TORNO DA BASE, SEM
      *    TRIGONOMETRIA); A SEQUENCIA E CORTADA EM FATIAS IGUAIS, UMA
      *    POR DIA DA SEMANA. O PONTO DE ENTREGA DE END-CLIENTE.DAT
      *    VALE NO LUGAR DAS COORDENADAS DO CADASTRO.
       01 WMAX-CLI-VEN            PIC 9(004) VALUE 3000.
       01 WQTD-CLI-VEN            PIC 9(004) VALUE ZEROES.
       01 WIDX-CLI                PIC 9(004) VALUE ZEROES.
       01 WPOS-CLI                PIC 9(004) VALUE ZEROES.
       01 WTAB-CLI-VEN.
          02 WCLI-VEN-LIN OCCURS 3000 TIMES.
             03 WCV-CODIGO        PIC 9(007).
             03 WCV-CLASSIF       PIC X(001).
             03 WCV-FREQ          PIC 9(003).
             03 WCV-SETOR         PIC 9V9(008).
             03 WCV-GRUPO         PIC 9(001).
             03 WCV-COBR          PIC X(001).
       01 WCLI-VEN-NOVO.
          02 WCV-N-CODIGO         PIC 9(007).
          02 WCV-N-CLASSIF        PIC X(001).
          02 WCV-N-FREQ           PIC 9(003).
          02 WCV-N-SETOR          PIC 9V9(008).
          02 WCV-N-GRUPO          PIC 9(001).
          02 WCV-N-COBR           PIC X(001).
       01 WLAT-BASE               PIC S9(003)V9(008) VALUE ZEROES.
       01 WLON-BASE               PIC S9(003)V9(008) VALUE ZEROES.
       01 WLAT-PARADA             PIC S9(003)V9(008) VALUE ZEROES.
       01 WLON-PARADA             PIC S9(003)V9(008) VALUE ZEROES.
       01 WDX                     PIC S9(004)V9(008) VALUE ZEROES.
       01 WDY                     PIC S9(004)V9(008) VALUE ZEROES.
       01 WDX-ABS                 PIC 9(004)V9(008) VALUE ZEROES.
       01 WDY-ABS                 PIC 9(004)V9(008) VALUE ZEROES.
       01 WSETOR                  PIC 9V9(008) VALUE ZEROES.
       01 WTAB-SEM-UTIL.
          02 WSEM-UTIL OCCURS 7 TIMES PIC 9(001).
       77 WQTD-SEM-UTIL           PIC 9(001) VALUE ZERO.
       77 WSEM-DIA-1              PIC 9(001) VALUE ZERO.
       77 WSEM-GRUPO              PIC 9(001) VALUE ZERO.
       77 WSEM-ALVO               PIC 9(001) VALUE ZERO.

      *----DIA CHEIO: A VISITA VAI PARA O DIA UTIL MAIS PROXIMO COM
      *    VAGA (PRIMEIRO O POSTERIOR); SEM NENHUM, ENTRA NA LISTA DO
      *    LOG COMO VISITA SEM VAGA NO MES.
       77 WIDX-BASE               PIC 9(002) VALUE ZEROES.
       77 WDESLOC                 PIC 9(002) VALUE ZEROES.
       77 WIDX-TESTE              PIC S9(003) VALUE ZEROES.
       01 WDATA-SEM-VAGA          PIC 9(008) VALUE ZEROES.
       01 WMAX-SEM-VAGA           PIC 9(004) VALUE 500.
       01 WQTD-SEM-VAGA           PIC 9(004) VALUE ZEROES.
       01 WIDX-SV                 PIC 9(004) VALUE ZEROES.
       01 WTAB-SEM-VAGA.
          02 WSV-LIN OCCURS 500 TIMES.
             03 WSV-VEN           PIC 9(003).
             03 WSV-CLI           PIC 9(007).
             03 WSV-DATA          PIC 9(008).
       77 WCONT-SEM-VAGA          PIC 9(007) VALUE ZEROES.

      *----GERACAO DAS VISITAS DO CLIENTE CORRENTE: NO MODO PADRAO O
      *    PRIMEIRO DIA ALVO E DEFASADO PELO CODIGO DO CLIENTE DENTRO
      *    DA JANELA DA FREQUENCIA, PARA AS VISITAS NAO SE
      *    CONCENTRAREM TODAS NO PRIMEIRO DIA UTIL DO MES; NO MODO
      *    GEOGRAFICO E O PRIMEIRO DIA DA SEMANA DO GRUPO DO CLIENTE.
       77 WCLI-CORRENTE           PIC 9(007) VALUE ZEROES.
       77 WFREQ-CLI               PIC 9(003) VALUE ZEROES.
       77 WDIA-ALVO               PIC 9(002) VALUE ZEROES.
       77 WPROX-ALVO              PIC 9(003) VALUE ZEROES.
       77 WCONT-VISITAS           PIC 9(007) VALUE ZEROES.
       77 WCONT-CLIENTES          PIC 9(007) VALUE ZEROES.
       77 WCONT-RETORNOS          PIC 9(007) VALUE ZEROES.
       77 WCONT-AGENDADAS         PIC 9(007) VALUE ZEROES.

      *----PROSPECCAO: UMA VISITA NO MES A CADA LEAD DESIGNADO AO
      *    VENDEDOR, DEPOIS DOS CLIENTES DA CARTEIRA (SO OCUPA A VAGA
      *    DO DIA QUE SOBRAR). O DIA ALVO E DEFASADO PELO CODIGO DO
      *    LEAD PARA ESPALHAR AS VISITAS PELO MES.
       01 WORIGEM-CORRENTE        PIC X(001) VALUE 'P'.
          88 VISITA-PROSPECCAO         VALUE 'L'.
       01 WPRP-DISPONIVEL         PIC X VALUE 'N'.
          88 PRP-DISPONIVEL            VALUE 'S'.
       77 WCONT-PROSPECCAO        PIC 9(007) VALUE ZEROES.
       77 WCONT-LEADS-PLANO       PIC 9(007) VALUE ZEROES.
       77 WCONT-PROSP-SEM-VAGA    PIC 9(007) VALUE ZEROES.

      *----VISITAS ADIADAS (ADIAVISITA) PARA O MES DO PLANO: GUARDADAS
      *    ANTES DE RECRIAR O ARQUIVO E REPOSTAS DEPOIS DA EXPANSAO,
      *    COM A DATA ORIGINAL E O CONTADOR DE ADIAMENTOS.
       01 WMAX-ADIADAS            PIC 9(004) VALUE 2000.
       01 WQTD-ADIADAS            PIC 9(004) VALUE ZEROES.
       01 WIDX-ADIADA             PIC 9(004) VALUE ZEROES.
       01 WTAB-ADIADAS.
          02 WADIADA-REG OCCURS 2000 TIMES PIC X(030).
       77 WCONT-ADIADAS           PIC 9(007) VALUE ZEROES.
       77 WVEN-PLANO-CORRENTE     PIC 9(003) VALUE ZEROES.
       77 WCLASSIF-CORRENTE       PIC X(001) VALUE SPACE.
       77 WACHOU-DIA              PIC X VALUE 'N'.
          88 ACHOU-DIA                 VALUE 'S'.

      *----BLOQUEIO DE VISITA: A VISITA A CLIENTE BLOQUEADO NA DATA
      *    NAO ENTRA NO PLANO, SEJA REGULAR, RETORNO, ADIADA OU
      *    AGENDADA. O VINCULO DO CLIENTE NAO E TOCADO.
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

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'planovisita'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

             "MES DO PLANO (AAAAMM, ZERO = MES CORRENTE):".
          02 SCR-MES LINE 7 COL 50 PIC 9(006)
                 USING WMES-PLANO AUTO.
          02 LINE 8 COL 5 VALUE
             "MODO (P=PADRAO, G=AGRUPADO POR SETOR):".
          02 SCR-MODO LINE 8 COL 50 PIC X(001)
                 USING WMODO-PLANO AUTO.
          02 LINE 9 COL 5 VALUE
             "PRIORIZAR VISITA DE COBRANCA (S/N):".
          02 SCR-COBR LINE 9 COL 50 PIC X(001)
                 USING WCOBRANCA-PLANO AUTO.
          02 LINE 10 COL 5 VALUE
             "A GERACAO RECRIA O PLANO DO ARQUIVO INTEIRO".
          02 LINE 12 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           PERFORM S-LE-CONFIG-PLANO THRU R-LE-CONFIG-PLANO-1-EXIT
           IF MODO-INTERATIVO
              MOVE ZEROES TO WMES-PLANO
              DISPLAY TELA-PLANO
                 GO TO ABERTURA-EXIT
              END-IF
           END-IF
           IF WMODO-PLANO = 'g'
              MOVE 'G' TO WMODO-PLANO
           END-IF
           IF NOT PLANO-GEOGRAFICO
              MOVE 'P' TO WMODO-PLANO
           END-IF
           IF WCOBRANCA-PLANO = 's'
              MOVE 'S' TO WCOBRANCA-PLANO
           END-IF
           IF NOT PLANO-COBRANCA
              MOVE 'N' TO WCOBRANCA-PLANO
           END-IF
           IF WMES-PLANO = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-PLANO
           END-IF
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-GUARDA-ADIADAS THRU R-GUARDA-ADIADAS-1-EXIT
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-ABRE-BLOQVIS THRU R-ABRE-BLOQVIS-1-EXIT
           MOVE ZEROES TO WCONT-BLOQUEADAS
           PERFORM S-EXPANDE-PLANO THRU R-EXPANDE-PLANO-1-EXIT
      *----O PLANO FOI CRIADO EM OUTPUT; REABRE EM I-O PARA PODER
      *    REGRAVAR AS LINHAS REGULARES QUE COINCIDEM COM RETORNOS,
      *    VISITAS ADIADAS E VISITAS AGENDADAS.
           CLOSE PLANOVIS
           OPEN I-O PLANOVIS
           PERFORM S-REEXPANDE-RETORNOS
                 THRU R-REEXPANDE-RETORNOS-1-EXIT
           PERFORM S-REPOE-ADIADAS THRU R-REPOE-ADIADAS-1-EXIT
           PERFORM S-REEXPANDE-AGENDA THRU R-REEXPANDE-AGENDA-1-EXIT
           PERFORM FECHA-ARQUIVOS
           PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'PLANO GERADO: ' WCONT-VISITAS ' VISITA(S) PARA '
                  WCONT-CLIENTES ' CLIENTE(S)'
                  DELIMITED BY SIZE INTO WTXT
           IF WCONT-SEM-VAGA > ZEROES
              MOVE SPACES TO WTXT
              STRING 'PLANO GERADO; ' WCONT-SEM-VAGA
                     ' VISITA(S) SEM VAGA NO MES'
                     DELIMITED BY SIZE INTO WTXT
           END-IF
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           IF MODO-INTERATIVO
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
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

       FECHA-ARQUIVOS SECTION.
       FECHA-ARQUIVOS-1.
           CLOSE DISTRIBUICAO CLIENTES VENDEDORES PLANOVIS
           IF BLQ-DISPONIVEL
              CLOSE BLOQVIS
           END-IF.
       FECHA-ARQUIVOS-EXIT.
           EXIT.

      *----CARREGA DO CALENDARIO OS FERIADOS POR DATA E OS DIAS DA
      *    SEMANA SEM EXPEDIENTE (MESMO FORMATO LIDO PELO DRIVER
      *    BATCH: AAAAMMDD OU SIGLA SEG...DOM).
      *----LIMITE PADRAO DE VISITAS POR DIA E MODO DE PLANEJAMENTO
      *    (AUSENTE OU INVALIDO VALE O PADRAO).
       S-LE-CONFIG-PLANO SECTION.
       R-LE-CONFIG-PLANO-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-PLANO-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    IF WCFG-NOME = 'VISITAS-DIA-MAX' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WVISITAS-DIA-MAX
                    END-IF
                    IF WCFG-NOME = 'INADIMPL-DIAS' AND
                       WCFG-VALOR(1:5) IS NUMERIC AND
                       WCFG-VALOR(1:5) NOT = '00000'
                       MOVE WCFG-VALOR(1:5) TO WINADIMPL-DIAS
                    END-IF
                    IF WCFG-NOME = 'PLANO-AGRUPA-GEO' AND
                       WCFG-VALOR(1:5) = '00001'
                       MOVE 'G' TO WMODO-PLANO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONFIG.
       R-LE-CONFIG-PLANO-1-EXIT.
           EXIT.

       S-LE-CALENDARIO SECTION.
       R-LE-CALENDARIO-1.
           INITIALIZE WQTD-FERIADOS
              END-IF
           END-PERFORM.

      *----PLANEJA VENDEDOR A VENDEDOR (VENDEDOR INATIVO OU AFASTADO,
      *    E KEY-ACCOUNT OU TELEVENDAS, QUE NAO RODAM EM CAMPO, FICAM
      *    FORA DO PLANO): CARREGA OS CLIENTES ATIVOS DOS VINCULOS
      *    PRIMARIOS ABERTOS DELE, AGRUPA-OS NO MODO GEOGRAFICO E
      *    EXPANDE CADA UM NAS DATAS DO MES CONFORME A FREQUENCIA,
      *    RESPEITANDO O LIMITE DE VISITAS POR DIA DO VENDEDOR.
       S-EXPANDE-PLANO SECTION.
       R-EXPANDE-PLANO-1.
           INITIALIZE WCONT-VISITAS WCONT-CLIENTES WCONT-SEM-VAGA
                      WQTD-SEM-VAGA WCONT-PROSPECCAO WCONT-LEADS-PLANO
                      WCONT-PROSP-SEM-VAGA WCONT-COBRANCA
           MOVE 'N' TO WECL-DISPONIVEL
           MOVE 'N' TO WPRP-DISPONIVEL
           MOVE 'N' TO WRCB-DISPONIVEL
           IF PLANO-COBRANCA
              OPEN INPUT RECEBER
              IF FS-RCB = '00'
                 MOVE 'S' TO WRCB-DISPONIVEL
              END-IF
           END-IF
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-PROSPECCAO
              STRING 'PROSPECCAO-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PROSPECCAO
           END-IF
           OPEN INPUT PROSPECCAO
           IF FS-PRP = '00'
              MOVE 'S' TO WPRP-DISPONIVEL
           END-IF
           IF PLANO-GEOGRAFICO
              PERFORM R-MONTA-SEMANA-UTIL
              OPEN INPUT ENDCLI
              IF FS-ECL = '00'
                 MOVE 'S' TO WECL-DISPONIVEL
              END-IF
           END-IF
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND VEN-ATIVO AND VEN-CAMPO
                 PERFORM R-PLANEJA-VENDEDOR
                       THRU R-PLANEJA-VENDEDOR-FIM
                 IF PRP-DISPONIVEL
                    PERFORM S-EXPANDE-PROSPECCAO-VEN
                          THRU R-EXPANDE-PROSPECCAO-VEN-1-EXIT
                 END-IF
              END-IF
           END-PERFORM
           IF ECL-DISPONIVEL
              CLOSE ENDCLI
           END-IF
           IF PRP-DISPONIVEL
              CLOSE PROSPECCAO
           END-IF
           IF RCB-DISPONIVEL
              CLOSE RECEBER
           END-IF.
       R-EXPANDE-PLANO-1-EXIT.
           EXIT.

      *----DIAS DA SEMANA COM EXPEDIENTE (UM GRUPO DE CLIENTES POR
      *    DIA) E DIA DA SEMANA DO DIA 1 DO MES.
       R-MONTA-SEMANA-UTIL.
           MOVE ZEROES TO WQTD-SEM-UTIL
           PERFORM VARYING WIDX-SIG FROM 1 BY 1 UNTIL WIDX-SIG > 7
              IF WSIG-BLOQ(WIDX-SIG) NOT = 'S'
                 ADD 1 TO WQTD-SEM-UTIL
                 MOVE WIDX-SIG TO WSEM-UTIL(WQTD-SEM-UTIL)
              END-IF
           END-PERFORM
           MOVE WANO-PLANO TO WDATA-TRAB-AAAA
           MOVE WMM-PLANO TO WDATA-TRAB-MM
           MOVE 1 TO WDATA-TRAB-DD
           COMPUTE WSEM-DIA-1 = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WDATA-TRAB) - 1, 7) + 1.

       R-PLANEJA-VENDEDOR.
           MOVE CODIGO-VEN TO WVEN-PLANO-CORRENTE
           MOVE COD-REGIAO TO WREG-VEN-CORRENTE
           MOVE LATITUDE-VEN TO WLAT-BASE
           MOVE LONGITUDE-VEN TO WLON-BASE
           IF MAX-VISITAS-DIA-VEN > ZEROES
              MOVE MAX-VISITAS-DIA-VEN TO WCAP-DIA-VEN
           ELSE
              MOVE WVISITAS-DIA-MAX TO WCAP-DIA-VEN
           END-IF
           INITIALIZE WTAB-QTD-DIA-VEN
           MOVE ZEROES TO WQTD-CLI-VEN
           MOVE CODIGO-VEN TO CODIGO-VEN-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-VEN-DIS
           IF FS-DIS NOT = '00'
              GO TO R-PLANEJA-VENDEDOR-FIM
           END-IF
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00'
                 IF CODIGO-VEN-DIS NOT = WVEN-PLANO-CORRENTE
                    MOVE '10' TO FS-DIS
                 ELSE
                    IF VEN-PRIMARIO AND DATA-FIM-DIS = ZEROES
                       PERFORM R-CARREGA-CLIENTE-VEN
                             THRU R-CARREGA-CLIENTE-VEN-FIM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF PLANO-GEOGRAFICO
              PERFORM VARYING WIDX-CLI FROM 1 BY 1
                      UNTIL WIDX-CLI > WQTD-CLI-VEN
                 COMPUTE WCV-GRUPO(WIDX-CLI) =
                     ((WIDX-CLI - 1) * WQTD-SEM-UTIL) / WQTD-CLI-VEN
                     + 1
              END-PERFORM
           END-IF
           IF RCB-DISPONIVEL
              MOVE 'R' TO WORIGEM-CORRENTE
              PERFORM VARYING WIDX-CLI FROM 1 BY 1
                      UNTIL WIDX-CLI > WQTD-CLI-VEN
                 IF WCV-COBR(WIDX-CLI) = 'S'
                    PERFORM R-EXPANDE-UM-CLIENTE
                 END-IF
              END-PERFORM
              MOVE 'P' TO WORIGEM-CORRENTE
           END-IF
           PERFORM VARYING WIDX-CLI FROM 1 BY 1
                   UNTIL WIDX-CLI > WQTD-CLI-VEN
              IF WCV-COBR(WIDX-CLI) NOT = 'S'
                 PERFORM R-EXPANDE-UM-CLIENTE
              END-IF
           END-PERFORM.
       R-PLANEJA-VENDEDOR-FIM.
           EXIT.

       R-CARREGA-CLIENTE-VEN.
           MOVE CODIGO-CLI-DIS TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00' OR CLI-INATIVO
              GO TO R-CARREGA-CLIENTE-VEN-FIM
           END-IF
           IF WQTD-CLI-VEN NOT < WMAX-CLI-VEN
              MOVE CODIGO TO WCLI-CORRENTE
              MOVE ZEROES TO WDATA-SEM-VAGA
              PERFORM R-REGISTRA-SEM-VAGA
                    THRU R-REGISTRA-SEM-VAGA-FIM
              GO TO R-CARREGA-CLIENTE-VEN-FIM
           END-IF
           MOVE FREQ-VISITA-CLI TO WFREQ-CLI
           IF WFREQ-CLI = ZEROES
                    MOVE 30 TO WFREQ-CLI
              END-EVALUATE
           END-IF
           ADD 1 TO WCONT-CLIENTES
           MOVE CODIGO TO WCV-N-CODIGO
           MOVE CLASSIFICACAO-CLI TO WCV-N-CLASSIF
           MOVE WFREQ-CLI TO WCV-N-FREQ
           MOVE ZEROES TO WCV-N-SETOR
           MOVE 1 TO WCV-N-GRUPO
           MOVE 'N' TO WCV-N-COBR
           IF RCB-DISPONIVEL
              MOVE CNPJ TO CNPJ-RCB
              READ RECEBER
              IF FS-RCB = '00' AND
                 DIAS-ATRASO-RCB NOT < WINADIMPL-DIAS
                 MOVE 'S' TO WCV-N-COBR
              END-IF
           END-IF
           IF NOT PLANO-GEOGRAFICO
              ADD 1 TO WQTD-CLI-VEN
              MOVE WCLI-VEN-NOVO TO WCLI-VEN-LIN(WQTD-CLI-VEN)
              GO TO R-CARREGA-CLIENTE-VEN-FIM
           END-IF
           MOVE LATITUDE TO WLAT-PARADA
           MOVE LONGITUDE TO WLON-PARADA
           IF ECL-DISPONIVEL
              MOVE CODIGO TO CODIGO-CLI-END
              MOVE 'E' TO TIPO-END
              READ ENDCLI
              IF FS-ECL = '00' AND
                 (LATITUDE-END NOT = ZEROES OR
                  LONGITUDE-END NOT = ZEROES)
                 MOVE LATITUDE-END TO WLAT-PARADA
                 MOVE LONGITUDE-END TO WLON-PARADA
              END-IF
           END-IF
           PERFORM R-CALCULA-SETOR
           MOVE WSETOR TO WCV-N-SETOR
      *----INSERE NA POSICAO DO SETOR (TABELA SEMPRE ORDENADA).
           MOVE 1 TO WPOS-CLI
           PERFORM UNTIL WPOS-CLI > WQTD-CLI-VEN OR
                         WCV-SETOR(WPOS-CLI) > WSETOR
              ADD 1 TO WPOS-CLI
           END-PERFORM
           PERFORM VARYING WIDX-CLI FROM WQTD-CLI-VEN BY -1
                   UNTIL WIDX-CLI < WPOS-CLI
              MOVE WCLI-VEN-LIN(WIDX-CLI) TO WCLI-VEN-LIN(WIDX-CLI + 1)
           END-PERFORM
           MOVE WCLI-VEN-NOVO TO WCLI-VEN-LIN(WPOS-CLI)
           ADD 1 TO WQTD-CLI-VEN.
       R-CARREGA-CLIENTE-VEN-FIM.
           EXIT.

      *----PSEUDO-ANGULO DO CLIENTE EM TORNO DA BASE DO VENDEDOR:
      *    0 = LESTE, 1 = NORTE, 2 = OESTE, 3 = SUL (CRESCE NO SENTIDO
      *    ANTI-HORARIO). CLIENTE SEM COORDENADAS FICA NO SETOR ZERO.
       R-CALCULA-SETOR.
           MOVE ZEROES TO WSETOR
           COMPUTE WDX = WLON-PARADA - WLON-BASE
           COMPUTE WDY = WLAT-PARADA - WLAT-BASE
           IF WDX < ZEROES
              COMPUTE WDX-ABS = ZEROES - WDX
           ELSE
              MOVE WDX TO WDX-ABS
           END-IF
           IF WDY < ZEROES
              COMPUTE WDY-ABS = ZEROES - WDY
           ELSE
              MOVE WDY TO WDY-ABS
           END-IF
           EVALUATE TRUE
              WHEN WLAT-PARADA = ZEROES AND WLON-PARADA = ZEROES
                 CONTINUE
              WHEN WDX-ABS = ZEROES AND WDY-ABS = ZEROES
                 CONTINUE
              WHEN WDY NOT < ZEROES AND WDX NOT < ZEROES
                 COMPUTE WSETOR ROUNDED =
                     WDY-ABS / (WDX-ABS + WDY-ABS)
              WHEN WDY NOT < ZEROES
                 COMPUTE WSETOR ROUNDED =
                     1 + WDX-ABS / (WDX-ABS + WDY-ABS)
              WHEN WDX < ZEROES
                 COMPUTE WSETOR ROUNDED =
                     2 + WDY-ABS / (WDX-ABS + WDY-ABS)
              WHEN OTHER
                 COMPUTE WSETOR ROUNDED =
                     3 + WDX-ABS / (WDX-ABS + WDY-ABS)
           END-EVALUATE.

       R-EXPANDE-UM-CLIENTE.
           MOVE WCV-CODIGO(WIDX-CLI) TO WCLI-CORRENTE
           MOVE WCV-CLASSIF(WIDX-CLI) TO WCLASSIF-CORRENTE
           MOVE WCV-FREQ(WIDX-CLI) TO WFREQ-CLI
           IF PLANO-GEOGRAFICO
              MOVE WSEM-UTIL(WCV-GRUPO(WIDX-CLI)) TO WSEM-GRUPO
              COMPUTE WDIA-ALVO = FUNCTION MOD(
                  WSEM-GRUPO - WSEM-DIA-1 + 7, 7) + 1
           ELSE
              COMPUTE WDIA-ALVO =
                  FUNCTION MOD(WCLI-CORRENTE, WFREQ-CLI) + 1
              IF WDIA-ALVO > WULT-DIA-MES
                 MOVE 1 TO WDIA-ALVO
              END-IF
           END-IF
           MOVE WDIA-ALVO TO WPROX-ALVO
           PERFORM UNTIL WPROX-ALVO > WULT-DIA-MES
              PERFORM R-GRAVA-VISITA-NO-ALVO
              ADD WFREQ-CLI TO WPROX-ALVO
              IF PLANO-GEOGRAFICO AND WFREQ-CLI NOT < 7
                 PERFORM R-ACERTA-DIA-DO-GRUPO
              END-IF
           END-PERFORM.

      *----FREQUENCIA DE UMA SEMANA OU MAIS: O PROXIMO ALVO AVANCA ATE
      *    O DIA DA SEMANA DO GRUPO DO CLIENTE.
       R-ACERTA-DIA-DO-GRUPO.
           IF WPROX-ALVO NOT > WULT-DIA-MES
              COMPUTE WSEM-ALVO = FUNCTION MOD(
                  WSEM-DIA-1 + WPROX-ALVO - 2, 7) + 1
              COMPUTE WPROX-ALVO = WPROX-ALVO + FUNCTION MOD(
                  WSEM-GRUPO - WSEM-ALVO + 7, 7)
           END-IF.

      *----GRAVA A VISITA NO PRIMEIRO DIA UTIL COM DIA DO MES MAIOR OU
      *    IGUAL AO ALVO; ALVO DEPOIS DO ULTIMO DIA UTIL DO MES NAO
      *    GERA VISITA. DIA JA CHEIO PARA O VENDEDOR PASSA A VISITA
      *    AO DIA UTIL COM VAGA MAIS PROXIMO.
       R-GRAVA-VISITA-NO-ALVO.
           MOVE 'N' TO WACHOU-DIA
           MOVE ZEROES TO WIDX-BASE
           PERFORM VARYING WIDX-DIA FROM 1 BY 1
                   UNTIL WIDX-DIA > WQTD-DIAS-UTEIS OR ACHOU-DIA
              MOVE WDIA-UTIL-TAB(WIDX-DIA) TO WDATA-TRAB
                 PERFORM R-CHECA-FERIADO-REGIONAL
                 IF WDIA-REG-BLOQ = 'N'
                    MOVE 'S' TO WACHOU-DIA
                    MOVE WIDX-DIA TO WIDX-BASE
                 END-IF
              END-IF
           END-PERFORM
           IF ACHOU-DIA
              IF WQTD-DIA-VEN(WDATA-TRAB-DD) NOT < WCAP-DIA-VEN
                 MOVE WDATA-TRAB TO WDATA-SEM-VAGA
                 PERFORM R-PROCURA-DIA-VIZINHO
              END-IF
              IF ACHOU-DIA
                 PERFORM R-GRAVA-VISITA-DIA
                       THRU R-GRAVA-VISITA-DIA-FIM
              ELSE
                 PERFORM R-REGISTRA-SEM-VAGA
                       THRU R-REGISTRA-SEM-VAGA-FIM
              END-IF
           END-IF.

       R-PROCURA-DIA-VIZINHO.
           MOVE 'N' TO WACHOU-DIA
           PERFORM VARYING WDESLOC FROM 1 BY 1
                   UNTIL WDESLOC > WQTD-DIAS-UTEIS OR ACHOU-DIA
              COMPUTE WIDX-TESTE = WIDX-BASE + WDESLOC
              PERFORM R-TESTA-DIA-VIZINHO
              IF NOT ACHOU-DIA
                 COMPUTE WIDX-TESTE = WIDX-BASE - WDESLOC
                 PERFORM R-TESTA-DIA-VIZINHO
              END-IF
           END-PERFORM.

       R-TESTA-DIA-VIZINHO.
           IF WIDX-TESTE > ZEROES AND
              WIDX-TESTE NOT > WQTD-DIAS-UTEIS
              MOVE WDIA-UTIL-TAB(WIDX-TESTE) TO WDATA-TRAB
              PERFORM R-CHECA-FERIADO-REGIONAL
              IF WDIA-REG-BLOQ = 'N' AND
                 WQTD-DIA-VEN(WDATA-TRAB-DD) < WCAP-DIA-VEN
                 MOVE 'S' TO WACHOU-DIA
              END-IF
           END-IF.

       R-GRAVA-VISITA-DIA.
           IF NOT VISITA-PROSPECCAO
              MOVE WCLI-CORRENTE TO WBLQ-CLI
              MOVE WDATA-TRAB TO WBLQ-DATA
              PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
              IF CLI-BLOQUEADO
                 ADD 1 TO WCONT-BLOQUEADAS
                 GO TO R-GRAVA-VISITA-DIA-FIM
              END-IF
           END-IF
           MOVE WVEN-PLANO-CORRENTE TO COD-VEN-PLANO
           MOVE WDATA-TRAB TO DATA-PLANO
           MOVE WCLI-CORRENTE TO COD-CLI-PLANO
           MOVE WCLASSIF-CORRENTE TO CLASSIF-PLANO
           MOVE WORIGEM-CORRENTE TO ORIGEM-PLANO
           MOVE ZEROES TO DATA-ORIG-PLANO QTD-ADIA-PLANO
           WRITE REGISTRO-PLANO-VIS
           IF FS-PLA = '00'
              IF VISITA-PROSPECCAO
                 ADD 1 TO WCONT-PROSPECCAO
              ELSE
                 ADD 1 TO WCONT-VISITAS
              END-IF
              IF WORIGEM-CORRENTE = 'R'
                 ADD 1 TO WCONT-COBRANCA
              END-IF
              ADD 1 TO WQTD-DIA-VEN(WDATA-TRAB-DD)
           END-IF.
       R-GRAVA-VISITA-DIA-FIM.
           EXIT.

      *----LEAD SEM VAGA NO MES SO E CONTADO: A LISTA DO LOG E DE
      *    CLIENTES DA CARTEIRA.
       R-REGISTRA-SEM-VAGA.
           IF VISITA-PROSPECCAO
              ADD 1 TO WCONT-PROSP-SEM-VAGA
              GO TO R-REGISTRA-SEM-VAGA-FIM
           END-IF
           ADD 1 TO WCONT-SEM-VAGA
           IF WQTD-SEM-VAGA < WMAX-SEM-VAGA
              ADD 1 TO WQTD-SEM-VAGA
              MOVE WVEN-PLANO-CORRENTE TO WSV-VEN(WQTD-SEM-VAGA)
              MOVE WCLI-CORRENTE TO WSV-CLI(WQTD-SEM-VAGA)
              MOVE WDATA-SEM-VAGA TO WSV-DATA(WQTD-SEM-VAGA)
           END-IF.
       R-REGISTRA-SEM-VAGA-FIM.
           EXIT.

      *----FERIADO REGIONAL: BLOQUEIA A DATA SO PARA OS VENDEDORES
      *    DA REGIAO DA LINHA DO CALENDARIO.
              END-IF
           END-PERFORM.

      *----SECAO DE PROSPECCAO DO VENDEDOR CORRENTE: OS LEADS
      *    DESIGNADOS A ELE PELA PROSPECCAO ENTRAM NO PLANO COM ORIGEM
      *    'L', UMA VISITA NO MES, NOS DIAS QUE AINDA TEM VAGA DEPOIS
      *    DOS CLIENTES DA CARTEIRA.
       S-EXPANDE-PROSPECCAO-VEN SECTION.
       R-EXPANDE-PROSPECCAO-VEN-1.
           MOVE CODIGO-VEN TO COD-VEN-PRP
           START PROSPECCAO KEY IS EQUAL TO COD-VEN-PRP
           IF FS-PRP NOT = '00'
              GO TO R-EXPANDE-PROSPECCAO-VEN-1-EXIT
           END-IF
           MOVE 'L' TO WORIGEM-CORRENTE
           MOVE SPACE TO WCLASSIF-CORRENTE
           PERFORM UNTIL FS-PRP NOT = '00'
              READ PROSPECCAO NEXT
              IF FS-PRP = '00'
                 IF COD-VEN-PRP NOT = WVEN-PLANO-CORRENTE
                    MOVE '10' TO FS-PRP
                 ELSE
                    ADD 1 TO WCONT-LEADS-PLANO
                    MOVE CODIGO-LEAD-PRP TO WCLI-CORRENTE
                    MOVE ZEROES TO WDATA-SEM-VAGA
                    COMPUTE WDIA-ALVO =
                        FUNCTION MOD(WCLI-CORRENTE, WULT-DIA-MES) + 1
                    MOVE WDIA-ALVO TO WPROX-ALVO
                    PERFORM R-GRAVA-VISITA-NO-ALVO
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'P' TO WORIGEM-CORRENTE.
       R-EXPANDE-PROSPECCAO-VEN-1-EXIT.
           EXIT.

      *----OS RETORNOS AGENDADOS PELA CARGA DE CAMPO PARA O MES DO
      *    PLANO VOLTAM AO PLANO COM ORIGEM 'F' (SE A DATA JA TEM A
      *    VISITA REGULAR DO CLIENTE, A LINHA PASSA A SER O RETORNO).
      *    RETORNO DE VINCULO JA ENCERRADO NAO ENTRA.
       S-REEXPANDE-RETORNOS SECTION.
       R-REEXPANDE-RETORNOS-1.
           INITIALIZE WCONT-RETORNOS
           OPEN INPUT RETORNOVIS.
           IF FS-RET NOT = '00'
              GO TO R-REEXPANDE-RETORNOS-1-EXIT
           END-IF
           PERFORM UNTIL FS-RET NOT = '00'
              READ RETORNOVIS NEXT
              IF FS-RET = '00'
                 IF DATA-RET(1:6) = WMES-PLANO
                    PERFORM R-REEXPANDE-UM-RETORNO
                          THRU R-REEXPANDE-UM-RETORNO-FIM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RETORNOVIS.
       R-REEXPANDE-RETORNOS-1-EXIT.
           EXIT.

       R-REEXPANDE-UM-RETORNO.
           MOVE COD-CLI-RET TO CODIGO-CLI-DIS
           MOVE COD-VEN-RET TO CODIGO-VEN-DIS
           READ DISTRIBUICAO
           IF FS-DIS NOT = '00' OR DATA-FIM-DIS NOT = ZEROES
              GO TO R-REEXPANDE-UM-RETORNO-FIM
           END-IF
           MOVE COD-CLI-RET TO WBLQ-CLI
           MOVE DATA-RET TO WBLQ-DATA
           PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
           IF CLI-BLOQUEADO
              ADD 1 TO WCONT-BLOQUEADAS
              GO TO R-REEXPANDE-UM-RETORNO-FIM
           END-IF
           MOVE COD-VEN-RET TO COD-VEN-PLANO
           MOVE DATA-RET TO DATA-PLANO
           MOVE COD-CLI-RET TO COD-CLI-PLANO
           MOVE SPACE TO CLASSIF-PLANO
           MOVE 'F' TO ORIGEM-PLANO
           MOVE ZEROES TO DATA-ORIG-PLANO QTD-ADIA-PLANO
           WRITE REGISTRO-PLANO-VIS
           IF FS-PLA = '22'
              READ PLANOVIS
              IF FS-PLA = '00'
                 MOVE 'F' TO ORIGEM-PLANO
                 REWRITE REGISTRO-PLANO-VIS
              END-IF
           END-IF
           IF FS-PLA = '00'
              ADD 1 TO WCONT-RETORNOS
           END-IF.
       R-REEXPANDE-UM-RETORNO-FIM.
           EXIT.

       S-GUARDA-ADIADAS SECTION.
       R-GUARDA-ADIADAS-1.
           MOVE ZEROES TO WQTD-ADIADAS
           OPEN INPUT PLANOVIS.
           IF FS-PLA NOT = '00'
              GO TO R-GUARDA-ADIADAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-PLA NOT = '00'
              READ PLANOVIS NEXT
              IF FS-PLA = '00' AND QTD-ADIA-PLANO > ZEROES AND
                 DATA-PLANO(1:6) = WMES-PLANO AND
                 WQTD-ADIADAS < WMAX-ADIADAS
                 ADD 1 TO WQTD-ADIADAS
                 MOVE REGISTRO-PLANO-VIS TO WADIADA-REG(WQTD-ADIADAS)
              END-IF
           END-PERFORM
           CLOSE PLANOVIS.
       R-GUARDA-ADIADAS-1-EXIT.
           EXIT.

      *----A VISITA ADIADA VOLTA NA DATA NOVA; A VISITA REGULAR QUE
      *    A REGERACAO RECRIOU NA DATA ORIGINAL (JA PERDIDA) SAI.
       S-REPOE-ADIADAS SECTION.
       R-REPOE-ADIADAS-1.
           MOVE ZEROES TO WCONT-ADIADAS
           PERFORM VARYING WIDX-ADIADA FROM 1 BY 1
                   UNTIL WIDX-ADIADA > WQTD-ADIADAS
              MOVE WADIADA-REG(WIDX-ADIADA) TO REGISTRO-PLANO-VIS
              MOVE COD-CLI-PLANO TO WBLQ-CLI
              MOVE DATA-PLANO TO WBLQ-DATA
              PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
              IF CLI-BLOQUEADO
                 ADD 1 TO WCONT-BLOQUEADAS
              ELSE
                 PERFORM R-REPOE-UMA-ADIADA
              END-IF
           END-PERFORM.
       R-REPOE-ADIADAS-1-EXIT.
           EXIT.

       R-REPOE-UMA-ADIADA.
           MOVE DATA-ORIG-PLANO TO DATA-PLANO
           READ PLANOVIS
           IF FS-PLA = '00' AND QTD-ADIA-PLANO = ZEROES
              DELETE PLANOVIS
           END-IF
           MOVE WADIADA-REG(WIDX-ADIADA) TO REGISTRO-PLANO-VIS
           WRITE REGISTRO-PLANO-VIS
           IF FS-PLA = '22'
              REWRITE REGISTRO-PLANO-VIS
           END-IF
           IF FS-PLA = '00'
              ADD 1 TO WCONT-ADIADAS
           END-IF.

      *----OS AGENDAMENTOS DO MES ENTRAM NO PLANO COM ORIGEM 'A' (A
      *    VISITA REGULAR OU O RETORNO DO MESMO CLIENTE NA DATA PASSA
      *    A SER A VISITA AGENDADA). A AGENDA E OPCIONAL.
       S-REEXPANDE-AGENDA SECTION.
       R-REEXPANDE-AGENDA-1.
           INITIALIZE WCONT-AGENDADAS
           OPEN INPUT AGENDAVIS.
           IF FS-AGE NOT = '00'
              GO TO R-REEXPANDE-AGENDA-1-EXIT
           END-IF
           PERFORM UNTIL FS-AGE NOT = '00'
              READ AGENDAVIS NEXT
              IF FS-AGE = '00'
                 IF DATA-AGE(1:6) = WMES-PLANO
                    PERFORM R-REEXPANDE-UM-AGENDADO
                          THRU R-REEXPANDE-UM-AGENDADO-FIM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE AGENDAVIS.
       R-REEXPANDE-AGENDA-1-EXIT.
           EXIT.

       R-REEXPANDE-UM-AGENDADO.
           MOVE COD-CLI-AGE TO WBLQ-CLI
           MOVE DATA-AGE TO WBLQ-DATA
           PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
           IF CLI-BLOQUEADO
              ADD 1 TO WCONT-BLOQUEADAS
              GO TO R-REEXPANDE-UM-AGENDADO-FIM
           END-IF
           MOVE COD-VEN-AGE TO COD-VEN-PLANO
           MOVE DATA-AGE TO DATA-PLANO
           MOVE COD-CLI-AGE TO COD-CLI-PLANO
           MOVE SPACE TO CLASSIF-PLANO
           MOVE 'A' TO ORIGEM-PLANO
           MOVE ZEROES TO DATA-ORIG-PLANO QTD-ADIA-PLANO
           WRITE REGISTRO-PLANO-VIS
           IF FS-PLA = '22'
              READ PLANOVIS
              IF FS-PLA = '00'
                 MOVE 'A' TO ORIGEM-PLANO
                 REWRITE REGISTRO-PLANO-VIS
              END-IF
           END-IF
           IF FS-PLA = '00'
              ADD 1 TO WCONT-AGENDADAS
           END-IF.
       R-REEXPANDE-UM-AGENDADO-FIM.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
                     ',OK,MES=' WMES-PLANO
                     ',CLIENTES=' WCONT-CLIENTES
                     ',VISITAS=' WCONT-VISITAS
                     ',RETORNOS=' WCONT-RETORNOS
                     ',ADIADAS=' WCONT-ADIADAS
                     ',AGENDADAS=' WCONT-AGENDADAS
                     ',DIAS-UTEIS=' WQTD-DIAS-UTEIS
                     ',MODO=' WMODO-PLANO
                     ',SEM-VAGA=' WCONT-SEM-VAGA
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              IF RCB-DISPONIVEL
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',OK,COBRANCA,INADIMPL-DIAS=' WINADIMPL-DIAS
                        ',VISITAS=' WCONT-COBRANCA
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 WRITE LOGRUN-REC
              END-IF
              IF WCONT-BLOQUEADAS > ZEROES
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',OK,BLOQUEIO-VISITA,SUPRIMIDAS='
                        WCONT-BLOQUEADAS
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 WRITE LOGRUN-REC
              END-IF
              IF WCONT-LEADS-PLANO > ZEROES
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',OK,PROSPECCAO,LEADS=' WCONT-LEADS-PLANO
                        ',VISITAS=' WCONT-PROSPECCAO
                        ',SEM-VAGA=' WCONT-PROSP-SEM-VAGA
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 WRITE LOGRUN-REC
              END-IF
              PERFORM VARYING WIDX-SV FROM 1 BY 1
                      UNTIL WIDX-SV > WQTD-SEM-VAGA
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',AVISO,VISITA SEM VAGA NO MES,VEN='
                        WSV-VEN(WIDX-SV)
                        ',CLI=' WSV-CLI(WIDX-SV)
                        ',DATA-ALVO=' WSV-DATA(WIDX-SV)
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 WRITE LOGRUN-REC
              END-PERFORM
              IF WCONT-SEM-VAGA > WQTD-SEM-VAGA
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14)
                        ',AVISO,LISTA DE VISITAS SEM VAGA LIMITADA A '
                        WMAX-SEM-VAGA
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 WRITE LOGRUN-REC
              END-IF
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY BLOQVIS.CPY.

       COPY FS-TRADUZ.CPY.
