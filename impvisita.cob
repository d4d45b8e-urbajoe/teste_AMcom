              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT RESULTVIS ASSIGN TO DISK WID-ARQ-RESULTVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-RES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RES.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT RETORNOVIS ASSIGN TO DISK WID-ARQ-RETORNOVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-RETORNO
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RET.

       SELECT PLANOVIS ASSIGN TO DISK WID-ARQ-PLANOVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PLANO
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PLA.

       SELECT LEADS ASSIGN TO  DISK WID-ARQ-LEADS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD
              ALTERNATE RECORD KEY IS CNPJ-LEAD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LEA.

       SELECT VISITALEAD ASSIGN TO DISK WID-ARQ-VISITALEAD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-LEAD
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VLD.

       SELECT PESQNPS ASSIGN TO DISK WID-ARQ-PESQNPS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NPS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NPS.

       SELECT CALENDARIO ASSIGN TO DISK WID-ARQ-CALENDARIO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT BALANCO ASSIGN TO DISK WID-ARQ-BALANCO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-BAL.

       SELECT BLOQVIS ASSIGN TO DISK WID-ARQ-BLOQVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLQ.

       SELECT PERFECHA ASSIGN TO DISK WID-ARQ-PERFECHA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-PER
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PFE.

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

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       DATA DIVISION.
       FILE SECTION.
      *----RESULTADO DE VISITAS COLETADO EM CAMPO (UMA LINHA POR
      *    VISITA): CLIENTE (7), VENDEDOR (3), DATA (8), HORA (6),
      *    CODIGO DO RESULTADO (2), NOTA (60) E A POSICAO GPS DO
      *    APARELHO NO MOMENTO DO REGISTRO - LATITUDE E LONGITUDE NO
      *    MESMO FORMATO DA CARGA DE CLIENTES, S9(3)V9(8) (EM BRANCO
      *    QUANDO O APARELHO NAO TINHA SINAL). O ARQUIVO PODE VIR
      *    COM O ENVELOPE PADRAO DAS INTERFACES (HDR/TRL). TIPO 'L' =
      *    VISITA DE PROSPECCAO: O CODIGO E DE UM LEAD DA TRIAGEM E A
      *    VISITA VAI PARA VISITA-LEAD.DAT (BRANCO = CLIENTE). TIPO
      *    'N' = RESPOSTA DA PESQUISA DE SATISFACAO COLHIDA NO
      *    APARELHO: O RESULTADO TRAZ A NOTA (00 A 10) E A NOTA DE
      *    TEXTO O COMENTARIO DO CLIENTE; VAI PARA PESQUISA-NPS.DAT.
      *    SEGMENTO OPCIONAL NO FIM DA LINHA (VISITA A CLIENTE):
      *    CONCORRENTE (3) E LINHA DE PRODUTO (3) OBSERVADOS NA
      *    VISITA; PREENCHIDO, ATUALIZA PRESENCA-CONC.DAT.
       FD  ARQVISITAS.
       01  ARQIMPORT-REC.
           05  VIS-LINHA.
               10 VIS-HORA          PIC X(006).
               10 VIS-RESULT        PIC X(002).
               10 VIS-NOTA          PIC X(060).
               10 VIS-GPS.
                  15 VIS-LATITUDE   PIC S9(003)v9(008).
                  15 VIS-LONGITUDE  PIC S9(003)v9(008).
               10 VIS-TIPO          PIC X(001).
                  88 VIS-LEAD            VALUE 'L'.
                  88 VIS-NPS             VALUE 'N'.
               10 VIS-CONCORRENTE.
                  15 VIS-CONC-COD   PIC X(003).
                  15 VIS-CONC-LINHA PIC X(003).
           05  FILLER               PIC X(007).

       FD  ARQREJ.
       01  ARQREJ-REC.
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

       FD RESULTVIS.
       01  REGISTRO-RESULTADO.
           02 CODIGO-RES                PIC  X(002).
           02 DESCRICAO-RES             PIC  X(030).
           02 PRODUTIVO-RES             PIC  X(001).
              88 RES-PRODUTIVO                VALUE 'S'.
           02 DIAS-RETORNO-RES          PIC  9(003).

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

      *----VISITAS DE RETORNO AGENDADAS PELO RESULTADO DA VISITA:
      *    MESMA CHAVE DO PLANO (VENDEDOR, DATA DO RETORNO, CLIENTE),
      *    COM O RESULTADO E A DATA DA VISITA QUE GEROU O RETORNO. E
      *    DAQUI QUE O PLANO DO MES REEXPANDE OS RETORNOS (ORIGEM 'F')
      *    E QUE O ROTEIRO TIRA O MOTIVO DA PARADA.
       FD RETORNOVIS.
       01  REGISTRO-RETORNO.
           02 CHAVE-RETORNO.
              03 COD-VEN-RET            PIC  9(003).
              03 DATA-RET               PIC  9(008).
              03 COD-CLI-RET            PIC  9(007).
           02 RESULTADO-RET             PIC  X(002).
           02 DATA-VISITA-RET           PIC  9(008).

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

       FD  CALENDARIO.
       01  CALENDARIO-REC.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01       PIC X(00200).

       FD  BALANCO.
       01  BALANCO-REC.
           05  BALANCO-DATA-01      PIC X(00120).

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

      *----VISITAS DE PROSPECCAO FEITAS A LEADS DA TRIAGEM, NO MESMO
      *    FORMATO DAS VISITAS A CLIENTES (DIS-VISITA.DAT).
       FD VISITALEAD.
       01  REGISTRO-VISITA-LEAD.
           02 CHAVE-VISITA-LEAD.
              03 CODIGO-LEAD-VL        PIC  9(007).
              03 COD-VEN-VL            PIC  9(003).
              03 DATA-HORA-VL          PIC  X(014).
           02 OPERADOR-VL              PIC  X(020).
           02 OBS-VL                   PIC  X(060).
           02 RESULTADO-VL             PIC  X(002).
           02 LATITUDE-VL              PIC S9(003)v9(008).
           02 LONGITUDE-VL             PIC S9(003)v9(008).

      *----RESPOSTAS DA PESQUISA DE SATISFACAO (VIDE CADNPS).
       FD PESQNPS.
       01  REGISTRO-NPS.
           02 CHAVE-NPS.
              03 COD-CLI-NPS            PIC  9(007).
              03 DATA-NPS               PIC  9(008).
              03 HORA-NPS               PIC  9(006).
           02 NOTA-NPS                  PIC  9(002).
           02 COMENTARIO-NPS            PIC  X(060).
           02 MEIO-NPS                  PIC  X(001).
              88 NPS-CAMPO                    VALUE 'C'.
              88 NPS-TELEFONE                 VALUE 'T'.
              88 NPS-EMAIL                    VALUE 'E'.
              88 NPS-PRESENCIAL               VALUE 'P'.
           02 COD-VEN-NPS               PIC  9(003).
           02 OPERADOR-NPS              PIC  X(020).
           02 DATA-HORA-REG-NPS         PIC  X(014).
           02 ACOMP-NPS                 PIC  X(001).
              88 NPS-ACOMPANHADO              VALUE 'S'.
           02 DATA-ACOMP-NPS            PIC  9(008).

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

      *----MESES FECHADOS (VIDE PERIODO.CPY).
      *----CONCORRENTES E PRESENCA DE CONCORRENTE NO CLIENTE (VIDE
      *    CONCORRENTES.COB).
       FD CONCOR.
       01  REGISTRO-CONCORRENTE.
           02 CODIGO-CONC               PIC  X(003).
           02 NOME-CONC                 PIC  X(040).
           02 STATUS-CONC               PIC  X(001).
              88 CONC-ATIVO                   VALUE 'A'.
              88 CONC-INATIVO                 VALUE 'I'.

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

       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       FD PERFECHA.
       01  REGISTRO-PERIODO.
           02 MES-PER                   PIC  9(006).
           02 SITUACAO-PER              PIC  X(001).
              88 PER-FECHADO                  VALUE 'F'.
              88 PER-REABERTO                 VALUE 'R'.
           02 DATA-HORA-FECH-PER        PIC  X(014).
           02 OPERADOR-FECH-PER         PIC  X(020).
           02 DATA-HORA-REAB-PER        PIC  X(014).
           02 OPERADOR-REAB-PER         PIC  X(020).
           02 QTD-REAB-PER              PIC  9(003).

       WORKING-STORAGE SECTION.
       01 FS-IMPORT.
           02 FS-IMPORT-1             PIC 9.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-RES.
           02 FS-RES-1                PIC 9.
           02 FS-RES-2                PIC 9.
           02 FS-RES-R REDEFINES FS-RES-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-RET.
           02 FS-RET-1                PIC 9.
           02 FS-RET-2                PIC 9.
           02 FS-RET-R REDEFINES FS-RET-2 PIC 99 COMP-X.
       01 FS-PLA.
           02 FS-PLA-1                PIC 9.
           02 FS-PLA-2                PIC 9.
           02 FS-PLA-R REDEFINES FS-PLA-2 PIC 99 COMP-X.
       01 FS-CAL.
           02 FS-CAL-1                PIC 9.
           02 FS-CAL-2                PIC 9.
           02 FS-CAL-R REDEFINES FS-CAL-2 PIC 99 COMP-X.
       01 FS-LEA.
           02 FS-LEA-1                PIC 9.
           02 FS-LEA-2                PIC 9.
           02 FS-LEA-R REDEFINES FS-LEA-2 PIC 99 COMP-X.
       01 FS-VLD.
           02 FS-VLD-1                PIC 9.
           02 FS-VLD-2                PIC 9.
           02 FS-VLD-R REDEFINES FS-VLD-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
       01 WID-ARQ-REJPEND         PIC X(50) VALUE 'REJ-PEND.DAT'.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-RESULTVIS       PIC X(50) VALUE
              'RESULTADO-VISITA.DAT'.
       01 WID-ARQ-RETORNOVIS      PIC X(50) VALUE
              'RETORNO-VISITA.DAT'.
       01 WID-ARQ-PLANOVIS        PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WID-ARQ-CALENDARIO      PIC X(50) VALUE 'CALENDARIO.DAT'.
       01 WID-ARQ-LEADS           PIC X(50) VALUE 'LEADS.DAT'.
       01 WID-ARQ-VISITALEAD      PIC X(50) VALUE 'VISITA-LEAD.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'IMPVISITA.LOG'.
       01 FS-BAL.
           02 FS-BAL-1                PIC 9.
           02 FS-BAL-2                PIC 9.
           02 FS-BAL-R REDEFINES FS-BAL-2 PIC 99 COMP-X.
       01 WID-ARQ-BALANCO         PIC X(50) VALUE 'CADEIA-BALANCO.DAT'.
       01 WBAL-EMPRESA            PIC X(002) VALUE SPACES.
       01 WBAL-PROGRAMA           PIC X(020) VALUE 'impvisita'.
       01 WBAL-TOTAL              PIC X(030) VALUE SPACES.
       01 WBAL-VALOR              PIC 9(011) VALUE ZEROES.

       01 FS-SEQ.
           02 FS-SEQ-1                PIC 9.
          88 DIA-EH-UTIL               VALUE 'S'.
       01 WDATA-TESTE             PIC 9(008) VALUE ZEROES.
       01 WMMDD-TESTE             PIC 9(004) VALUE ZEROES.
      *----FERIADOS REGIONAIS (DATA + REGIAO): SO CONTAM NA DATA DO
      *    RETORNO, PARA O VENDEDOR DA REGIAO DA LINHA DO CALENDARIO.
       01 WTAB-FER-REG.
          02 WFER-REG-LINHA OCCURS 100 TIMES.
             03 WFER-REG-DATA     PIC 9(008).
             03 WFER-REG-REGIAO   PIC 9(003).
       77 WQTD-FER-REG            PIC 9(003) VALUE ZEROES.
       77 WIDX-FREG               PIC 9(003) VALUE ZEROES.
       77 WREG-VEN-CORRENTE       PIC 9(003) VALUE ZEROES.
       01 WDIA-REG-BLOQ           PIC X VALUE 'N'.

      *----AGENDAMENTO DO RETORNO: DATA DA VISITA + N DIAS UTEIS DO
      *    RESULTADO. O RETORNO VAI DIRETO PARA O PLANO QUANDO O
      *    PLANO GRAVADO E DO MES DO RETORNO; SENAO FICA SO NO
      *    ARQUIVO DE RETORNOS ATE A GERACAO DO PLANO DAQUELE MES.
       77 WDIAS-RETORNO           PIC 9(003) VALUE ZEROES.
       77 WCONT-DIAS-RET          PIC 9(003) VALUE ZEROES.
       77 WCONT-PASSOS-RET        PIC 9(004) VALUE ZEROES.
       01 WDATA-RETORNO           PIC 9(008) VALUE ZEROES.
       01 WMES-PLANO-GRAVADO      PIC 9(006) VALUE ZEROES.
       01 WPLA-DISPONIVEL         PIC X VALUE 'N'.
          88 PLA-DISPONIVEL            VALUE 'S'.
       77 WCONT-RETORNOS          PIC 9(007) VALUE ZEROES.

      *----VISITAS A LEADS: O CADASTRO DE LEADS PODE NAO EXISTIR
      *    (SEM ELE AS LINHAS DE LEAD SAO REJEITADAS); NAO AGENDAM
      *    RETORNO, QUE E DE CLIENTE DA CARTEIRA.
       01 WLEA-DISPONIVEL         PIC X VALUE 'N'.
          88 LEA-DISPONIVEL            VALUE 'S'.
       77 WCONT-LEADS             PIC 9(007) VALUE ZEROES.

      *----RESPOSTAS DE PESQUISA NPS QUE VEM NA CARGA (TIPO 'N').
       01 FS-NPS.
           02 FS-NPS-1                PIC 9.
           02 FS-NPS-2                PIC 9.
           02 FS-NPS-R REDEFINES FS-NPS-2 PIC 99 COMP-X.
       01 WID-ARQ-PESQNPS         PIC X(50) VALUE 'PESQUISA-NPS.DAT'.
       01 WNPS-DISPONIVEL         PIC X VALUE 'N'.
          88 NPS-DISPONIVEL            VALUE 'S'.
       77 WCONT-NPS               PIC 9(007) VALUE ZEROES.

      *----PRESENCA DE CONCORRENTE OBSERVADA NA VISITA. SEM O
      *    CADASTRO DE CONCORRENTES O SEGMENTO E RECUSADO.
       01 FS-CON.
           02 FS-CON-1                PIC 9.
           02 FS-CON-2                PIC 9.
           02 FS-CON-R REDEFINES FS-CON-2 PIC 99 COMP-X.
       01 FS-PCO.
           02 FS-PCO-1                PIC 9.
           02 FS-PCO-2                PIC 9.
           02 FS-PCO-R REDEFINES FS-PCO-2 PIC 99 COMP-X.
       01 WID-ARQ-CONCOR          PIC X(50) VALUE 'CONCORRENTES.DAT'.
       01 WID-ARQ-PRESCONC        PIC X(50) VALUE 'PRESENCA-CONC.DAT'.
       01 WCON-DISPONIVEL         PIC X VALUE 'N'.
          88 CON-DISPONIVEL            VALUE 'S'.
       01 WPCO-DISPONIVEL         PIC X VALUE 'N'.
          88 PCO-DISPONIVEL            VALUE 'S'.
       77 WCONT-CONC              PIC 9(007) VALUE ZEROES.

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

       77 WCONT-OK                PIC 9(007) VALUE ZEROES.
       77 WCONT-REJ               PIC 9(007) VALUE ZEROES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 WREJ-STATUS           PIC X(002).

      *----RETORNO QUE CAIRIA EM DATA COM BLOQUEIO DE VISITA DO
      *    CLIENTE NAO E AGENDADO (SO CONTADO NO LOG).
       77 WCONT-RET-BLOQ          PIC 9(007) VALUE ZEROES.
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
       01 FS-PFE.
           02 FS-PFE-1                PIC 9.
           02 FS-PFE-2                PIC 9.
           02 FS-PFE-R REDEFINES FS-PFE-2 PIC 99 COMP-X.
       01 WID-ARQ-PERFECHA        PIC X(50) VALUE 'PERIODO-FECHA.DAT'.
       01 WPFE-DISPONIVEL         PIC X VALUE 'N'.
          88 PFE-DISPONIVEL            VALUE 'S'.
       01 WPFE-MES-INI            PIC 9(006) VALUE ZEROES.
       01 WPFE-MES-FIM            PIC 9(006) VALUE ZEROES.
       01 WPFE-MES-FECHADO        PIC 9(006) VALUE ZEROES.
       01 WPFE-FECHADO            PIC X VALUE 'N'.
          88 PERIODO-FECHADO           VALUE 'S'.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'impvisita'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           OPEN INPUT ARQVISITAS.
           IF FS-IMPORT NOT = '00'
              MOVE FS-IMPORT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VISITAS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VISITAS: ' WFS-DESC-TRADUZIDA
              CLOSE ARQVISITAS DISTRIBUICAO
              GO TO ABERTURA-EXIT
           END-IF
           OPEN INPUT RESULTVIS.
           IF FS-RES NOT = '00'
              MOVE 'ERRO ABERT ARQ RESULTADOS ST ' TO WTXT
              MOVE FS-RES TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQVISITAS DISTRIBUICAO DIS-VISITA
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
              CLOSE ARQVISITAS DISTRIBUICAO DIS-VISITA RESULTVIS
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O RETORNOVIS.
           IF FS-RET = '35'
              OPEN OUTPUT RETORNOVIS
              CLOSE RETORNOVIS
              OPEN I-O RETORNOVIS
           END-IF
           IF FS-RET NOT = '00'
              MOVE 'ERRO ABERT ARQ RETORNOS ST ' TO WTXT
              MOVE FS-RET TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQVISITAS DISTRIBUICAO DIS-VISITA RESULTVIS
                    VENDEDORES
              GO TO ABERTURA-EXIT
           END-IF
           OPEN I-O VISITALEAD.
           IF FS-VLD = '35'
              OPEN OUTPUT VISITALEAD
              CLOSE VISITALEAD
              OPEN I-O VISITALEAD
           END-IF
           IF FS-VLD NOT = '00'
              MOVE 'ERRO ABERT ARQ VISITA-LEAD ST ' TO WTXT
              MOVE FS-VLD TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE ARQVISITAS DISTRIBUICAO DIS-VISITA RESULTVIS
                    VENDEDORES RETORNOVIS
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WLEA-DISPONIVEL
           OPEN INPUT LEADS
           IF FS-LEA = '00'
              MOVE 'S' TO WLEA-DISPONIVEL
           END-IF
           MOVE 'N' TO WNPS-DISPONIVEL
           OPEN I-O PESQNPS
           IF FS-NPS = '35'
              OPEN OUTPUT PESQNPS
              IF FS-NPS = '00'
                 CLOSE PESQNPS
                 OPEN I-O PESQNPS
              END-IF
           END-IF
           IF FS-NPS = '00'
              MOVE 'S' TO WNPS-DISPONIVEL
           END-IF
           PERFORM R-ABRE-CONCORRENTES THRU R-ABRE-CONCORRENTES-FIM
           PERFORM R-ABRE-PLANO THRU R-ABRE-PLANO-FIM
           PERFORM S-ABRE-BLOQVIS THRU R-ABRE-BLOQVIS-1-EXIT
           PERFORM S-ABRE-PERFECHA THRU R-ABRE-PERFECHA-1-EXIT
           PERFORM S-LE-CALENDARIO THRU R-LE-CALENDARIO-1-EXIT
           MOVE SPACES TO WID-ARQ-REJ
           STRING FUNCTION TRIM(WID-ARQ-VISITAS) '.REJ'
               DELIMITED BY SIZE INTO WID-ARQ-REJ
           OPEN OUTPUT ARQREJ
           INITIALIZE WCONT-OK WCONT-REJ WCONT-RETORNOS WCONT-LEADS
                      WCONT-RET-BLOQ WCONT-NPS WCONT-CONC
           PERFORM UNTIL FS-IMPORT NOT = '00'
              READ ARQVISITAS
                 AT END
                    IF ARQIMPORT-REC(1:3) NOT = 'HDR' AND
                       ARQIMPORT-REC(1:3) NOT = 'TRL'
                       PERFORM R-PROCESSA-LINHA-VIS
                             THRU R-PROCESSA-LINHA-VIS-FIM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARQVISITAS DISTRIBUICAO DIS-VISITA RESULTVIS ARQREJ
                 VENDEDORES RETORNOVIS VISITALEAD
           IF PLA-DISPONIVEL
              CLOSE PLANOVIS
           END-IF
           IF LEA-DISPONIVEL
              CLOSE LEADS
           END-IF
           IF NPS-DISPONIVEL
              CLOSE PESQNPS
           END-IF
           IF CON-DISPONIVEL
              CLOSE CONCOR
           END-IF
           IF PCO-DISPONIVEL
              CLOSE PRESCONC
           END-IF
           IF BLQ-DISPONIVEL
              CLOSE BLOQVIS
           END-IF
           IF PFE-DISPONIVEL
              CLOSE PERFECHA
           END-IF
           IF WCONT-REJ > ZEROES
              PERFORM S-GRAVA-REJ-PEND THRU R-GRAVA-REJ-PEND-1-EXIT
           END-IF

       R-PROCESSA-LINHA-VIS.
           MOVE SPACES TO WMOTIVO-REJ
           IF VIS-NPS
              PERFORM R-GRAVA-NPS-CAMPO THRU R-GRAVA-NPS-CAMPO-FIM
              GO TO R-PROCESSA-LINHA-VIS-FIM
           END-IF
           IF VIS-CLI IS NOT NUMERIC OR VIS-VEN IS NOT NUMERIC
              MOVE 'CODIGO NAO NUMERICO' TO WMOTIVO-REJ
           ELSE
                 MOVE 'DATA/HORA INVALIDA' TO WMOTIVO-REJ
              END-IF
           END-IF
      *----O CODIGO DO RESULTADO TEM QUE EXISTIR NA TABELA DE
      *    RESULTADOS DE VISITA (RESULTADO-VISITA.DAT).
           IF WMOTIVO-REJ = SPACES
              MOVE VIS-RESULT TO CODIGO-RES
              READ RESULTVIS
              IF FS-RES NOT = '00'
                 MOVE 'RESULTADO NAO CADASTRADO' TO WMOTIVO-REJ
              ELSE
                 MOVE DIAS-RETORNO-RES TO WDIAS-RETORNO
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES AND VIS-GPS NOT = SPACES
              IF VIS-LATITUDE IS NOT NUMERIC OR
                 VIS-LONGITUDE IS NOT NUMERIC
                 MOVE 'POSICAO GPS INVALIDA' TO WMOTIVO-REJ
              ELSE
                 IF VIS-LATITUDE < -90 OR VIS-LATITUDE > 90 OR
                    VIS-LONGITUDE < -180 OR VIS-LONGITUDE > 180
                    MOVE 'POSICAO GPS INVALIDA' TO WMOTIVO-REJ
                 END-IF
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES
              MOVE VIS-DATA TO WDATA-TESTE
              PERFORM R-CHECA-DIA-UTIL
                 MOVE 'DATA NAO E DIA UTIL' TO WMOTIVO-REJ
              END-IF
           END-IF
      *----VISITA DATADA EM MES JA FECHADO NAO ENTRA: OS EXTRATOS E A
      *    COMISSAO DAQUELE MES JA FORAM EMITIDOS.
           IF WMOTIVO-REJ = SPACES
              MOVE VIS-DATA(1:6) TO WPFE-MES-INI WPFE-MES-FIM
              PERFORM S-CHECA-PERIODO THRU R-CHECA-PERIODO-1-EXIT
              IF PERIODO-FECHADO
                 MOVE 'MES JA FECHADO' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES AND VIS-LEAD
              MOVE VIS-CLI TO CODIGO-LEAD
              IF LEA-DISPONIVEL
                 READ LEADS
              END-IF
              IF NOT LEA-DISPONIVEL OR FS-LEA NOT = '00'
                 MOVE 'LEAD NAO CADASTRADO' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES AND NOT VIS-LEAD
              MOVE VIS-CLI TO CODIGO-CLI-DIS
              MOVE VIS-VEN TO CODIGO-VEN-DIS
              READ DISTRIBUICAO
                 MOVE 'SEM VINCULO ABERTO' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES AND NOT VIS-LEAD AND
              VIS-CONCORRENTE NOT = SPACES
              PERFORM R-VALIDA-CONCORRENTE
           END-IF
           IF WMOTIVO-REJ = SPACES AND VIS-LEAD
              PERFORM R-GRAVA-VISITA-LEAD
              GO TO R-PROCESSA-LINHA-VIS-FIM
           END-IF
           IF WMOTIVO-REJ NOT = SPACES
              MOVE VIS-CLI TO WREJ-CODIGO
              MOVE WMOTIVO-REJ TO WREJ-MOTIVO
              STRING VIS-DATA VIS-HORA DELIMITED BY SIZE
                  INTO DATA-HORA-VISITA
              MOVE 'CARGA-CAMPO' TO OPERADOR-VISITA
              MOVE VIS-NOTA TO OBS-VISITA
              MOVE VIS-RESULT TO RESULTADO-VISITA
      *----A CONFERENCIA DA POSICAO CONTRA O CLIENTE FICA PARA O
      *    RELATORIO DE AUTENTICIDADE (RELGPSVISITA).
              IF VIS-GPS = SPACES
                 MOVE ZEROES TO LATITUDE-VISITA LONGITUDE-VISITA
              ELSE
                 MOVE VIS-LATITUDE TO LATITUDE-VISITA
                 MOVE VIS-LONGITUDE TO LONGITUDE-VISITA
              END-IF
              MOVE SPACE TO GPS-VISITA
              MOVE ZEROES TO DIST-GPS-VISITA
              WRITE REGISTRO-VISITA-DIS
              IF FS-VIS = '00'
                 ADD 1 TO WCONT-OK
                 IF WDIAS-RETORNO > ZEROES
                    PERFORM R-AGENDA-RETORNO THRU R-AGENDA-RETORNO-FIM
                 END-IF
                 IF VIS-CONCORRENTE NOT = SPACES
                    PERFORM R-GRAVA-PRESENCA-CONC
                          THRU R-GRAVA-PRESENCA-CONC-FIM
                 END-IF
              ELSE
                 MOVE VIS-CLI TO WREJ-CODIGO
                 IF FS-VIS = '22'
                 ADD 1 TO WCONT-REJ
              END-IF
           END-IF.
       R-PROCESSA-LINHA-VIS-FIM.
           EXIT.

      *----O CONCORRENTE DO SEGMENTO TEM QUE ESTAR CADASTRADO E
      *    ATIVO, E A LINHA DE PRODUTO E OBRIGATORIA E CONFERIDA.
       R-VALIDA-CONCORRENTE.
           MOVE VIS-CONC-COD TO CODIGO-CONC
           IF CON-DISPONIVEL
              READ CONCOR
           END-IF
           IF NOT CON-DISPONIVEL OR FS-CON NOT = '00' OR
              NOT PCO-DISPONIVEL
              MOVE 'CONCORRENTE NAO CADASTRADO' TO WMOTIVO-REJ
           ELSE
              IF CONC-INATIVO
                 MOVE 'CONCORRENTE INATIVO' TO WMOTIVO-REJ
              ELSE
                 MOVE VIS-CONC-LINHA TO WLPR-CODIGO
                 PERFORM S-VALIDA-LINHA-PROD
                       THRU R-VALIDA-LINHA-PROD-1-EXIT
                 IF VIS-CONC-LINHA = SPACES OR NOT LPR-VALIDA
                    MOVE 'LINHA DO CONCORRENTE INVALIDA'
                         TO WMOTIVO-REJ
                 END-IF
              END-IF
           END-IF.

      *----REGISTRA (OU REABRE) A PRESENCA DO CONCORRENTE NO CLIENTE
      *    COM A VISITA QUE A OBSERVOU. FALHA AQUI NAO DESFAZ A
      *    VISITA, SO DEIXA DE CONTAR A PRESENCA.
       R-GRAVA-PRESENCA-CONC.
           MOVE VIS-CLI TO COD-CLI-PCO
           MOVE VIS-CONC-COD TO COD-CONC-PCO
           MOVE VIS-CONC-LINHA TO LINHA-PCO
           READ PRESCONC
           IF FS-PCO = '00'
              IF PCO-PRESENTE
                 IF VIS-DATA > DATA-ULT-PCO
                    MOVE VIS-DATA TO DATA-ULT-PCO
                 END-IF
              ELSE
                 MOVE VIS-DATA TO DATA-PRIM-PCO DATA-ULT-PCO
                 MOVE 'A' TO SITUACAO-PCO
                 MOVE ZEROES TO DATA-FIM-PCO
              END-IF
           ELSE
              MOVE VIS-DATA TO DATA-PRIM-PCO DATA-ULT-PCO
              MOVE 'A' TO SITUACAO-PCO
              MOVE ZEROES TO DATA-FIM-PCO
           END-IF
           MOVE VIS-VEN TO VEN-PCO
           MOVE DATA-HORA-VISITA TO VISITA-PCO
           MOVE 'V' TO ORIGEM-PCO
           MOVE 'CARGA-CAMPO' TO OPERADOR-PCO
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-REG-PCO
           IF FS-PCO = '00'
              REWRITE REGISTRO-PRES-CONC
           ELSE
              WRITE REGISTRO-PRES-CONC
           END-IF
           IF FS-PCO = '00'
              ADD 1 TO WCONT-CONC
           END-IF.
       R-GRAVA-PRESENCA-CONC-FIM.
           EXIT.

       R-GRAVA-VISITA-LEAD.
           MOVE VIS-CLI TO CODIGO-LEAD-VL
           MOVE VIS-VEN TO COD-VEN-VL
           MOVE SPACES TO DATA-HORA-VL
           STRING VIS-DATA VIS-HORA DELIMITED BY SIZE
               INTO DATA-HORA-VL
           MOVE 'CARGA-CAMPO' TO OPERADOR-VL
           MOVE VIS-NOTA TO OBS-VL
           MOVE VIS-RESULT TO RESULTADO-VL
           IF VIS-GPS = SPACES
              MOVE ZEROES TO LATITUDE-VL LONGITUDE-VL
           ELSE
              MOVE VIS-LATITUDE TO LATITUDE-VL
              MOVE VIS-LONGITUDE TO LONGITUDE-VL
           END-IF
           WRITE REGISTRO-VISITA-LEAD
           IF FS-VLD = '00'
              ADD 1 TO WCONT-OK
              ADD 1 TO WCONT-LEADS
           ELSE
              MOVE VIS-CLI TO WREJ-CODIGO
              IF FS-VLD = '22'
                 MOVE 'VISITA JA REGISTRADA' TO WREJ-MOTIVO
              ELSE
                 MOVE SPACES TO WREJ-MOTIVO
                 STRING 'ERRO DE GRAVACAO ' FS-VLD
                     DELIMITED BY SIZE INTO WREJ-MOTIVO
              END-IF
              MOVE SPACES TO WREJ-STATUS
              MOVE SPACES TO ARQREJ-DATA-01
              MOVE WREJ-LINHA TO ARQREJ-DATA-01
              WRITE ARQREJ-REC
              ADD 1 TO WCONT-REJ
           END-IF.

      *----RESPOSTA NPS DO APARELHO: O CLIENTE TEM QUE ESTAR NA
      *    CARTEIRA DO VENDEDOR QUE COLHEU. NAO AGENDA RETORNO NEM
      *    PASSA PELO CALENDARIO - NAO E VISITA.
       R-GRAVA-NPS-CAMPO.
           IF VIS-CLI IS NOT NUMERIC OR VIS-VEN IS NOT NUMERIC
              MOVE 'CODIGO NAO NUMERICO' TO WMOTIVO-REJ
           ELSE
              IF VIS-DATA IS NOT NUMERIC OR VIS-HORA IS NOT NUMERIC
                 MOVE 'DATA/HORA INVALIDA' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES
              IF VIS-RESULT IS NOT NUMERIC OR VIS-RESULT > '10'
                 MOVE 'NOTA NPS INVALIDA' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES AND NOT NPS-DISPONIVEL
              MOVE 'PESQUISA NPS INDISPONIVEL' TO WMOTIVO-REJ
           END-IF
           IF WMOTIVO-REJ = SPACES
              MOVE VIS-CLI TO CODIGO-CLI-DIS
              MOVE VIS-VEN TO CODIGO-VEN-DIS
              READ DISTRIBUICAO
              IF FS-DIS NOT = '00' OR DATA-FIM-DIS NOT = ZEROES
                 MOVE 'SEM VINCULO ABERTO' TO WMOTIVO-REJ
              END-IF
           END-IF
           IF WMOTIVO-REJ = SPACES
              INITIALIZE REGISTRO-NPS
              MOVE VIS-CLI TO COD-CLI-NPS
              MOVE VIS-DATA TO DATA-NPS
              MOVE VIS-HORA TO HORA-NPS
              MOVE VIS-RESULT TO NOTA-NPS
              MOVE VIS-NOTA TO COMENTARIO-NPS
              MOVE 'C' TO MEIO-NPS
              MOVE VIS-VEN TO COD-VEN-NPS
              MOVE 'CARGA-CAMPO' TO OPERADOR-NPS
              MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-REG-NPS
              MOVE 'N' TO ACOMP-NPS
              MOVE ZEROES TO DATA-ACOMP-NPS
              WRITE REGISTRO-NPS
              IF FS-NPS = '00'
                 ADD 1 TO WCONT-OK
                 ADD 1 TO WCONT-NPS
                 GO TO R-GRAVA-NPS-CAMPO-FIM
              END-IF
              IF FS-NPS = '22'
                 MOVE 'RESPOSTA NPS JA REGISTRADA' TO WMOTIVO-REJ
              ELSE
                 STRING 'ERRO DE GRAVACAO ' FS-NPS
                     DELIMITED BY SIZE INTO WMOTIVO-REJ
              END-IF
           END-IF
           MOVE VIS-CLI TO WREJ-CODIGO
           MOVE WMOTIVO-REJ TO WREJ-MOTIVO
           MOVE SPACES TO WREJ-STATUS
           MOVE SPACES TO ARQREJ-DATA-01
           MOVE WREJ-LINHA TO ARQREJ-DATA-01
           WRITE ARQREJ-REC
           ADD 1 TO WCONT-REJ.
       R-GRAVA-NPS-CAMPO-FIM.
           EXIT.

      *----O PLANO DE VISITAS PODE NAO EXISTIR AINDA; QUANDO EXISTE,
      *    O MES GRAVADO NELE E O DA PRIMEIRA LINHA (O ARQUIVO E
      *    RECRIADO INTEIRO A CADA GERACAO DO PLANO).
      *----CADASTRO DE CONCORRENTES E PRESENCAS: SO ABERTOS SE
      *    EXISTIREM (A PRESENCA E CRIADA NA PRIMEIRA CARGA).
       R-ABRE-CONCORRENTES.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-PRESCONC
              STRING 'PRESENCA-CONC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PRESCONC
           END-IF
           MOVE 'N' TO WCON-DISPONIVEL WPCO-DISPONIVEL
           OPEN INPUT CONCOR
           IF FS-CON NOT = '00'
              GO TO R-ABRE-CONCORRENTES-FIM
           END-IF
           MOVE 'S' TO WCON-DISPONIVEL
           OPEN I-O PRESCONC
           IF FS-PCO = '35'
              OPEN OUTPUT PRESCONC
              IF FS-PCO = '00'
                 CLOSE PRESCONC
                 OPEN I-O PRESCONC
              END-IF
           END-IF
           IF FS-PCO = '00'
              MOVE 'S' TO WPCO-DISPONIVEL
           END-IF
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT.
       R-ABRE-CONCORRENTES-FIM.
           EXIT.

       R-ABRE-PLANO.
           MOVE 'N' TO WPLA-DISPONIVEL
           MOVE ZEROES TO WMES-PLANO-GRAVADO
           OPEN I-O PLANOVIS.
           IF FS-PLA NOT = '00'
              GO TO R-ABRE-PLANO-FIM
           END-IF
           MOVE 'S' TO WPLA-DISPONIVEL
           MOVE LOW-VALUES TO CHAVE-PLANO
           START PLANOVIS KEY IS NOT LESS THAN CHAVE-PLANO
           IF FS-PLA = '00'
              READ PLANOVIS NEXT
              IF FS-PLA = '00'
                 MOVE DATA-PLANO(1:6) TO WMES-PLANO-GRAVADO
              END-IF
           END-IF.
       R-ABRE-PLANO-FIM.
           EXIT.

      *----RESULTADO COM DIAS DE RETORNO: CONTA OS DIAS UTEIS A
      *    PARTIR DO DIA SEGUINTE A VISITA (CALENDARIO GLOBAL MAIS OS
      *    FERIADOS DA REGIAO DO VENDEDOR) E AGENDA O RETORNO PARA O
      *    MESMO VENDEDOR.
       R-AGENDA-RETORNO.
           MOVE ZEROES TO WREG-VEN-CORRENTE
           MOVE VIS-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00'
                 MOVE COD-REGIAO TO WREG-VEN-CORRENTE
              END-IF
           END-IF
           MOVE VIS-DATA TO WDATA-RETORNO
           MOVE ZEROES TO WCONT-DIAS-RET WCONT-PASSOS-RET
           PERFORM R-PROXIMO-DIA-RETORNO
                   UNTIL WCONT-DIAS-RET = WDIAS-RETORNO
                      OR WCONT-PASSOS-RET > 999
           IF WCONT-DIAS-RET NOT = WDIAS-RETORNO
              GO TO R-AGENDA-RETORNO-FIM
           END-IF
           MOVE VIS-CLI TO WBLQ-CLI
           MOVE WDATA-RETORNO TO WBLQ-DATA
           PERFORM S-CHECA-BLOQUEIO THRU R-CHECA-BLOQUEIO-1-EXIT
           IF CLI-BLOQUEADO
              ADD 1 TO WCONT-RET-BLOQ
              GO TO R-AGENDA-RETORNO-FIM
           END-IF
           MOVE VIS-VEN TO COD-VEN-RET
           MOVE WDATA-RETORNO TO DATA-RET
           MOVE VIS-CLI TO COD-CLI-RET
           MOVE VIS-RESULT TO RESULTADO-RET
           MOVE VIS-DATA TO DATA-VISITA-RET
           WRITE REGISTRO-RETORNO
           IF FS-RET = '00'
              ADD 1 TO WCONT-RETORNOS
           END-IF
           IF PLA-DISPONIVEL AND
              WDATA-RETORNO(1:6) = WMES-PLANO-GRAVADO
              MOVE VIS-VEN TO COD-VEN-PLANO
              MOVE WDATA-RETORNO TO DATA-PLANO
              MOVE VIS-CLI TO COD-CLI-PLANO
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
           END-IF.
       R-AGENDA-RETORNO-FIM.
           EXIT.

       R-PROXIMO-DIA-RETORNO.
           ADD 1 TO WCONT-PASSOS-RET
           COMPUTE WDATA-RETORNO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WDATA-RETORNO) + 1)
           MOVE WDATA-RETORNO TO WDATA-TESTE
           PERFORM R-CHECA-DIA-UTIL
           IF DIA-EH-UTIL
              PERFORM R-CHECA-FERIADO-REGIONAL
              IF WDIA-REG-BLOQ = 'N'
                 ADD 1 TO WCONT-DIAS-RET
              END-IF
           END-IF.

      *----MESMA LEITURA DO CALENDARIO FEITA NO PLANEJAMENTO DE
      *    VISITAS: FERIADOS GLOBAIS POR DATA, REGRAS RECORRENTES E
      *    DIAS DA SEMANA SEM EXPEDIENTE (FERIADO REGIONAL NAO BARRA
      *    A CARGA - A VISITA PODE TER OCORRIDO EM OUTRA REGIAO - E
      *    SO ENTRA NA CONTAGEM DOS DIAS DO RETORNO).
       S-LE-CALENDARIO SECTION.
       R-LE-CALENDARIO-1.
           INITIALIZE WQTD-FERIADOS WQTD-REC WQTD-FER-REG
           MOVE SPACES TO WTAB-SIG-BLOQ
           OPEN INPUT CALENDARIO.
           IF FS-CAL NOT = '00'
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

      *----VERIFICACAO DO ENVELOPE, IGUAL A DAS DEMAIS IMPORTACOES.
       S-VERIFICA-ENVELOPE SECTION.
       R-VERIFICA-ENVELOPE-1.
                     ',OK,ARQUIVO=' FUNCTION TRIM(WID-ARQ-VISITAS)
                     ',IMPORTADAS=' WCONT-OK
                     ',REJEITADAS=' WCONT-REJ
                     ',RETORNOS=' WCONT-RETORNOS
                     ',LEADS=' WCONT-LEADS
                     ',NPS=' WCONT-NPS
                     ',CONC=' WCONT-CONC
                     ',RETORNOS-BLOQUEADOS=' WCONT-RET-BLOQ
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF
      *----TOTAIS DA CARGA PARA O BALANCEAMENTO DA CADEIA NOTURNA.
           IF MODO-BATCH
              MOVE WEMPRESA-LID TO WBAL-EMPRESA
              MOVE 'LINHAS-CARREGADAS' TO WBAL-TOTAL
              MOVE WCONT-OK TO WBAL-VALOR
              PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
              MOVE 'LINHAS-REJEITADAS' TO WBAL-TOTAL
              MOVE WCONT-REJ TO WBAL-VALOR
              PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY ENVELOPE.CPY.

       COPY BALANCO.CPY.

       COPY BLOQVIS.CPY.

       COPY PERIODO.CPY.

       COPY LINHA-PROD.CPY.

       COPY FS-TRADUZ.CPY.
