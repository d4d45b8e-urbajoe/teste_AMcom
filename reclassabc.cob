       IDENTIFICATION DIVISION.
       PROGRAM-ID.  reclassabc.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO DISK WID-ARQ-FATURA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FAT.

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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT RECLABC ASSIGN TO DISK WID-ARQ-RECLABC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS RCA-CODIGO-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RCA.

       SELECT RECTRAB ASSIGN TO DISK WID-ARQ-RECTRAB
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS TRB-CODIGO-CLI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRB.

       SELECT CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-RELT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       SELECT ORDENA  ASSIGN TO DISK 'RECLASSABC.SRT'.

       DATA DIVISION.
       FILE SECTION.
      *----FATURAMENTO POR CLIENTE E MES (IMPFATURA).
       FD FATURA.
       01  REGISTRO-FATURA.
           02 CHAVE-FAT.
              03 MES-FAT            PIC  9(006).
              03 CNPJ-FAT           PIC  9(014).
           02 VALOR-FAT             PIC  9(013)V9(002).
           02 COD-CLI-FAT           PIC  9(007).

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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

      *----PROPOSTAS DA ULTIMA RECLASSIFICACAO: UMA POR CLIENTE CUJA
      *    CLASSE CALCULADA DIFERE DA CADASTRADA. A REVISAO MARCA CADA
      *    UMA COMO ACEITA OU RECUSADA; GERAR DE NOVO SUBSTITUI TUDO.
       FD RECLABC.
       01  REG-RECLABC.
           02 RCA-CODIGO-CLI            PIC  9(007).
           02 RCA-CLASSIF-ATUAL         PIC  X(001).
           02 RCA-FREQ-ATUAL            PIC  9(003).
           02 RCA-CLASSIF-NOVA          PIC  X(001).
           02 RCA-FREQ-NOVA             PIC  9(003).
           02 RCA-RECEITA               PIC  9(013)V9(002).
           02 RCA-PERC-ACUM             PIC  9(003)V9(002).
           02 RCA-VEN                   PIC  9(003).
           02 RCA-MES-INI               PIC  9(006).
           02 RCA-MES-FIM               PIC  9(006).
           02 RCA-DATA-GERACAO          PIC  9(008).
           02 RCA-SITUACAO              PIC  X(001).
              88 RCA-PENDENTE                 VALUE 'P'.
              88 RCA-ACEITA                   VALUE 'A'.
              88 RCA-RECUSADA                 VALUE 'R'.

      *----RECEITA DO PERIODO SOMADA POR CLIENTE.
       FD RECTRAB.
       01  REG-RECTRAB.
           02 TRB-CODIGO-CLI            PIC  9(007).
           02 TRB-RECEITA               PIC  9(013)V9(002).

       FD  CONFIG.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

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

      *----CLIENTES ATIVOS EM ORDEM DECRESCENTE DE RECEITA NO PERIODO.
       SD  ORDENA.
       01  REG-ORDENA.
           02 ORD-RECEITA          PIC 9(013)V9(002).
           02 ORD-CODIGO           PIC 9(007).
           02 ORD-RAZAO            PIC X(040).
           02 ORD-CLASSIF          PIC X(001).
           02 ORD-FREQ             PIC 9(003).
           02 ORD-VEN              PIC 9(003).

       WORKING-STORAGE SECTION.
       01 FS-FAT.
           02 FS-FAT-1                PIC 9.
           02 FS-FAT-2                PIC 9.
           02 FS-FAT-R REDEFINES FS-FAT-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-RCA.
           02 FS-RCA-1                PIC 9.
           02 FS-RCA-2                PIC 9.
           02 FS-RCA-R REDEFINES FS-RCA-2 PIC 99 COMP-X.
       01 FS-TRB.
           02 FS-TRB-1                PIC 9.
           02 FS-TRB-2                PIC 9.
           02 FS-TRB-R REDEFINES FS-TRB-2 PIC 99 COMP-X.
       01 FS-CFG.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 FS-LOG.
           02 FS-LOG-1                PIC 9.
           02 FS-LOG-2                PIC 9.
           02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.

       01 WID-ARQ-FATURA          PIC X(50) VALUE 'FATURAMENTO.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WID-ARQ-RECLABC         PIC X(50) VALUE 'RECLASS-ABC.DAT'.
       01 WID-ARQ-RECTRAB         PIC X(50) VALUE 'RECLASSABC.TRAB'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-LOGRUN          PIC X(50) VALUE 'RECLASSABC.LOG'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

       01 WOTB-TIPO                PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE          PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO             PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM            PIC X(080) VALUE SPACES.

       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.
       01 WVEN-DISPONIVEL         PIC X VALUE 'N'.
          88 VEN-DISPONIVEL            VALUE 'S'.

      *----PARAMETROS DA CURVA ABC EM CONFIG.DAT: MESES DE
      *    FATURAMENTO CONSIDERADOS (PADRAO 12, SEMPRE MESES FECHADOS
      *    ATE O MES ANTERIOR) E OS CORTES DA RECEITA ACUMULADA EM %
      *    (PADRAO A ATE 80%, B ATE 95%, O RESTO C).
       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WABC-MESES              PIC 9(005) VALUE 12.
       01 WABC-CORTE-A            PIC 9(005) VALUE 80.
       01 WABC-CORTE-B            PIC 9(005) VALUE 95.

      *----PERIODO DE FATURAMENTO (AAAAMM).
       01 WMES-ATUAL              PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-ATUAL.
          02 WMES-ATUAL-AAAA      PIC 9(004).
          02 WMES-ATUAL-MM        PIC 9(002).
       01 WMES-INI                PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-INI.
          02 WMES-INI-AAAA        PIC 9(004).
          02 WMES-INI-MM          PIC 9(002).
       01 WMES-FIM                PIC 9(006) VALUE ZEROES.
       01 FILLER REDEFINES WMES-FIM.
          02 WMES-FIM-AAAA        PIC 9(004).
          02 WMES-FIM-MM          PIC 9(002).
       77 WMES-ABS                PIC 9(007) VALUE ZEROES.

       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WTOT-RECEITA            PIC 9(015)V9(002) VALUE ZEROES.
       01 WACUM-RECEITA           PIC 9(015)V9(002) VALUE ZEROES.
       01 WPERC-ANTES             PIC 9(003)V9(002) VALUE ZEROES.
       01 WPERC-ACUM              PIC 9(003)V9(002) VALUE ZEROES.
       01 WCLASSIF-NOVA           PIC X(001) VALUE SPACE.
       01 WCLASSIF-PADRAO         PIC X(001) VALUE SPACE.
       77 WFREQ-ATUAL             PIC 9(003) VALUE ZEROES.
       77 WFREQ-NOVA              PIC 9(003) VALUE ZEROES.
       77 WFREQ-PADRAO            PIC 9(003) VALUE ZEROES.

       77 WCONT-CLIENTES          PIC 9(007) VALUE ZEROES.
       77 WCONT-PROPOSTAS         PIC 9(007) VALUE ZEROES.
       77 WCONT-PENDENTES         PIC 9(007) VALUE ZEROES.
       77 WCONT-ACEITAS           PIC 9(007) VALUE ZEROES.
       77 WCONT-RECUSADAS         PIC 9(007) VALUE ZEROES.
       77 WCONT-ERROS             PIC 9(007) VALUE ZEROES.

      *----MATRIZ DE MOVIMENTO ENTRE CLASSES: LINHA = CLASSE ATUAL
      *    (A, B, C, SEM CLASSE), COLUNA = CLASSE CALCULADA (A, B, C).
       01 WTAB-LETRAS-V           PIC X(004) VALUE 'ABC-'.
       01 WTAB-LETRAS REDEFINES WTAB-LETRAS-V.
          02 WLETRA OCCURS 4 TIMES PIC X(001).
       01 WTAB-MATRIZ.
          02 WMAT-DE OCCURS 4 TIMES.
             03 WMAT-PARA OCCURS 3 TIMES PIC 9(007).
       77 WIDX-DE                 PIC 9(001) VALUE ZEROES.
       77 WIDX-PARA               PIC 9(001) VALUE ZEROES.

      *----CARGA MENSAL DE VISITAS POR VENDEDOR PRIMARIO, INDEXADA
      *    PELO CODIGO: 30 / FREQUENCIA DE CADA CLIENTE, HOJE E COM A
      *    PROPOSTA TODA ACEITA.
       01 WTAB-CARGA.
          02 WCAR-LINHA OCCURS 999 TIMES.
             03 WCAR-CLIENTES     PIC 9(005).
             03 WCAR-ATUAL        PIC 9(006)V9(002).
             03 WCAR-NOVA         PIC 9(006)V9(002).
       77 WIDX-VEN                PIC 9(003) VALUE ZEROES.
       01 WTOT-CARGA-ATUAL        PIC 9(008)V9(002) VALUE ZEROES.
       01 WTOT-CARGA-NOVA         PIC 9(008)V9(002) VALUE ZEROES.
       01 WDIF-CARGA              PIC S9(008)V9(002) VALUE ZEROES.

       01 WED-RECEITA             PIC Z(14)9.99.
       01 WED-PERC                PIC ZZ9.99.
       01 WED-CARGA-ATUAL         PIC Z(07)9.99.
       01 WED-CARGA-NOVA          PIC Z(07)9.99.
       01 WED-DIF-CARGA           PIC -(08)9.99.

      *----TELAS.
       01 WOPCAO-ABC              PIC 9(001) VALUE ZEROES.
       01 WDECISAO                PIC X(001) VALUE SPACE.
       01 WRES-DATA-GER           PIC 9(008) VALUE ZEROES.
       01 WRES-MES-INI            PIC 9(006) VALUE ZEROES.
       01 WRES-MES-FIM            PIC 9(006) VALUE ZEROES.
       01 WREV-RAZAO              PIC X(040) VALUE SPACES.
       01 WREV-NOME-VEN           PIC X(040) VALUE SPACES.
       01 WREV-RECEITA            PIC Z(12)9.99.
       01 WREV-PERC               PIC ZZ9.99.

       01 WAUD-DATA-HORA           PIC X(014).
       01 WAUD-USUARIO             PIC X(020).
       01 WAUD-ANTES               PIC X(150).
       01 WAUD-DEPOIS              PIC X(150).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'reclassabc'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-RECLASS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - RECLASSIFICACAO ABC
      -" DE CLIENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "PROPOSTA GERADA EM......:".
          02 LINE 5 COL 31 PIC 9(008) FROM WRES-DATA-GER.
          02 LINE 6 COL 5 VALUE "FATURAMENTO DE/ATE (MES):".
          02 LINE 6 COL 31 PIC 9(006) FROM WRES-MES-INI.
          02 LINE 6 COL 38 PIC 9(006) FROM WRES-MES-FIM.
          02 LINE 7 COL 5 VALUE "PENDENTES:".
          02 LINE 7 COL 16 PIC ZZZZZZ9 FROM WCONT-PENDENTES.
          02 LINE 7 COL 25 VALUE "ACEITAS:".
          02 LINE 7 COL 34 PIC ZZZZZZ9 FROM WCONT-ACEITAS.
          02 LINE 7 COL 43 VALUE "RECUSADAS:".
          02 LINE 7 COL 54 PIC ZZZZZZ9 FROM WCONT-RECUSADAS.
          02 LINE 9 COL 5 VALUE "MESES:".
          02 LINE 9 COL 12 PIC ZZ9 FROM WABC-MESES.
          02 LINE 9 COL 17 VALUE "CORTE A ATE (%):".
          02 LINE 9 COL 34 PIC ZZ9 FROM WABC-CORTE-A.
          02 LINE 9 COL 39 VALUE "CORTE B ATE (%):".
          02 LINE 9 COL 56 PIC ZZ9 FROM WABC-CORTE-B.
          02 LINE 11 COL 5 VALUE "[1] GERAR NOVA PROPOSTA".
          02 LINE 12 COL 5 VALUE "[2] REVISAR UMA A UMA".
          02 LINE 13 COL 5 VALUE "[3] ACEITAR TODAS AS PENDENTES".
          02 LINE 14 COL 5 VALUE "[0] VOLTAR".
          02 LINE 16 COL 5 VALUE "OPCAO:".
          02 SCR-OPCAO-ABC LINE 16 COL 12 PIC 9(001)
                 USING WOPCAO-ABC AUTO.

       01 TELA-REVISA-ABC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - REVISAO DA RECLASSI
      -"FICACAO ABC".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "CLIENTE..........:".
          02 LINE 5 COL 24 PIC 9(007) FROM RCA-CODIGO-CLI.
          02 LINE 5 COL 32 PIC X(040) FROM WREV-RAZAO.
          02 LINE 6 COL 5 VALUE "VENDEDOR PRIMARIO:".
          02 LINE 6 COL 24 PIC 9(003) FROM RCA-VEN.
          02 LINE 6 COL 28 PIC X(040) FROM WREV-NOME-VEN.
          02 LINE 8 COL 5 VALUE "RECEITA NO PERIODO:".
          02 LINE 8 COL 25 PIC Z(12)9.99 FROM WREV-RECEITA.
          02 LINE 9 COL 5 VALUE "% ACUMULADO.......:".
          02 LINE 9 COL 25 PIC ZZ9.99 FROM WREV-PERC.
          02 LINE 11 COL 5 VALUE "CLASSE ATUAL.....:".
          02 LINE 11 COL 24 PIC X(001) FROM RCA-CLASSIF-ATUAL.
          02 LINE 11 COL 28 VALUE "FREQUENCIA (DIAS):".
          02 LINE 11 COL 47 PIC ZZ9 FROM RCA-FREQ-ATUAL.
          02 LINE 12 COL 5 VALUE "CLASSE PROPOSTA..:".
          02 LINE 12 COL 24 PIC X(001) FROM RCA-CLASSIF-NOVA.
          02 LINE 12 COL 28 VALUE "FREQUENCIA (DIAS):".
          02 LINE 12 COL 47 PIC ZZ9 FROM RCA-FREQ-NOVA.
          02 LINE 14 COL 5 VALUE
             "ACEITAR (S), RECUSAR (N) OU DEIXAR PENDENTE (P):".
          02 SCR-DECISAO LINE 14 COL 55 PIC X(001)
                 USING WDECISAO AUTO.
          02 LINE 16 COL 5 VALUE "[ESC] ENCERRA A REVISAO".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----RECLASSIFICACAO ABC PELA RECEITA FATURADA. NO MODO BATCH
      *    SO GERA A PROPOSTA E O RELATORIO E AVISA O SUPERVISOR; NA
      *    TELA O OPERADOR GERA, REVISA UMA A UMA OU ACEITA TODAS.
      *    SO A ACEITACAO MEXE NO CADASTRO DO CLIENTE.
       ABERTURA.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
              MOVE SPACES TO WID-ARQ-RECLABC
              STRING 'RECLASS-ABC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-RECLABC
           END-IF
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           PERFORM S-LE-CONFIG-ABC THRU R-LE-CONFIG-ABC-1-EXIT
           IF MODO-BATCH
              OPEN INPUT CLIENTES
           ELSE
              OPEN I-O CLIENTES
           END-IF
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'N' TO WVEN-DISPONIVEL
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE 'S' TO WVEN-DISPONIVEL
           END-IF
           MOVE 'N' TO WVAT-DISPONIVEL
           OPEN INPUT VINCATUAL
           IF FS-VAT = '00'
              MOVE 'S' TO WVAT-DISPONIVEL
           END-IF
           IF MODO-BATCH
              PERFORM S-GERA-PROPOSTA THRU R-GERA-PROPOSTA-1-EXIT
              PERFORM S-GRAVA-LOG THRU R-GRAVA-LOG-1-EXIT
              IF WCONT-PROPOSTAS > ZEROES
                 MOVE 'ABC-RECLASSIFICACAO' TO WOTB-TIPO
                 MOVE 'M' TO WOTB-SEVERIDADE
                 MOVE 'SUPERVISOR' TO WOTB-DESTINO
                 MOVE SPACES TO WOTB-MENSAGEM
                 STRING WCONT-PROPOSTAS
                     ' PROPOSTA(S) DE RECLASSIFICACAO ABC A REVISAR'
                     DELIMITED BY SIZE INTO WOTB-MENSAGEM
                 PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
              END-IF
              PERFORM FECHA-ARQUIVOS
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM UNTIL WSAIDA = 1
              PERFORM S-RESUMO-PROPOSTA THRU R-RESUMO-PROPOSTA-1-EXIT
              MOVE ZEROES TO WOPCAO-ABC
              DISPLAY TELA-RECLASS
              ACCEPT TELA-RECLASS
              IF ESC OR WOPCAO-ABC = ZEROES
                 MOVE 1 TO WSAIDA
              ELSE
                 EVALUATE WOPCAO-ABC
                    WHEN 1
                       PERFORM R-CONFIRMA-GERACAO
                             THRU R-CONFIRMA-GERACAO-FIM
                    WHEN 2
                       PERFORM S-REVISA-PROPOSTAS
                             THRU R-REVISA-PROPOSTAS-1-EXIT
                    WHEN 3
                       PERFORM S-ACEITA-TODAS
                             THRU R-ACEITA-TODAS-1-EXIT
                    WHEN OTHER
                       MOVE 'OPCAO INVALIDA ' TO WTXT
                       PERFORM R-MOSTRA-MENSAGEM
                 END-EVALUATE
              END-IF
           END-PERFORM
           PERFORM FECHA-ARQUIVOS.
       ABERTURA-EXIT.
           EXIT PROGRAM.

       FECHA-ARQUIVOS SECTION.
       FECHA-ARQUIVOS-1.
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           IF VEN-DISPONIVEL
              CLOSE VENDEDORES
           END-IF
           CLOSE CLIENTES.
       FECHA-ARQUIVOS-EXIT.
           EXIT.

      *----PROPOSTA AINDA COM PENDENCIAS SO E SUBSTITUIDA COM
      *    CONFIRMACAO DO OPERADOR.
       R-CONFIRMA-GERACAO.
           IF WCONT-PENDENTES > ZEROES
              MOVE SPACES TO WTXT
              STRING 'DESCARTAR ' WCONT-PENDENTES
                  ' PENDENTE(S) E GERAR (S/N) ?...'
                  DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              IF WX NOT = 'S' AND WX NOT = 's'
                 GO TO R-CONFIRMA-GERACAO-FIM
              END-IF
           END-IF
           PERFORM S-GERA-PROPOSTA THRU R-GERA-PROPOSTA-1-EXIT
           IF WSAIDA NOT = ZEROES
              MOVE ZEROES TO WSAIDA
              GO TO R-CONFIRMA-GERACAO-FIM
           END-IF
           MOVE SPACES TO WTXT
           STRING WCONT-PROPOSTAS ' PROPOSTA(S) EM '
               FUNCTION TRIM(WID-ARQ-RELT)
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-CONFIRMA-GERACAO-FIM.
           EXIT.

      *----CONTAGEM DA PROPOSTA GRAVADA PARA A TELA PRINCIPAL.
       S-RESUMO-PROPOSTA SECTION.
       R-RESUMO-PROPOSTA-1.
           MOVE ZEROES TO WCONT-PENDENTES WCONT-ACEITAS
                          WCONT-RECUSADAS WRES-DATA-GER
                          WRES-MES-INI WRES-MES-FIM
           OPEN INPUT RECLABC
           IF FS-RCA NOT = '00'
              GO TO R-RESUMO-PROPOSTA-1-EXIT
           END-IF
           PERFORM UNTIL FS-RCA NOT = '00'
              READ RECLABC NEXT
              IF FS-RCA = '00'
                 MOVE RCA-DATA-GERACAO TO WRES-DATA-GER
                 MOVE RCA-MES-INI TO WRES-MES-INI
                 MOVE RCA-MES-FIM TO WRES-MES-FIM
                 EVALUATE TRUE
                    WHEN RCA-PENDENTE
                       ADD 1 TO WCONT-PENDENTES
                    WHEN RCA-ACEITA
                       ADD 1 TO WCONT-ACEITAS
                    WHEN RCA-RECUSADA
                       ADD 1 TO WCONT-RECUSADAS
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE RECLABC.
       R-RESUMO-PROPOSTA-1-EXIT.
           EXIT.

      *----GERA A PROPOSTA: SOMA A RECEITA DOS ULTIMOS WABC-MESES
      *    MESES FECHADOS POR CLIENTE, ORDENA OS CLIENTES ATIVOS PELA
      *    RECEITA E CLASSIFICA PELA PARTICIPACAO ACUMULADA ANTES DE
      *    CADA UM (O CLIENTE QUE CRUZA O CORTE AINDA FICA NA CLASSE
      *    DE CIMA). CLIENTE SEM RECEITA NO PERIODO E SEMPRE C.
       S-GERA-PROPOSTA SECTION.
       R-GERA-PROPOSTA-1.
           MOVE ZEROES TO WCONT-CLIENTES WCONT-PROPOSTAS
                          WTOT-RECEITA WACUM-RECEITA
           INITIALIZE WTAB-MATRIZ WTAB-CARGA
           MOVE FUNCTION CURRENT-DATE(1:6) TO WMES-ATUAL
           COMPUTE WMES-ABS = WMES-ATUAL-AAAA * 12 + WMES-ATUAL-MM - 2
           DIVIDE WMES-ABS BY 12 GIVING WMES-FIM-AAAA
                  REMAINDER WMES-FIM-MM
           ADD 1 TO WMES-FIM-MM
           COMPUTE WMES-ABS = WMES-ABS - WABC-MESES + 1
           DIVIDE WMES-ABS BY 12 GIVING WMES-INI-AAAA
                  REMAINDER WMES-INI-MM
           ADD 1 TO WMES-INI-MM
           PERFORM S-SOMA-RECEITA THRU R-SOMA-RECEITA-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO R-GERA-PROPOSTA-1-EXIT
           END-IF
           OPEN OUTPUT RECLABC
           IF FS-RCA NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE PROPOSTAS ST ' TO WTXT
              MOVE FS-RCA TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE RECTRAB
              MOVE 1 TO WSAIDA
              GO TO R-GERA-PROPOSTA-1-EXIT
           END-IF
           MOVE WDATA-HOJE TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           STRING 'RECLASS-ABC-' WDATA-REL '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-RELT
           OPEN OUTPUT ARQREL
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"FATURAMENTO DE"' ',' WMES-INI ','
               '"ATE"' ',' WMES-FIM ','
               '"CORTE A %"' ',' WABC-CORTE-A ','
               '"CORTE B %"' ',' WABC-CORTE-B
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLIENTE"' ',' '"RAZAO"' ',' '"VENDEDOR"' ','
               '"RECEITA"' ',' '"% ACUMULADO"' ','
               '"CLASSE ATUAL"' ',' '"FREQ ATUAL"' ','
               '"CLASSE PROPOSTA"' ',' '"FREQ PROPOSTA"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 2 TO WCATR-LINHAS
           SORT ORDENA
                ON DESCENDING KEY ORD-RECEITA
                   ASCENDING KEY ORD-CODIGO
                INPUT PROCEDURE IS R-SEL-CLIENTES-1
                              THRU R-SEL-CLIENTES-1-EXIT
                OUTPUT PROCEDURE IS R-CLASSIFICA-ABC-1
                              THRU R-CLASSIFICA-ABC-1-EXIT
           CLOSE RECTRAB
           CLOSE RECLABC
           IF WTOT-RECEITA = ZEROES
              MOVE SPACES TO ARQREL-DATA-01
              STRING '"SEM FATURAMENTO NO PERIODO - NADA A PROPOR"'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           ELSE
              PERFORM R-IMP-MATRIZ
              PERFORM R-IMP-CARGA-VEN
           END-IF
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MESES=' WABC-MESES(4:2) ';A=' WABC-CORTE-A(4:2)
               ';B=' WABC-CORTE-B(4:2)
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT.
       R-GERA-PROPOSTA-1-EXIT.
           EXIT.

      *----RECEITA DO PERIODO POR CODIGO DE CLIENTE NO ARQUIVO DE
      *    TRABALHO (A CHAVE DO FATURAMENTO E MES + CNPJ). SEM O
      *    ARQUIVO DE FATURAMENTO A PROPOSTA NAO E GERADA.
       S-SOMA-RECEITA SECTION.
       R-SOMA-RECEITA-1.
           OPEN INPUT FATURA
           IF FS-FAT NOT = '00'
              MOVE 'FATURAMENTO NAO IMPORTADO ST ' TO WTXT
              MOVE FS-FAT TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              MOVE 1 TO WSAIDA
              GO TO R-SOMA-RECEITA-1-EXIT
           END-IF
           OPEN OUTPUT RECTRAB
           CLOSE RECTRAB
           OPEN I-O RECTRAB
           IF FS-TRB NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE TRABALHO ST ' TO WTXT
              MOVE FS-TRB TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
              END-IF
              CLOSE FATURA
              MOVE 1 TO WSAIDA
              GO TO R-SOMA-RECEITA-1-EXIT
           END-IF
           MOVE WMES-INI TO MES-FAT
           MOVE ZEROES TO CNPJ-FAT
           START FATURA KEY IS NOT LESS THAN CHAVE-FAT
           PERFORM UNTIL FS-FAT NOT = '00'
              READ FATURA NEXT
              IF FS-FAT = '00'
                 IF MES-FAT > WMES-FIM
                    MOVE '10' TO FS-FAT
                 ELSE
                    PERFORM R-SOMA-UMA-FATURA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FATURA.
       R-SOMA-RECEITA-1-EXIT.
           EXIT.

       R-SOMA-UMA-FATURA.
           IF COD-CLI-FAT > ZEROES
              MOVE COD-CLI-FAT TO TRB-CODIGO-CLI
              READ RECTRAB
              IF FS-TRB = '00'
                 ADD VALOR-FAT TO TRB-RECEITA
                 REWRITE REG-RECTRAB
              ELSE
                 MOVE VALOR-FAT TO TRB-RECEITA
                 WRITE REG-RECTRAB
              END-IF
           END-IF.

      *----TODO CLIENTE ATIVO ENTRA NA CURVA, COM OU SEM RECEITA.
       S-SEL-CLIENTES SECTION.
       R-SEL-CLIENTES-1.
           MOVE LOW-VALUES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           PERFORM UNTIL FS-CLI NOT = '00'
              READ CLIENTES NEXT
              IF FS-CLI = '00' AND CLI-ATIVO
                 MOVE ZEROES TO ORD-RECEITA ORD-VEN
                 MOVE CODIGO TO TRB-CODIGO-CLI
                 READ RECTRAB
                 IF FS-TRB = '00'
                    MOVE TRB-RECEITA TO ORD-RECEITA
                 END-IF
                 IF VAT-DISPONIVEL
                    MOVE CODIGO TO CODIGO-CLI-VAT
                    READ VINCATUAL
                    IF FS-VAT = '00'
                       MOVE VEN-PRIM-VAT TO ORD-VEN
                    END-IF
                 END-IF
                 MOVE CODIGO TO ORD-CODIGO
                 MOVE RAZAO TO ORD-RAZAO
                 MOVE CLASSIFICACAO-CLI TO ORD-CLASSIF
                 MOVE FREQ-VISITA-CLI TO ORD-FREQ
                 ADD ORD-RECEITA TO WTOT-RECEITA
                 ADD 1 TO WCONT-CLIENTES
                 RELEASE REG-ORDENA
              END-IF
           END-PERFORM.
       R-SEL-CLIENTES-1-EXIT.
           EXIT.

       S-CLASSIFICA-ABC SECTION.
       R-CLASSIFICA-ABC-1.
           IF WTOT-RECEITA = ZEROES
              GO TO R-CLASSIFICA-ABC-1-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
              RETURN ORDENA
                 AT END
                    GO TO R-CLASSIFICA-ABC-1-EXIT
              END-RETURN
              PERFORM R-CLASSIFICA-UM-CLIENTE
           END-PERFORM.
       R-CLASSIFICA-ABC-1-EXIT.
           EXIT.

       R-CLASSIFICA-UM-CLIENTE.
           COMPUTE WPERC-ANTES ROUNDED =
                   WACUM-RECEITA * 100 / WTOT-RECEITA
           ADD ORD-RECEITA TO WACUM-RECEITA
           COMPUTE WPERC-ACUM ROUNDED =
                   WACUM-RECEITA * 100 / WTOT-RECEITA
           EVALUATE TRUE
              WHEN ORD-RECEITA = ZEROES
                 MOVE 'C' TO WCLASSIF-NOVA
              WHEN WPERC-ANTES < WABC-CORTE-A
                 MOVE 'A' TO WCLASSIF-NOVA
              WHEN WPERC-ANTES < WABC-CORTE-B
                 MOVE 'B' TO WCLASSIF-NOVA
              WHEN OTHER
                 MOVE 'C' TO WCLASSIF-NOVA
           END-EVALUATE
           MOVE ORD-FREQ TO WFREQ-ATUAL
           IF WFREQ-ATUAL = ZEROES
              MOVE ORD-CLASSIF TO WCLASSIF-PADRAO
              PERFORM R-FREQ-PADRAO
              MOVE WFREQ-PADRAO TO WFREQ-ATUAL
           END-IF
           MOVE WFREQ-ATUAL TO WFREQ-NOVA
           IF WCLASSIF-NOVA NOT = ORD-CLASSIF
              MOVE WCLASSIF-NOVA TO WCLASSIF-PADRAO
              PERFORM R-FREQ-PADRAO
              MOVE WFREQ-PADRAO TO WFREQ-NOVA
              PERFORM R-GRAVA-PROPOSTA
           END-IF
           MOVE 4 TO WIDX-DE
           PERFORM VARYING WIDX-PARA FROM 1 BY 1 UNTIL WIDX-PARA > 3
              IF ORD-CLASSIF = WLETRA(WIDX-PARA)
                 MOVE WIDX-PARA TO WIDX-DE
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-PARA FROM 1 BY 1
                   UNTIL WLETRA(WIDX-PARA) = WCLASSIF-NOVA
              CONTINUE
           END-PERFORM
           ADD 1 TO WMAT-PARA(WIDX-DE, WIDX-PARA)
           IF ORD-VEN > ZEROES
              ADD 1 TO WCAR-CLIENTES(ORD-VEN)
              COMPUTE WCAR-ATUAL(ORD-VEN) ROUNDED =
                      WCAR-ATUAL(ORD-VEN) + 30 / WFREQ-ATUAL
              COMPUTE WCAR-NOVA(ORD-VEN) ROUNDED =
                      WCAR-NOVA(ORD-VEN) + 30 / WFREQ-NOVA
           END-IF.

      *----MESMO PADRAO DO CADASTRO DE CLIENTES (A=SEMANAL,
      *    B=QUINZENAL, C OU SEM CLASSE=MENSAL).
       R-FREQ-PADRAO.
           EVALUATE WCLASSIF-PADRAO
              WHEN 'A'
                 MOVE 7 TO WFREQ-PADRAO
              WHEN 'B'
                 MOVE 14 TO WFREQ-PADRAO
              WHEN OTHER
                 MOVE 30 TO WFREQ-PADRAO
           END-EVALUATE.

       R-GRAVA-PROPOSTA.
           MOVE ORD-CODIGO TO RCA-CODIGO-CLI
           MOVE ORD-CLASSIF TO RCA-CLASSIF-ATUAL
           MOVE WFREQ-ATUAL TO RCA-FREQ-ATUAL
           MOVE WCLASSIF-NOVA TO RCA-CLASSIF-NOVA
           MOVE WFREQ-NOVA TO RCA-FREQ-NOVA
           MOVE ORD-RECEITA TO RCA-RECEITA
           MOVE WPERC-ACUM TO RCA-PERC-ACUM
           MOVE ORD-VEN TO RCA-VEN
           MOVE WMES-INI TO RCA-MES-INI
           MOVE WMES-FIM TO RCA-MES-FIM
           MOVE WDATA-HOJE TO RCA-DATA-GERACAO
           MOVE 'P' TO RCA-SITUACAO
           WRITE REG-RECLABC
           IF FS-RCA = '00'
              ADD 1 TO WCONT-PROPOSTAS
              MOVE ORD-RECEITA TO WED-RECEITA
              MOVE WPERC-ACUM TO WED-PERC
              MOVE SPACES TO ARQREL-DATA-01
              STRING ORD-CODIGO ',"' FUNCTION TRIM(ORD-RAZAO) '",'
                  ORD-VEN ',' FUNCTION TRIM(WED-RECEITA) ','
                  FUNCTION TRIM(WED-PERC) ','
                  ORD-CLASSIF ',' WFREQ-ATUAL ','
                  WCLASSIF-NOVA ',' WFREQ-NOVA
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           END-IF.

      *----QUANTOS CLIENTES FICAM E QUANTOS MUDAM DE CLASSE.
       R-IMP-MATRIZ.
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLASSE ATUAL X PROPOSTA"' ',' '"A"' ',' '"B"'
               ',' '"C"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           PERFORM VARYING WIDX-DE FROM 1 BY 1 UNTIL WIDX-DE > 4
              MOVE SPACES TO ARQREL-DATA-01
              IF WIDX-DE = 4
                 STRING '"SEM CLASSE"' ',' WMAT-PARA(WIDX-DE, 1) ','
                     WMAT-PARA(WIDX-DE, 2) ',' WMAT-PARA(WIDX-DE, 3)
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              ELSE
                 STRING '"' WLETRA(WIDX-DE) '"' ','
                     WMAT-PARA(WIDX-DE, 1) ','
                     WMAT-PARA(WIDX-DE, 2) ',' WMAT-PARA(WIDX-DE, 3)
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              END-IF
              WRITE ARQREL-REC
              ADD 1 TO WCATR-LINHAS
           END-PERFORM
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"CLIENTES ATIVOS"' ',' WCONT-CLIENTES ','
               '"PROPOSTAS"' ',' WCONT-PROPOSTAS
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----VISITAS POR MES DE CADA VENDEDOR PRIMARIO HOJE E COM A
      *    PROPOSTA TODA ACEITA.
       R-IMP-CARGA-VEN.
           MOVE ZEROES TO WTOT-CARGA-ATUAL WTOT-CARGA-NOVA
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"VENDEDOR"' ',' '"NOME"' ',' '"CLIENTES"' ','
               '"VISITAS/MES ATUAL"' ',' '"VISITAS/MES PROPOSTA"' ','
               '"DIFERENCA"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS
           PERFORM VARYING WIDX-VEN FROM 1 BY 1 UNTIL WIDX-VEN > 998
              IF WCAR-CLIENTES(WIDX-VEN) > ZEROES
                 PERFORM R-IMP-UMA-CARGA
              END-IF
           END-PERFORM
           COMPUTE WDIF-CARGA = WTOT-CARGA-NOVA - WTOT-CARGA-ATUAL
           MOVE WTOT-CARGA-ATUAL TO WED-CARGA-ATUAL
           MOVE WTOT-CARGA-NOVA TO WED-CARGA-NOVA
           MOVE WDIF-CARGA TO WED-DIF-CARGA
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"TOTAL"' ',' ',' ','
               FUNCTION TRIM(WED-CARGA-ATUAL) ','
               FUNCTION TRIM(WED-CARGA-NOVA) ','
               FUNCTION TRIM(WED-DIF-CARGA)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

       R-IMP-UMA-CARGA.
           MOVE SPACES TO NOME-VEN
           IF VEN-DISPONIVEL
              MOVE WIDX-VEN TO CODIGO-VEN
              START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
              IF FS-VEN = '00'
                 READ VENDEDORES NEXT
              END-IF
              IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WIDX-VEN
                 MOVE SPACES TO NOME-VEN
              END-IF
           END-IF
           ADD WCAR-ATUAL(WIDX-VEN) TO WTOT-CARGA-ATUAL
           ADD WCAR-NOVA(WIDX-VEN) TO WTOT-CARGA-NOVA
           COMPUTE WDIF-CARGA =
                   WCAR-NOVA(WIDX-VEN) - WCAR-ATUAL(WIDX-VEN)
           MOVE WCAR-ATUAL(WIDX-VEN) TO WED-CARGA-ATUAL
           MOVE WCAR-NOVA(WIDX-VEN) TO WED-CARGA-NOVA
           MOVE WDIF-CARGA TO WED-DIF-CARGA
           MOVE SPACES TO ARQREL-DATA-01
           STRING WIDX-VEN ',"' FUNCTION TRIM(NOME-VEN) '",'
               WCAR-CLIENTES(WIDX-VEN) ','
               FUNCTION TRIM(WED-CARGA-ATUAL) ','
               FUNCTION TRIM(WED-CARGA-NOVA) ','
               FUNCTION TRIM(WED-DIF-CARGA)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----REVISAO UMA A UMA DAS PENDENTES, NA ORDEM DO CODIGO.
       S-REVISA-PROPOSTAS SECTION.
       R-REVISA-PROPOSTAS-1.
           MOVE ZEROES TO WCONT-ACEITAS WCONT-RECUSADAS WCONT-ERROS
           OPEN I-O RECLABC
           IF FS-RCA NOT = '00'
              MOVE 'NENHUMA PROPOSTA GERADA ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-REVISA-PROPOSTAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-RCA NOT = '00'
              READ RECLABC NEXT
              IF FS-RCA = '00' AND RCA-PENDENTE
                 PERFORM R-REVISA-UMA THRU R-REVISA-UMA-FIM
              END-IF
           END-PERFORM
           CLOSE RECLABC
           MOVE SPACES TO WTXT
           STRING 'ACEITAS ' WCONT-ACEITAS ' RECUSADAS ' WCONT-RECUSADAS
               ' ERROS ' WCONT-ERROS
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-REVISA-PROPOSTAS-1-EXIT.
           EXIT.

       R-REVISA-UMA.
           MOVE SPACES TO WREV-RAZAO WREV-NOME-VEN
           MOVE RCA-CODIGO-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WREV-RAZAO
           END-IF
           IF VEN-DISPONIVEL AND RCA-VEN > ZEROES
              MOVE RCA-VEN TO CODIGO-VEN
              START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
              IF FS-VEN = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00' AND CODIGO-VEN = RCA-VEN
                    MOVE NOME-VEN TO WREV-NOME-VEN
                 END-IF
              END-IF
           END-IF
           MOVE RCA-RECEITA TO WREV-RECEITA
           MOVE RCA-PERC-ACUM TO WREV-PERC
           MOVE SPACE TO WDECISAO
           DISPLAY TELA-REVISA-ABC
           ACCEPT TELA-REVISA-ABC
           IF ESC
              MOVE '10' TO FS-RCA
              GO TO R-REVISA-UMA-FIM
           END-IF
           EVALUATE WDECISAO
              WHEN 'S'
              WHEN 's'
                 PERFORM R-APLICA-PROPOSTA THRU R-APLICA-PROPOSTA-FIM
              WHEN 'N'
              WHEN 'n'
                 MOVE 'R' TO RCA-SITUACAO
                 REWRITE REG-RECLABC
                 IF FS-RCA = '00'
                    ADD 1 TO WCONT-RECUSADAS
                 END-IF
           END-EVALUATE
           MOVE '00' TO FS-RCA.
       R-REVISA-UMA-FIM.
           EXIT.

      *----ACEITA DE UMA VEZ TODAS AS PENDENTES.
       S-ACEITA-TODAS SECTION.
       R-ACEITA-TODAS-1.
           MOVE ZEROES TO WCONT-ACEITAS WCONT-ERROS
           IF WCONT-PENDENTES = ZEROES
              MOVE 'NENHUMA PROPOSTA PENDENTE ' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ACEITA-TODAS-1-EXIT
           END-IF
           MOVE SPACES TO WTXT
           STRING 'ACEITAR ' WCONT-PENDENTES
               ' PROPOSTA(S) PENDENTE(S) (S/N) ?...'
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-ACEITA-TODAS-1-EXIT
           END-IF
           OPEN I-O RECLABC
           IF FS-RCA NOT = '00'
              MOVE 'ERRO NO ARQUIVO DE PROPOSTAS ST ' TO WTXT
              MOVE FS-RCA TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO R-ACEITA-TODAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-RCA NOT = '00'
              READ RECLABC NEXT
              IF FS-RCA = '00' AND RCA-PENDENTE
                 PERFORM R-APLICA-PROPOSTA THRU R-APLICA-PROPOSTA-FIM
                 MOVE '00' TO FS-RCA
              END-IF
           END-PERFORM
           CLOSE RECLABC
           MOVE SPACES TO WTXT
           STRING 'ACEITAS ' WCONT-ACEITAS ' ERROS ' WCONT-ERROS
               DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-ACEITA-TODAS-1-EXIT.
           EXIT.

      *----ACEITE: GRAVA CLASSE E FREQUENCIA NO CLIENTE E AUDITA.
      *    CLIENTE QUE MUDOU DE CLASSE DEPOIS DA PROPOSTA (OU SAIU DO
      *    CADASTRO) NAO E TOCADO - A PROPOSTA FICA PENDENTE ATE A
      *    PROXIMA GERACAO.
       R-APLICA-PROPOSTA.
           MOVE RCA-CODIGO-CLI TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00' OR
              CLASSIFICACAO-CLI NOT = RCA-CLASSIF-ATUAL
              ADD 1 TO WCONT-ERROS
              GO TO R-APLICA-PROPOSTA-FIM
           END-IF
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'CLASSIF=' CLASSIFICACAO-CLI ';FREQ=' FREQ-VISITA-CLI
               DELIMITED BY SIZE INTO WAUD-ANTES
           MOVE RCA-CLASSIF-NOVA TO CLASSIFICACAO-CLI
           MOVE RCA-FREQ-NOVA TO FREQ-VISITA-CLI
           REWRITE REGISTRO-CLIENTES
           IF FS-CLI NOT = '00'
              ADD 1 TO WCONT-ERROS
              GO TO R-APLICA-PROPOSTA-FIM
           END-IF
           STRING 'CLASSIF=' CLASSIFICACAO-CLI ';FREQ=' FREQ-VISITA-CLI
               ';RECLASSIFICACAO ABC ' RCA-MES-INI '-' RCA-MES-FIM
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA-RECLASS
           MOVE 'A' TO RCA-SITUACAO
           REWRITE REG-RECLABC
           ADD 1 TO WCONT-ACEITAS.
       R-APLICA-PROPOSTA-FIM.
           EXIT.

       R-AUDITA-RECLASS.
           OPEN EXTEND AUDITORIA
           IF FS-AUD NOT = '00'
              OPEN OUTPUT AUDITORIA
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
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.

       R-MOSTRA-MENSAGEM.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       S-LE-CONFIG-ABC SECTION.
       R-LE-CONFIG-ABC-1.
           OPEN INPUT CONFIG.
           IF FS-CFG NOT = '00'
              GO TO R-LE-CONFIG-ABC-1-EXIT
           END-IF
           PERFORM UNTIL FS-CFG NOT = '00'
              READ CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WCFG-NOME WCFG-VALOR
                    UNSTRING CONFIG-DATA-01 DELIMITED BY '='
                        INTO WCFG-NOME WCFG-VALOR
                    PERFORM R-APLICA-CONFIG-ABC
              END-READ
           END-PERFORM
           CLOSE CONFIG
      *----CORTES INCOERENTES (B NAO ACIMA DE A) VOLTAM AO PADRAO.
           IF WABC-CORTE-B NOT > WABC-CORTE-A
              MOVE 80 TO WABC-CORTE-A
              MOVE 95 TO WABC-CORTE-B
           END-IF.
       R-LE-CONFIG-ABC-1-EXIT.
           EXIT.

       R-APLICA-CONFIG-ABC.
           IF WCFG-VALOR(1:5) IS NUMERIC AND
              WCFG-VALOR(1:5) NOT = '00000'
              EVALUATE WCFG-NOME
                 WHEN 'ABC-MESES'
                    IF WCFG-VALOR(1:5) NOT > '00036'
                       MOVE WCFG-VALOR(1:5) TO WABC-MESES
                    END-IF
                 WHEN 'ABC-CORTE-A'
                    IF WCFG-VALOR(1:5) NOT > '00099'
                       MOVE WCFG-VALOR(1:5) TO WABC-CORTE-A
                    END-IF
                 WHEN 'ABC-CORTE-B'
                    IF WCFG-VALOR(1:5) NOT > '00099'
                       MOVE WCFG-VALOR(1:5) TO WABC-CORTE-B
                    END-IF
              END-EVALUATE
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-1.
           OPEN EXTEND LOGRUN.
           IF FS-LOG = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,PERIODO=' WMES-INI '-' WMES-FIM
                     ',CLIENTES=' WCONT-CLIENTES
                     ',PROPOSTAS=' WCONT-PROPOSTAS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.
       R-GRAVA-LOG-1-EXIT.
           EXIT.

       COPY OUTBOX.CPY.

       COPY CATALOGO.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
