      *    LISTA O CATALOGO, PEDE O NOME DA GERACAO E RECARREGA O
      *    ARQUIVO ESCOLHIDO APOS CONFIRMACAO, COM REGISTRO EM
      *    AUDITORIA.DAT. EM MODO BATCH (CADEIA NOTURNA) SO GERA.
      *    TODA GERACAO E EM SEGUIDA VERIFICADA POR RESTAURACAO DE
      *    TESTE (VIDE S-VERIFICA-ULTIMA) E MARCADA NO CATALOGO COMO
      *    VERIFICADA OU REPROVADA; REPROVACAO GERA ALERTA.
      *    A COMPARACAO CONFRONTA UMA GERACAO DE CLIENTES,
      *    VENDEDORES, DISTRIBUICAO OU REGIAO COM O ARQUIVO ATUAL E
      *    GERA UM CSV COM OS REGISTROS INCLUIDOS, EXCLUIDOS E
      *    ALTERADOS (CAMPO A CAMPO, ANTES E DEPOIS).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT ALERTA  ASSIGN TO DISK WID-ARQ-ALERTA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ALE.

       SELECT OUTBOX  ASSIGN TO DISK WID-ARQ-OUTBOX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-OTB.

       SELECT ARQDIF  ASSIGN TO DISK WID-ARQ-DIF
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-DIF.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

      *----ARQUIVOS DE TESTE DA VERIFICACAO: MESMAS CHAVES DOS
      *    MESTRES, TODOS NO MESMO NOME TEMPORARIO (UM DE CADA VEZ).
       SELECT CLI-TST ASSIGN TO  DISK WID-ARQ-TESTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI-T
              ALTERNATE RECORD KEY IS CNPJ-T   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-T WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO-T  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-1-T =
                                          CODIGO-T
                                          RAZAO-T WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TST.

       SELECT VEN-TST ASSIGN TO  DISK WID-ARQ-TESTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN-T
              ALTERNATE RECORD KEY IS CPF-VEN-T WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN-T WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TST.

       SELECT DIS-TST ASSIGN TO  DISK WID-ARQ-TESTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS-T
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS-T WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS-T WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TST.

       SELECT REG-TST ASSIGN TO  DISK WID-ARQ-TESTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-REG-T
              ALTERNATE RECORD KEY IS NOME-REG-T WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TST.

       SELECT OPR-TST ASSIGN TO DISK WID-ARQ-TESTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-OPERADOR-T
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TST.

       SELECT LEA-TST ASSIGN TO  DISK WID-ARQ-TESTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD-T
              ALTERNATE RECORD KEY IS CNPJ-LEAD-T WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TST.

       SELECT VIS-TST ASSIGN TO DISK WID-ARQ-TESTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS-T
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TST.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
              03 CODIGO                 PIC  9(007).
              03 CNPJ                   PIC  9(014).
           02 RAZAO                     PIC  X(040).
           02 FILLER                    PIC  X(161).

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
              03 CODIGO-VEN             PIC  9(003).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 FILLER                    PIC  X(085).

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
       FD OPERADORES.
       01  REGISTRO-OPERADOR.
           02 CODIGO-OPERADOR           PIC  X(020).
           02 FILLER                    PIC  X(101).
           02 SENHA-OPERADOR            PIC  X(020).
           02 SENHA-CIFRADA-OPR REDEFINES SENHA-OPERADOR.
              03 SENHA-MARCA-OPR        PIC  X(001).
                 88 SENHA-COM-HASH             VALUE '$'.
              03 SENHA-SAL-OPR          PIC  X(005).
              03 SENHA-HASH-OPR         PIC  X(014).
           02 FILLER                    PIC  X(008).
           02 FLAG-TROCA-SENHA          PIC  X(001).
           02 FILLER                    PIC  X(070).

       FD LEADS.
       01  REGISTRO-LEAD.
              03 CODIGO-CLI-VISITA     PIC  9(007).
              03 CODIGO-VEN-VISITA     PIC  9(003).
              03 DATA-HORA-VISITA      PIC  X(014).
           02 FILLER                   PIC  X(112).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
       01  CONFIG-REC.
           05  CONFIG-DATA-01      PIC X(00080).

       FD  ALERTA.
       01  ALERTA-REC.
           05  ALERTA-DATA-01      PIC X(00100).

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

       FD  ARQDIF.
       01  ARQDIF-REC.
           05  ARQDIF-DATA-01      PIC X(00300).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       FD CLI-TST.
       01  REGISTRO-CLI-T.
           02 CHAVE-CLI-T.
              03 CODIGO-T               PIC  9(007).
              03 CNPJ-T                 PIC  9(014).
           02 RAZAO-T                   PIC  X(040).
           02 FILLER                    PIC  X(161).

       FD VEN-TST.
       01  REGISTRO-VEN-T.
           02 CHAVE-VEN-T.
              03 CODIGO-VEN-T           PIC  9(003).
              03 CPF-VEN-T              PIC  9(011).
           02 NOME-VEN-T                PIC  X(040).
           02 FILLER                    PIC  X(085).

       FD DIS-TST.
       01  REGISTRO-DIS-T.
           02 CHAVE-DIS-T.
              03 CODIGO-CLI-DIS-T       PIC  9(007).
              03 CODIGO-VEN-DIS-T       PIC  9(003).
           02 FILLER                    PIC  X(031).

       FD REG-TST.
       01  REGISTRO-REG-T.
           02 CODIGO-REG-T              PIC  9(003).
           02 NOME-REG-T                PIC  X(030).
           02 FILLER                    PIC  X(099).

       FD OPR-TST.
       01  REGISTRO-OPR-T.
           02 CODIGO-OPERADOR-T         PIC  X(020).
           02 FILLER                    PIC  X(200).

       FD LEA-TST.
       01  REGISTRO-LEA-T.
           02 CODIGO-LEAD-T             PIC  9(007).
           02 CNPJ-LEAD-T               PIC  9(014).
           02 FILLER                    PIC  X(216).

       FD VIS-TST.
       01  REGISTRO-VIS-T.
           02 CHAVE-VISITA-DIS-T.
              03 CODIGO-CLI-VISITA-T   PIC  9(007).
              03 CODIGO-VEN-VISITA-T   PIC  9(003).
              03 DATA-HORA-VISITA-T    PIC  X(014).
           02 FILLER                   PIC  X(112).

       WORKING-STORAGE SECTION.
       01 FS-ARQ.
           02 FS-ARQ-1                PIC 9.
           02 FS-CFG-1                PIC 9.
           02 FS-CFG-2                PIC 9.
           02 FS-CFG-R REDEFINES FS-CFG-2 PIC 99 COMP-X.
       01 FS-ALE.
           02 FS-ALE-1                PIC 9.
           02 FS-ALE-2                PIC 9.
           02 FS-ALE-R REDEFINES FS-ALE-2 PIC 99 COMP-X.
       01 FS-OTB.
           02 FS-OTB-1                PIC 9.
           02 FS-OTB-2                PIC 9.
           02 FS-OTB-R REDEFINES FS-OTB-2 PIC 99 COMP-X.
       01 FS-TST.
           02 FS-TST-1                PIC 9.
           02 FS-TST-2                PIC 9.
           02 FS-TST-R REDEFINES FS-TST-2 PIC 99 COMP-X.
       01 FS-DIF.
           02 FS-DIF-1                PIC 9.
           02 FS-DIF-2                PIC 9.
           02 FS-DIF-R REDEFINES FS-DIF-2 PIC 99 COMP-X.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.

       01 WID-ARQ-CLIENTES        PIC X(50).
       01 WID-ARQ-VENDEDORES      PIC X(50).
       01 WID-ARQ-CATTEMP      PIC X(50) VALUE 'BACKUP-CATALOGO.TMP'.
       01 WID-ARQ-CONFIG          PIC X(50) VALUE 'CONFIG.DAT'.
       01 WID-ARQ-ATUAL           PIC X(50).
       01 WID-ARQ-ALERTA          PIC X(50) VALUE 'ALERTA-DISTRIB.DAT'.
       01 WID-ARQ-OUTBOX          PIC X(50) VALUE 'OUTBOX.DAT'.
       01 WID-ARQ-TESTE        PIC X(50) VALUE 'BACKUP-VERIFICA.TMP'.

       01 WOTB-TIPO               PIC X(020) VALUE SPACES.
       01 WOTB-SEVERIDADE         PIC X(001) VALUE SPACE.
       01 WOTB-DESTINO            PIC X(015) VALUE SPACES.
       01 WOTB-MENSAGEM           PIC X(080) VALUE SPACES.

       01 WCFG-NOME               PIC X(030) VALUE SPACES.
       01 WCFG-VALOR              PIC X(030) VALUE SPACES.
       01 WCAT-ORIGEM             PIC X(050) VALUE SPACES.
       01 WCAT-GERACAO            PIC X(070) VALUE SPACES.
       01 WCAT-REGS               PIC X(010) VALUE SPACES.
       01 WCAT-SITUACAO           PIC X(001) VALUE SPACE.
          88 CAT-VERIFICADA           VALUE 'V'.
          88 CAT-REPROVADA            VALUE 'F'.
       01 WCAT-TS-VERIF           PIC X(014) VALUE SPACES.
       01 WCAT-MOTIVO             PIC X(040) VALUE SPACES.
       77 WQTD-DO-ARQUIVO         PIC 9(005) VALUE ZEROES.
       77 WQTD-MANTER             PIC 9(005) VALUE ZEROES.
       01 WARQ-EXCLUIR            PIC X(070) VALUE SPACES.
       01 WRES-ORIGEM             PIC X(050) VALUE SPACES.
       01 WRES-ACHOU              PIC X VALUE 'N'.
          88 RES-ACHOU                VALUE 'S'.
       01 WRES-SITUACAO           PIC X(001) VALUE SPACE.
       01 WRES-TS                 PIC X(014) VALUE SPACES.
       01 WTAB-CATALOGO.
          02 WTAB-CAT-LINHA OCCURS 12 TIMES PIC X(078).
       77 WCONT-CAT-TAB           PIC 99 VALUE ZEROES.
       77 WIDX-CAT                PIC 99 VALUE ZEROES.

      *----VERIFICACAO POR RESTAURACAO DE TESTE: AS ENTRADAS DO
      *    CATALOGO DA GERACAO MAIS RECENTE E O RESULTADO DE CADA UMA.
       01 WVER-TS-ULTIMA          PIC X(014) VALUE SPACES.
       01 WVER-AGORA              PIC X(014) VALUE SPACES.
       01 WVER-PREFIXO            PIC X(050) VALUE SPACES.
       77 WQTD-VERIF              PIC 99 VALUE ZEROES.
       77 WIDX-VER                PIC 99 VALUE ZEROES.
       77 WQTD-VER-FALHAS         PIC 99 VALUE ZEROES.
       01 WTAB-VERIF.
          02 WVER-LINHA OCCURS 10 TIMES.
             03 WVER-ORIGEM         PIC X(050).
             03 WVER-GERACAO        PIC X(070).
             03 WVER-REGS-CAT       PIC 9(007).
             03 WVER-SIT            PIC X(001).
             03 WVER-MOTIVO         PIC X(040).
       77 WVER-LIDOS              PIC 9(007) VALUE ZEROES.
       77 WVER-GRAVADOS           PIC 9(007) VALUE ZEROES.
       77 WVER-DUPLIC             PIC 9(007) VALUE ZEROES.
       77 WVER-ERROS              PIC 9(007) VALUE ZEROES.
       77 WVER-CONT-CHAVE         PIC 9(007) VALUE ZEROES.
       77 WVER-CHAVE              PIC 9 VALUE ZEROES.
       01 WVER-INTEGRA            PIC X VALUE 'S'.
          88 VER-INTEGRA              VALUE 'S'.
      *----QUANTIDADE DE CHAVES ALTERNADAS DE CADA MESTRE, NA ORDEM DE
      *    WIDX-ARQ (CLIENTES A DIS-VISITA).
       01 WVER-ALTS-V             PIC X(007) VALUE '4221010'.
       01 WVER-ALTS REDEFINES WVER-ALTS-V.
          02 WVER-QTD-ALT OCCURS 7 TIMES PIC 9.

      *----COMPARACAO DE GERACAO COM O ARQUIVO ATUAL. OS DOIS LADOS
      *    ESTAO NA ORDEM DA CHAVE PRIMARIA (O .BKP FOI GRAVADO POR
      *    LEITURA SEQUENCIAL DO INDEXADO), ENTAO A COMPARACAO E UM
      *    BALANCEAMENTO DE DOIS ARQUIVOS PELA CHAVE.
       01 WID-ARQ-DIF             PIC X(054) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.
       01 WDIF-AUTOR              PIC X(001) VALUE 'N'.
          88 DIF-COM-AUTOR            VALUE 'S' 's'.
       01 WDIF-ENTIDADE           PIC X(015) VALUE SPACES.
       01 WDIF-AGORA              PIC X(014) VALUE SPACES.
       01 WDIF-CHAVE-BKP          PIC X(021) VALUE SPACES.
       01 WDIF-CHAVE-ATU          PIC X(021) VALUE SPACES.
       01 WDIF-IMG-BKP            PIC X(400) VALUE SPACES.
       01 WDIF-IMG-ATU            PIC X(400) VALUE SPACES.
       01 WDIF-FIM-BKP            PIC X VALUE 'N'.
          88 FIM-BKP                  VALUE 'S'.
       01 WDIF-FIM-ATU            PIC X VALUE 'N'.
          88 FIM-ATU                  VALUE 'S'.
       01 WDIF-TIPO               PIC X(009) VALUE SPACES.
       01 WDIF-CAMPO              PIC X(024) VALUE SPACES.
       01 WDIF-ANTES              PIC X(060) VALUE SPACES.
       01 WDIF-DEPOIS             PIC X(060) VALUE SPACES.
       01 WDIF-CHAVE-REL          PIC X(021) VALUE SPACES.
       77 WDIF-TAM-CHAVE          PIC 9(003) VALUE ZEROES.
       77 WDIF-POS                PIC 9(003) VALUE ZEROES.
       77 WDIF-TAM                PIC 9(003) VALUE ZEROES.
       77 WIDX-CPO                PIC 9(003) VALUE ZEROES.
       77 WDIF-ULT-CPO            PIC 9(003) VALUE ZEROES.
       77 WDIF-INCLUIDOS          PIC 9(007) VALUE ZEROES.
       77 WDIF-EXCLUIDOS          PIC 9(007) VALUE ZEROES.
       77 WDIF-ALTERADOS          PIC 9(007) VALUE ZEROES.
       77 WDIF-CODIGO             PIC 9(007) VALUE ZEROES.
       77 WDIF-VEN                PIC 9(003) VALUE ZEROES.
      *----CAMPOS DE CADA MESTRE COMPARAVEL (NOME, POSICAO E TAMANHO
      *    NO REGISTRO), NA ORDEM DOS FDS DOS PROGRAMAS DE CADASTRO.
       01 WTAB-CAMPOS-V.
          02 FILLER PIC X(30) VALUE 'CODIGO                  001007'.
          02 FILLER PIC X(30) VALUE 'CNPJ                    008014'.
          02 FILLER PIC X(30) VALUE 'RAZAO                   022040'.
          02 FILLER PIC X(30) VALUE 'LATITUDE                062011'.
          02 FILLER PIC X(30) VALUE 'LONGITUDE               073011'.
          02 FILLER PIC X(30) VALUE 'STATUS-CLI              084001'.
          02 FILLER PIC X(30) VALUE 'ENDERECO                085060'.
          02 FILLER PIC X(30) VALUE 'TELEFONE                145015'.
          02 FILLER PIC X(30) VALUE 'EMAIL                   160050'.
          02 FILLER PIC X(30) VALUE 'LINHA-PRODUTO-CLI       210003'.
          02 FILLER PIC X(30) VALUE 'CLASSIFICACAO-CLI       213001'.
          02 FILLER PIC X(30) VALUE 'FREQ-VISITA-CLI         214003'.
          02 FILLER PIC X(30) VALUE 'GRUPO-ECON-CLI          217005'.
          02 FILLER PIC X(30) VALUE 'ATEND-REMOTO-CLI        222001'.
          02 FILLER PIC X(30) VALUE 'CODIGO-VEN              001003'.
          02 FILLER PIC X(30) VALUE 'CPF-VEN                 004011'.
          02 FILLER PIC X(30) VALUE 'NOME-VEN                015040'.
          02 FILLER PIC X(30) VALUE 'LATITUDE-VEN            055011'.
          02 FILLER PIC X(30) VALUE 'LONGITUDE-VEN           066011'.
          02 FILLER PIC X(30) VALUE 'STATUS-VEN              077001'.
          02 FILLER PIC X(30) VALUE 'COD-REGIAO              078003'.
          02 FILLER PIC X(30) VALUE 'COD-SUPERVISOR          081003'.
          02 FILLER PIC X(30) VALUE 'DATA-INICIO-AFASTAMENTO 084008'.
          02 FILLER PIC X(30) VALUE 'DATA-FIM-AFASTAMENTO    092008'.
          02 FILLER PIC X(30) VALUE 'META-CLIENTES-VEN       100005'.
          02 FILLER PIC X(30) VALUE 'LINHAS-HABILITADAS-VEN  105015'.
          02 FILLER PIC X(30) VALUE 'MAX-VISITAS-DIA-VEN     120003'.
          02 FILLER PIC X(30) VALUE 'TIPO-VEN                123001'.
          02 FILLER PIC X(30) VALUE 'DATA-ADMISSAO-VEN       124008'.
          02 FILLER PIC X(30) VALUE 'DATA-DESLIGAMENTO-VEN   132008'.
          02 FILLER PIC X(30) VALUE 'CODIGO-CLI-DIS          001007'.
          02 FILLER PIC X(30) VALUE 'CODIGO-VEN-DIS          008003'.
          02 FILLER PIC X(30) VALUE 'DISTANCIA-DIS           011011'.
          02 FILLER PIC X(30) VALUE 'TIPO-DIS                022001'.
          02 FILLER PIC X(30) VALUE 'DATA-INICIO-DIS         023008'.
          02 FILLER PIC X(30) VALUE 'DATA-FIM-DIS            031008'.
          02 FILLER PIC X(30) VALUE 'LOCK-DIS                039001'.
          02 FILLER PIC X(30) VALUE 'MOTIVO-FIM-DIS          040002'.
          02 FILLER PIC X(30) VALUE 'CODIGO-REG              001003'.
          02 FILLER PIC X(30) VALUE 'NOME-REG                004030'.
          02 FILLER PIC X(30) VALUE 'COD-SUPERVISOR-REG      034003'.
          02 FILLER PIC X(30) VALUE 'DESCRICAO-REG           037050'.
          02 FILLER PIC X(30) VALUE 'LAT-MIN-REG             087011'.
          02 FILLER PIC X(30) VALUE 'LAT-MAX-REG             098011'.
          02 FILLER PIC X(30) VALUE 'LON-MIN-REG             109011'.
          02 FILLER PIC X(30) VALUE 'LON-MAX-REG             120011'.
          02 FILLER PIC X(30) VALUE 'COD-MACRO-REG           131002'.
       01 WTAB-CAMPOS REDEFINES WTAB-CAMPOS-V.
          02 WCPO-ITEM OCCURS 47 TIMES.
             03 WCPO-NOME           PIC X(024).
             03 WCPO-POS            PIC 9(003).
             03 WCPO-TAM            PIC 9(003).
      *----POR MESTRE (WIDX-ARQ 1 A 4): TAMANHO DA CHAVE PRIMARIA,
      *    PRIMEIRO CAMPO NA TABELA ACIMA, QUANTIDADE DE CAMPOS E O
      *    CAMPO DESCRITIVO MOSTRADO NAS INCLUSOES E EXCLUSOES.
       01 WTAB-MESTRES-V.
          02 FILLER PIC X(11) VALUE '02100101403'.
          02 FILLER PIC X(11) VALUE '01401501617'.
          02 FILLER PIC X(11) VALUE '01003100835'.
          02 FILLER PIC X(11) VALUE '00303900940'.
       01 WTAB-MESTRES REDEFINES WTAB-MESTRES-V.
          02 WMST-ITEM OCCURS 4 TIMES.
             03 WMST-TAM-CHAVE      PIC 9(003).
             03 WMST-PRIM-CPO       PIC 9(003).
             03 WMST-QTD-CPO        PIC 9(003).
             03 WMST-CPO-DESC       PIC 9(002).
      *----DISTRIBUICAO: VINCULOS GANHOS, PERDIDOS, ENCERRADOS (DATA
      *    FIM PREENCHIDA DESDE A GERACAO) E OUTRAS ALTERACOES POR
      *    VENDEDOR.
       01 WTAB-DIF-VEN.
          02 WDVEN-ITEM OCCURS 999 TIMES.
             03 WDVEN-GANHOU        PIC 9(005).
             03 WDVEN-PERDEU        PIC 9(005).
             03 WDVEN-ENCERROU      PIC 9(005).
             03 WDVEN-OUTRAS        PIC 9(005).
      *----CODIGOS COM DIFERENCA, PARA BUSCAR O AUTOR NA AUDITORIA.
       01 WTAB-DIF-COD.
          02 WDCOD-CODIGO OCCURS 2000 TIMES PIC 9(007).
       77 WQTD-DIF-COD            PIC 9(004) VALUE ZEROES.
       77 WIDX-DCOD               PIC 9(004) VALUE ZEROES.
       01 WDCOD-ACHOU             PIC X VALUE 'N'.
          88 DCOD-ACHOU               VALUE 'S'.
       01 WDAUD-TS                PIC X(014) VALUE SPACES.
       01 WDAUD-USER              PIC X(020) VALUE SPACES.
       01 WDAUD-ENT               PIC X(020) VALUE SPACES.
       01 WDAUD-OP                PIC X(001) VALUE SPACE.
       01 WDAUD-COD               PIC X(020) VALUE SPACES.
       77 WDIF-AUTORIAS           PIC 9(007) VALUE ZEROES.

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'backupger'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY AUTORIZA.CPY.

       COPY FUNCAO.CPY.

      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] GERAR BACKUP DE TODOS OS MESTRES".
          02 LINE 8 COL 10 VALUE "[2] RESTAURAR UMA GERACAO".
          02 LINE 9 COL 10 VALUE "[3] VERIFICAR A ULTIMA GERACAO".
          02 LINE 10 COL 10 VALUE
             "[4] COMPARAR GERACAO COM O ARQUIVO ATUAL".
          02 LINE 11 COL 10 VALUE "[5] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 15 COL 34 PIC 9 USING WOPCAO AUTO.

                 USING WRES-GERACAO AUTO.
          02 LINE 20 COL 3 VALUE "[ESC] CANCELA".

       01 TELA-COMPARA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 16 VALUE "SISTEMA EXEMPLO - COMPARAR GERACAO COM
      -" ATUAL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 3 VALUE "ULTIMAS GERACOES DO CATALOGO:".
          02 LINE 5 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(01).
          02 LINE 6 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(02).
          02 LINE 7 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(03).
          02 LINE 8 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(04).
          02 LINE 9 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(05).
          02 LINE 10 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(06).
          02 LINE 11 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(07).
          02 LINE 12 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(08).
          02 LINE 13 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(09).
          02 LINE 14 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(10).
          02 LINE 15 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(11).
          02 LINE 16 COL 3 PIC X(078) FROM WTAB-CAT-LINHA(12).
          02 LINE 18 COL 3 VALUE "ARQUIVO DE GERACAO A COMPARAR:".
          02 SCR-GERACAO-DIF LINE 18 COL 35 PIC X(045)
                 USING WRES-GERACAO AUTO.
          02 LINE 19 COL 3 VALUE "AUTOR PELA AUDITORIA (S/N)....:".
          02 SCR-AUTOR-DIF LINE 19 COL 35 PIC X(001)
                 USING WDIF-AUTOR AUTO.
          02 LINE 20 COL 3 VALUE
             "COMPARAVEIS: CLIENTES, VENDEDORES, DISTRIBUICAO E REGIAO".
          02 LINE 21 COL 3 VALUE "[ESC] CANCELA".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.
           PERFORM S-LE-CONFIG THRU R-LE-CONFIG-1-EXIT
           IF MODO-BATCH
              PERFORM S-GERA-BACKUP THRU R-GERA-BACKUP-1-EXIT
              PERFORM S-VERIFICA-ULTIMA THRU R-VERIFICA-ULTIMA-1-EXIT
              IF WQTD-VER-FALHAS > ZEROES
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE ZEROES TO RETURN-CODE
              END-IF
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM UNTIL WOPCAO = 5
              DISPLAY TELA-OPCAO
              ACCEPT TELA-OPCAO
              EVALUATE WOPCAO
                 WHEN 1
                    PERFORM S-GERA-BACKUP THRU R-GERA-BACKUP-1-EXIT
                    PERFORM S-VERIFICA-ULTIMA
                          THRU R-VERIFICA-ULTIMA-1-EXIT
                    MOVE 'BACKUP CONCLUIDO ' TO WTXT
                    PERFORM R-MOSTRA-VERIFICACAO
                 WHEN 2
                    PERFORM S-RESTAURA THRU R-RESTAURA-1-EXIT
                 WHEN 3
                    PERFORM S-VERIFICA-ULTIMA
                          THRU R-VERIFICA-ULTIMA-1-EXIT
                    MOVE 'VERIFICACAO CONCLUIDA ' TO WTXT
                    PERFORM R-MOSTRA-VERIFICACAO
                 WHEN 4
                    PERFORM S-COMPARA THRU R-COMPARA-1-EXIT
              END-EVALUATE
           END-PERFORM.
       ABERTURA-EXIT.
              WHEN 5
                 READ OPERADORES NEXT
                 IF FS-ARQ = '00'
                    PERFORM R-ANULA-SENHA-CLARA
                    MOVE REGISTRO-OPERADOR TO ARQBKP-DATA-01
                 END-IF
              WHEN 6
              MOVE 'S' TO WFIM-ARQ
           END-IF.

      *----SENHA AINDA EM CLARO (CADASTRO NAO CONVERTIDO) NAO SAI
      *    DESTE PROGRAMA: FICA ANULADA ('$' + HASH DE ASTERISCOS,
      *    QUE NENHUMA SENHA PRODUZ) E O OPERADOR DEPENDE DE RESET
      *    PELO SUPERVISOR.
       R-ANULA-SENHA-CLARA.
           IF SENHA-OPERADOR NOT = SPACES AND NOT SENHA-COM-HASH
              MOVE '$' TO SENHA-MARCA-OPR
              MOVE SPACES TO SENHA-SAL-OPR
              MOVE ALL '*' TO SENHA-HASH-OPR
              MOVE 'S' TO FLAG-TROCA-SENHA
           END-IF.

       R-GRAVA-CATALOGO.
           OPEN EXTEND CATALOGO
           IF FS-CAT = '00'
       R-LIMPA-GERACOES-1-EXIT.
           EXIT.

      *----LINHA DO CATALOGO: TS,ORIGEM,GERACAO,REGISTROS E, DEPOIS
      *    DA VERIFICACAO, SITUACAO (V/F),TS DA VERIFICACAO,MOTIVO.
       R-PARSE-CATALOGO.
           MOVE SPACES TO WCAT-TS WCAT-ORIGEM WCAT-GERACAO WCAT-REGS
                          WCAT-SITUACAO WCAT-TS-VERIF WCAT-MOTIVO
           UNSTRING CATALOGO-DATA-01 DELIMITED BY ','
               INTO WCAT-TS WCAT-ORIGEM WCAT-GERACAO WCAT-REGS
                    WCAT-SITUACAO WCAT-TS-VERIF WCAT-MOTIVO.

       S-RESTAURA SECTION.
       R-RESTAURA-1.
              DISPLAY TELA-MENSAGEM
              GO TO R-RESTAURA-1-EXIT
           END-IF
           IF WRES-SITUACAO = 'F'
              MOVE 'GERACAO REPROVADA NA VERIFICACAO - USAR? (S/N)'
                   TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              IF WX NOT = 'S' AND WX NOT = 's'
                 GO TO R-RESTAURA-1-EXIT
              END-IF
           END-IF
           MOVE SPACES TO WTXT
           STRING 'SUBSTITUIR ' FUNCTION TRIM(WRES-ORIGEM)
                  ' PELA GERACAO? (S/N)'
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-RESTAURA-1-EXIT
           END-IF
      *----A RESTAURACAO SUBSTITUI O ARQUIVO VIVO: SO COM A
      *    AUTORIZACAO DE UM SUPERVISOR (VIDE AUTORIZA.CPY); O
      *    DESFECHO VAI PARA O LOG DE SEGURANCA E PARA A AUDITORIA.
           INITIALIZE WAUT-DADOS
           MOVE 'A' TO WAUT-FUNCAO
           MOVE WMODO-BATCH TO WAUT-LOTE
           MOVE WPROGRAMA-ERRO TO WAUT-PROGRAMA
           MOVE WEMPRESA-LID TO WAUT-EMPRESA
           MOVE WID-ARQ-OPERADORES-1 TO WAUT-ARQ-OPERADORES
           MOVE WOPERADOR-ID TO WAUT-SOLICITANTE
           STRING 'RESTAURA ' FUNCTION TRIM(WRES-ORIGEM) ' DE '
                  FUNCTION TRIM(WRES-GERACAO)
                  DELIMITED BY SIZE INTO WAUT-PARAMETROS
           CALL 'autorizadupla' USING WAUT-DADOS
           IF NOT AUT-CONCEDIDA
              MOVE 'RESTAURACAO NAO AUTORIZADA' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-RESTAURA-1-EXIT
           END-IF
           PERFORM S-RECARREGA THRU R-RECARREGA-1-EXIT
           PERFORM R-AUDITA-RESTAURACAO THRU R-AUDITA-RESTAURACAO-FIM
           MOVE 'F' TO WAUT-FUNCAO
           MOVE SPACES TO WAUT-DESFECHO
           STRING 'RESTAURADOS=' WCONT-REGS ' REGISTRO(S)'
                  DELIMITED BY SIZE INTO WAUT-DESFECHO
           CALL 'autorizadupla' USING WAUT-DADOS
           MOVE SPACES TO WTXT
           STRING 'RESTAURADOS ' WCONT-REGS ' REGISTRO(S)'
                  DELIMITED BY SIZE INTO WTXT

       R-LOCALIZA-GERACAO.
           MOVE 'N' TO WRES-ACHOU
           MOVE SPACES TO WRES-ORIGEM WRES-SITUACAO WRES-TS
           OPEN INPUT CATALOGO.
           IF FS-CAT NOT = '00'
              GO TO R-LOCALIZA-GERACAO-FIM
                       FUNCTION TRIM(WRES-GERACAO)
                       MOVE 'S' TO WRES-ACHOU
                       MOVE WCAT-ORIGEM TO WRES-ORIGEM
                       MOVE WCAT-SITUACAO TO WRES-SITUACAO
                       MOVE WCAT-TS TO WRES-TS
                    END-IF
              END-READ
           END-PERFORM
           PERFORM R-ABRE-DESTINO
           PERFORM R-RECARREGA-REG UNTIL FIM-ARQ
           PERFORM R-FECHA-ORIGEM
           CLOSE ARQBKP
      *    TRILHA RECARREGADA: O PROXIMO ELO PARTE DA ULTIMA LINHA
      *    DA COPIA, NAO DO QUE ESTAVA GRAVADO ANTES DA RESTAURACAO.
           IF WIDX-ARQ = 8
              MOVE 'T' TO WELO-FUNCAO
              CALL 'eloaudit' USING WELO-DADOS
           END-IF.
       R-RECARREGA-1-EXIT.
           EXIT.

                  ' A PARTIR DE ' FUNCTION TRIM(WRES-GERACAO) '"'
                  ',' '""' ',' WEMPRESA-LID
                  DELIMITED BY SIZE INTO AUDITORIA-DATA-01
              PERFORM S-ENCADEIA-AUDITORIA
                 THRU R-ENCADEIA-AUDITORIA-1-EXIT
              WRITE AUDITORIA-REC
              CLOSE AUDITORIA
           END-IF.
       R-AUDITA-RESTAURACAO-FIM.
           EXIT.

      *----COMPLETA A MENSAGEM JA MONTADA EM WTXT COM O RESULTADO DA
      *    VERIFICACAO.
       R-MOSTRA-VERIFICACAO.
           MOVE WTXT TO WVER-PREFIXO
           MOVE SPACES TO WTXT
           EVALUATE TRUE
              WHEN WQTD-VERIF = ZEROES
                 MOVE 'CATALOGO VAZIO - NADA A VERIFICAR ' TO WTXT
              WHEN WQTD-VER-FALHAS = ZEROES
                 STRING FUNCTION TRIM(WVER-PREFIXO)
                        ' - GERACAO VERIFICADA'
                        DELIMITED BY SIZE INTO WTXT
              WHEN OTHER
                 STRING FUNCTION TRIM(WVER-PREFIXO) ' - '
                        WQTD-VER-FALHAS ' ARQUIVO(S) REPROVADO(S)'
                        DELIMITED BY SIZE INTO WTXT
           END-EVALUATE
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

      *----VERIFICACAO DA GERACAO MAIS RECENTE DO CATALOGO: CADA .BKP
      *    E RECARREGADO NUM ARQUIVO INDEXADO DE TESTE COM AS MESMAS
      *    CHAVES DO MESTRE (CHAVE PRIMARIA REPETIDA REPROVA), A
      *    QUANTIDADE LIDA E CONFERIDA COM A DO CATALOGO E O ARQUIVO
      *    DE TESTE E LIDO DO INICIO AO FIM PELA CHAVE PRIMARIA E POR
      *    CADA CHAVE ALTERNADA (COMO NO CHECAARQ), TODAS DEVENDO
      *    DEVOLVER O MESMO NUMERO DE REGISTROS. A TRILHA DE AUDITORIA,
      *    QUE NAO E INDEXADA, SO TEM A CONTAGEM CONFERIDA. O
      *    RESULTADO VAI PARA A PROPRIA LINHA DO CATALOGO.
       S-VERIFICA-ULTIMA SECTION.
       R-VERIFICA-ULTIMA-1.
           INITIALIZE WTAB-VERIF WQTD-VERIF WQTD-VER-FALHAS
           MOVE SPACES TO WVER-TS-ULTIMA
           OPEN INPUT CATALOGO.
           IF FS-CAT NOT = '00'
              GO TO R-VERIFICA-ULTIMA-1-EXIT
           END-IF
           PERFORM UNTIL FS-CAT NOT = '00'
              READ CATALOGO
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-PARSE-CATALOGO
                    IF WCAT-TS > WVER-TS-ULTIMA
                       MOVE WCAT-TS TO WVER-TS-ULTIMA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATALOGO
           IF WVER-TS-ULTIMA = SPACES
              GO TO R-VERIFICA-ULTIMA-1-EXIT
           END-IF
           OPEN INPUT CATALOGO
           PERFORM UNTIL FS-CAT NOT = '00'
              READ CATALOGO
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-PARSE-CATALOGO
                    IF WCAT-TS = WVER-TS-ULTIMA AND WQTD-VERIF < 10
                       ADD 1 TO WQTD-VERIF
                       MOVE WCAT-ORIGEM TO WVER-ORIGEM(WQTD-VERIF)
                       MOVE WCAT-GERACAO TO WVER-GERACAO(WQTD-VERIF)
                       IF WCAT-REGS(1:7) IS NUMERIC
                          MOVE WCAT-REGS(1:7)
                               TO WVER-REGS-CAT(WQTD-VERIF)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATALOGO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WVER-AGORA
           PERFORM S-VERIFICA-UMA THRU R-VERIFICA-UMA-1-EXIT
                   VARYING WIDX-VER FROM 1 BY 1
                   UNTIL WIDX-VER > WQTD-VERIF
           PERFORM R-MARCA-CATALOGO THRU R-MARCA-CATALOGO-FIM.
       R-VERIFICA-ULTIMA-1-EXIT.
           EXIT.

      *----GRAVA A SITUACAO NAS LINHAS DA GERACAO VERIFICADA (TROCA
      *    VIA .TMP, COMO NA LIMPEZA DE GERACOES).
       R-MARCA-CATALOGO.
           OPEN INPUT CATALOGO
           IF FS-CAT NOT = '00'
              GO TO R-MARCA-CATALOGO-FIM
           END-IF
           OPEN OUTPUT CATTEMP
           PERFORM UNTIL FS-CAT NOT = '00'
              READ CATALOGO
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CATALOGO-DATA-01 TO CATTEMP-DATA-01
                    PERFORM R-PARSE-CATALOGO
                    IF WCAT-TS = WVER-TS-ULTIMA
                       PERFORM VARYING WIDX-VER FROM 1 BY 1
                               UNTIL WIDX-VER > WQTD-VERIF
                          IF WVER-GERACAO(WIDX-VER) = WCAT-GERACAO
                             MOVE SPACES TO CATTEMP-DATA-01
                             STRING WCAT-TS ','
                                 FUNCTION TRIM(WCAT-ORIGEM) ','
                                 FUNCTION TRIM(WCAT-GERACAO) ','
                                 FUNCTION TRIM(WCAT-REGS) ','
                                 WVER-SIT(WIDX-VER) ',' WVER-AGORA ','
                                 FUNCTION TRIM(WVER-MOTIVO(WIDX-VER))
                                 DELIMITED BY SIZE INTO CATTEMP-DATA-01
                          END-IF
                       END-PERFORM
                    END-IF
                    WRITE CATTEMP-REC
              END-READ
           END-PERFORM
           CLOSE CATALOGO
           CLOSE CATTEMP
           OPEN INPUT CATTEMP
           OPEN OUTPUT CATALOGO
           PERFORM UNTIL FS-CTM NOT = '00'
              READ CATTEMP
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CATTEMP-DATA-01 TO CATALOGO-DATA-01
                    WRITE CATALOGO-REC
              END-READ
           END-PERFORM
           CLOSE CATTEMP
           CLOSE CATALOGO.
       R-MARCA-CATALOGO-FIM.
           EXIT.

       S-VERIFICA-UMA SECTION.
       R-VERIFICA-UMA-1.
           INITIALIZE WVER-LIDOS WVER-GRAVADOS WVER-DUPLIC WVER-ERROS
           MOVE 'S' TO WVER-INTEGRA
           MOVE 'V' TO WVER-SIT(WIDX-VER)
           MOVE SPACES TO WVER-MOTIVO(WIDX-VER)
           MOVE ZEROES TO WIDX-ARQ
           EVALUATE WVER-ORIGEM(WIDX-VER)
              WHEN WID-ARQ-CLIENTES     MOVE 1 TO WIDX-ARQ
              WHEN WID-ARQ-VENDEDORES   MOVE 2 TO WIDX-ARQ
              WHEN WID-ARQ-DISTRIBUICAO MOVE 3 TO WIDX-ARQ
              WHEN WID-ARQ-REGIAO       MOVE 4 TO WIDX-ARQ
              WHEN WID-ARQ-OPERADORES   MOVE 5 TO WIDX-ARQ
              WHEN WID-ARQ-LEADS        MOVE 6 TO WIDX-ARQ
              WHEN WID-ARQ-DIS-VISITA   MOVE 7 TO WIDX-ARQ
              WHEN WID-ARQ-AUDITORIA    MOVE 8 TO WIDX-ARQ
           END-EVALUATE
           MOVE WVER-GERACAO(WIDX-VER) TO WID-ARQ-BKP
           OPEN INPUT ARQBKP
           IF FS-BKP NOT = '00'
              STRING 'GERACAO ILEGIVEL - STATUS ' FS-BKP
                     DELIMITED BY SIZE INTO WVER-MOTIVO(WIDX-VER)
              GO TO R-VERIFICA-UMA-1-FALHA
           END-IF
           IF WIDX-ARQ > ZEROES AND WIDX-ARQ < 8
              PERFORM R-ABRE-TESTE
              IF FS-TST NOT = '00'
                 CLOSE ARQBKP
                 STRING 'ERRO NO ARQUIVO DE TESTE - STATUS ' FS-TST
                        DELIMITED BY SIZE INTO WVER-MOTIVO(WIDX-VER)
                 GO TO R-VERIFICA-UMA-1-FALHA
              END-IF
           END-IF
           MOVE 'N' TO WFIM-ARQ
           PERFORM R-CARREGA-TESTE UNTIL FIM-ARQ
           CLOSE ARQBKP
           IF WIDX-ARQ > ZEROES AND WIDX-ARQ < 8
              PERFORM R-FECHA-TESTE
              PERFORM R-LEITURA-TESTE THRU R-LEITURA-TESTE-FIM
              CALL 'CBL_DELETE_FILE' USING WID-ARQ-TESTE
                   RETURNING WRC-DELETE
           END-IF
           EVALUATE TRUE
              WHEN WVER-DUPLIC > ZEROES
                 STRING 'CHAVE PRIMARIA REPETIDA: ' WVER-DUPLIC
                        DELIMITED BY SIZE INTO WVER-MOTIVO(WIDX-VER)
              WHEN WVER-ERROS > ZEROES
                 STRING 'REGISTROS NAO CARREGADOS: ' WVER-ERROS
                        DELIMITED BY SIZE INTO WVER-MOTIVO(WIDX-VER)
              WHEN WVER-LIDOS NOT = WVER-REGS-CAT(WIDX-VER)
                 STRING 'LIDOS ' WVER-LIDOS ' CATALOGO '
                        WVER-REGS-CAT(WIDX-VER)
                        DELIMITED BY SIZE INTO WVER-MOTIVO(WIDX-VER)
              WHEN NOT VER-INTEGRA
                 STRING 'FALHA NA LEITURA PELA CHAVE ' WVER-CHAVE
                        ': ' WVER-CONT-CHAVE
                        DELIMITED BY SIZE INTO WVER-MOTIVO(WIDX-VER)
              WHEN OTHER
                 GO TO R-VERIFICA-UMA-1-EXIT
           END-EVALUATE.
       R-VERIFICA-UMA-1-FALHA.
           MOVE 'F' TO WVER-SIT(WIDX-VER)
           ADD 1 TO WQTD-VER-FALHAS
           PERFORM R-ALARME-VERIFICACAO.
       R-VERIFICA-UMA-1-EXIT.
           EXIT.

       R-CARREGA-TESTE.
           READ ARQBKP
              AT END
                 MOVE 'S' TO WFIM-ARQ
              NOT AT END
                 ADD 1 TO WVER-LIDOS
                 IF WIDX-ARQ > ZEROES AND WIDX-ARQ < 8
                    PERFORM R-GRAVA-TESTE
                    EVALUATE TRUE
                       WHEN FS-TST-1 = 0
                          ADD 1 TO WVER-GRAVADOS
                       WHEN FS-TST = '22'
                          ADD 1 TO WVER-DUPLIC
                       WHEN OTHER
                          ADD 1 TO WVER-ERROS
                    END-EVALUATE
                 END-IF
           END-READ
           IF FS-BKP NOT = '00' AND FS-BKP NOT = '10'
              ADD 1 TO WVER-ERROS
              MOVE 'S' TO WFIM-ARQ
           END-IF.

       R-ABRE-TESTE.
           EVALUATE WIDX-ARQ
              WHEN 1 OPEN OUTPUT CLI-TST
              WHEN 2 OPEN OUTPUT VEN-TST
              WHEN 3 OPEN OUTPUT DIS-TST
              WHEN 4 OPEN OUTPUT REG-TST
              WHEN 5 OPEN OUTPUT OPR-TST
              WHEN 6 OPEN OUTPUT LEA-TST
              WHEN 7 OPEN OUTPUT VIS-TST
           END-EVALUATE.

       R-ABRE-TESTE-LEITURA.
           EVALUATE WIDX-ARQ
              WHEN 1 OPEN INPUT CLI-TST
              WHEN 2 OPEN INPUT VEN-TST
              WHEN 3 OPEN INPUT DIS-TST
              WHEN 4 OPEN INPUT REG-TST
              WHEN 5 OPEN INPUT OPR-TST
              WHEN 6 OPEN INPUT LEA-TST
              WHEN 7 OPEN INPUT VIS-TST
           END-EVALUATE.

       R-FECHA-TESTE.
           EVALUATE WIDX-ARQ
              WHEN 1 CLOSE CLI-TST
              WHEN 2 CLOSE VEN-TST
              WHEN 3 CLOSE DIS-TST
              WHEN 4 CLOSE REG-TST
              WHEN 5 CLOSE OPR-TST
              WHEN 6 CLOSE LEA-TST
              WHEN 7 CLOSE VIS-TST
           END-EVALUATE.

       R-GRAVA-TESTE.
           EVALUATE WIDX-ARQ
              WHEN 1
                 MOVE ARQBKP-DATA-01 TO REGISTRO-CLI-T
                 WRITE REGISTRO-CLI-T
              WHEN 2
                 MOVE ARQBKP-DATA-01 TO REGISTRO-VEN-T
                 WRITE REGISTRO-VEN-T
              WHEN 3
                 MOVE ARQBKP-DATA-01 TO REGISTRO-DIS-T
                 WRITE REGISTRO-DIS-T
              WHEN 4
                 MOVE ARQBKP-DATA-01 TO REGISTRO-REG-T
                 WRITE REGISTRO-REG-T
              WHEN 5
                 MOVE ARQBKP-DATA-01 TO REGISTRO-OPR-T
                 WRITE REGISTRO-OPR-T
              WHEN 6
                 MOVE ARQBKP-DATA-01 TO REGISTRO-LEA-T
                 WRITE REGISTRO-LEA-T
              WHEN 7
                 MOVE ARQBKP-DATA-01 TO REGISTRO-VIS-T
                 WRITE REGISTRO-VIS-T
           END-EVALUATE.

      *----LEITURA INTEGRAL DO ARQUIVO DE TESTE PELA CHAVE PRIMARIA
      *    (CHAVE 0) E POR CADA ALTERNADA: TODAS DEVEM PERCORRER OS
      *    MESMOS REGISTROS GRAVADOS, SEM STATUS DE ERRO.
       R-LEITURA-TESTE.
           MOVE ZEROES TO WVER-CHAVE WVER-CONT-CHAVE
           PERFORM R-ABRE-TESTE-LEITURA
           IF FS-TST NOT = '00'
              MOVE 'N' TO WVER-INTEGRA
              GO TO R-LEITURA-TESTE-FIM
           END-IF
           PERFORM R-PERCORRE-CHAVE
                   VARYING WVER-CHAVE FROM 0 BY 1
                   UNTIL WVER-CHAVE > WVER-QTD-ALT(WIDX-ARQ)
                      OR NOT VER-INTEGRA
           IF NOT VER-INTEGRA
              SUBTRACT 1 FROM WVER-CHAVE
           END-IF
           PERFORM R-FECHA-TESTE.
       R-LEITURA-TESTE-FIM.
           EXIT.

       R-PERCORRE-CHAVE.
           MOVE ZEROES TO WVER-CONT-CHAVE
           MOVE 'N' TO WFIM-ARQ
           PERFORM R-START-TESTE
           IF FS-TST NOT = '00'
              MOVE 'S' TO WFIM-ARQ
           END-IF
           PERFORM R-LE-TESTE UNTIL FIM-ARQ
           IF WVER-CONT-CHAVE NOT = WVER-GRAVADOS
              MOVE 'N' TO WVER-INTEGRA
           END-IF.

       R-START-TESTE.
           EVALUATE WIDX-ARQ ALSO WVER-CHAVE
              WHEN 1 ALSO 0
                 MOVE LOW-VALUES TO REGISTRO-CLI-T
                 START CLI-TST KEY IS NOT LESS THAN CHAVE-CLI-T
              WHEN 1 ALSO 1
                 MOVE LOW-VALUES TO REGISTRO-CLI-T
                 START CLI-TST KEY IS NOT LESS THAN CNPJ-T
              WHEN 1 ALSO 2
                 MOVE LOW-VALUES TO REGISTRO-CLI-T
                 START CLI-TST KEY IS NOT LESS THAN CODIGO-T
              WHEN 1 ALSO 3
                 MOVE LOW-VALUES TO REGISTRO-CLI-T
                 START CLI-TST KEY IS NOT LESS THAN RAZAO-T
              WHEN 1 ALSO 4
                 MOVE LOW-VALUES TO REGISTRO-CLI-T
                 START CLI-TST KEY IS NOT LESS THAN CH01-CLI-1-T
              WHEN 2 ALSO 0
                 MOVE LOW-VALUES TO REGISTRO-VEN-T
                 START VEN-TST KEY IS NOT LESS THAN CHAVE-VEN-T
              WHEN 2 ALSO 1
                 MOVE LOW-VALUES TO REGISTRO-VEN-T
                 START VEN-TST KEY IS NOT LESS THAN CPF-VEN-T
              WHEN 2 ALSO 2
                 MOVE LOW-VALUES TO REGISTRO-VEN-T
                 START VEN-TST KEY IS NOT LESS THAN NOME-VEN-T
              WHEN 3 ALSO 0
                 MOVE LOW-VALUES TO REGISTRO-DIS-T
                 START DIS-TST KEY IS NOT LESS THAN CHAVE-DIS-T
              WHEN 3 ALSO 1
                 MOVE LOW-VALUES TO REGISTRO-DIS-T
                 START DIS-TST KEY IS NOT LESS THAN CODIGO-CLI-DIS-T
              WHEN 3 ALSO 2
                 MOVE LOW-VALUES TO REGISTRO-DIS-T
                 START DIS-TST KEY IS NOT LESS THAN CODIGO-VEN-DIS-T
              WHEN 4 ALSO 0
                 MOVE LOW-VALUES TO REGISTRO-REG-T
                 START REG-TST KEY IS NOT LESS THAN CODIGO-REG-T
              WHEN 4 ALSO 1
                 MOVE LOW-VALUES TO REGISTRO-REG-T
                 START REG-TST KEY IS NOT LESS THAN NOME-REG-T
              WHEN 5 ALSO 0
                 MOVE LOW-VALUES TO REGISTRO-OPR-T
                 START OPR-TST KEY IS NOT LESS THAN CODIGO-OPERADOR-T
              WHEN 6 ALSO 0
                 MOVE LOW-VALUES TO REGISTRO-LEA-T
                 START LEA-TST KEY IS NOT LESS THAN CODIGO-LEAD-T
              WHEN 6 ALSO 1
                 MOVE LOW-VALUES TO REGISTRO-LEA-T
                 START LEA-TST KEY IS NOT LESS THAN CNPJ-LEAD-T
              WHEN 7 ALSO 0
                 MOVE LOW-VALUES TO REGISTRO-VIS-T
                 START VIS-TST KEY IS NOT LESS THAN CHAVE-VISITA-DIS-T
           END-EVALUATE.

       R-LE-TESTE.
           EVALUATE WIDX-ARQ
              WHEN 1 READ CLI-TST NEXT
              WHEN 2 READ VEN-TST NEXT
              WHEN 3 READ DIS-TST NEXT
              WHEN 4 READ REG-TST NEXT
              WHEN 5 READ OPR-TST NEXT
              WHEN 6 READ LEA-TST NEXT
              WHEN 7 READ VIS-TST NEXT
           END-EVALUATE
           EVALUATE TRUE
              WHEN FS-TST-1 = 0
                 ADD 1 TO WVER-CONT-CHAVE
              WHEN FS-TST = '10'
                 MOVE 'S' TO WFIM-ARQ
              WHEN OTHER
                 MOVE 'N' TO WVER-INTEGRA
                 MOVE 'S' TO WFIM-ARQ
           END-EVALUATE.

      *----GERACAO REPROVADA: ALERTA-DISTRIB.DAT (COMO OS ALARMES DO
      *    MONITOR DE INTERFACES) E CAIXA DE SAIDA PARA O SUPERVISOR.
       R-ALARME-VERIFICACAO.
           OPEN EXTEND ALERTA
           IF FS-ALE = '35'
              OPEN OUTPUT ALERTA
           END-IF
           IF FS-ALE = '00'
              MOVE SPACES TO ALERTA-DATA-01
              STRING WVER-AGORA ',BACKUP,'
                  FUNCTION TRIM(WVER-ORIGEM(WIDX-VER))
                  ',SITUACAO=F,'
                  FUNCTION TRIM(WVER-MOTIVO(WIDX-VER))
                  DELIMITED BY SIZE INTO ALERTA-DATA-01
              WRITE ALERTA-REC
              CLOSE ALERTA
           END-IF
           MOVE 'BACKUP-VERIFICACAO' TO WOTB-TIPO
           MOVE 'A' TO WOTB-SEVERIDADE
           MOVE 'SUPERVISOR' TO WOTB-DESTINO
           MOVE SPACES TO WOTB-MENSAGEM
           STRING FUNCTION TRIM(WVER-GERACAO(WIDX-VER)) ': '
               FUNCTION TRIM(WVER-MOTIVO(WIDX-VER))
               DELIMITED BY SIZE INTO WOTB-MENSAGEM
           PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           MOVE WVER-GERACAO(WIDX-VER) TO WERR-ARQUIVO
           MOVE SPACES TO WERR-TEXTO
           STRING 'VERIFICACAO DO BACKUP FALHOU: '
               FUNCTION TRIM(WVER-MOTIVO(WIDX-VER))
               DELIMITED BY SIZE INTO WERR-TEXTO
           PERFORM S-GRAVA-ERRO THRU S-GRAVA-ERRO-EXIT.

      *----COMPARA UMA GERACAO DO CATALOGO COM O ARQUIVO ATUAL DO
      *    MESMO MESTRE. O RESULTADO VAI PARA COMPARA-<MESTRE>-<DATA
      *    E HORA>.CSV (TIPO,CHAVE,CAMPO,ANTES,DEPOIS), REGISTRADO NO
      *    CATALOGO DE RELATORIOS. NA DISTRIBUICAO O CSV TRAZ AINDA O
      *    RESUMO POR VENDEDOR E, A PEDIDO, AS LINHAS DA AUDITORIA
      *    DESDE A GERACAO DOS CODIGOS COM DIFERENCA (QUEM ALTEROU).
       S-COMPARA SECTION.
       R-COMPARA-1.
           PERFORM R-LISTA-CATALOGO THRU R-LISTA-CATALOGO-FIM
           IF WCONT-CAT-TAB = ZEROES
              MOVE 'CATALOGO VAZIO - NENHUMA GERACAO DISPONIVEL '
                   TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-COMPARA
              GO TO R-COMPARA-1-EXIT
           END-IF
           MOVE SPACES TO WRES-GERACAO
           MOVE 'N' TO WDIF-AUTOR
           DISPLAY TELA-COMPARA
           ACCEPT TELA-COMPARA
           IF ESC OR WRES-GERACAO = SPACES
              GO TO R-COMPARA-1-EXIT
           END-IF
           PERFORM R-LOCALIZA-GERACAO THRU R-LOCALIZA-GERACAO-FIM
           IF NOT RES-ACHOU
              MOVE 'GERACAO NAO ENCONTRADA NO CATALOGO ' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-COMPARA
              GO TO R-COMPARA-1-EXIT
           END-IF
           MOVE ZEROES TO WIDX-ARQ
           EVALUATE WRES-ORIGEM
              WHEN WID-ARQ-CLIENTES
                 MOVE 1 TO WIDX-ARQ
                 MOVE 'CLIENTES' TO WDIF-ENTIDADE
              WHEN WID-ARQ-VENDEDORES
                 MOVE 2 TO WIDX-ARQ
                 MOVE 'VENDEDORES' TO WDIF-ENTIDADE
              WHEN WID-ARQ-DISTRIBUICAO
                 MOVE 3 TO WIDX-ARQ
                 MOVE 'DISTRIBUICAO' TO WDIF-ENTIDADE
              WHEN WID-ARQ-REGIAO
                 MOVE 4 TO WIDX-ARQ
                 MOVE 'REGIAO' TO WDIF-ENTIDADE
           END-EVALUATE
           IF WIDX-ARQ = ZEROES
              MOVE 'COMPARACAO SO DE CLIENTES/VEND/DISTRIB/REGIAO '
                   TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-COMPARA
              GO TO R-COMPARA-1-EXIT
           END-IF
           MOVE SPACES TO WID-ARQ-BKP
           MOVE WRES-GERACAO TO WID-ARQ-BKP
           OPEN INPUT ARQBKP
           IF FS-BKP NOT = '00'
              MOVE FS-BKP TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-BKP TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT GERACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-BKP TO WST
              PERFORM R-MSG-COMPARA
              GO TO R-COMPARA-1-EXIT
           END-IF
           PERFORM R-ABRE-ORIGEM
           IF FS-ARQ NOT = '00'
              MOVE FS-ARQ TO WFS-COD-TRADUZIR
              MOVE WRES-ORIGEM TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ ATUAL: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-ARQ TO WST
              PERFORM R-MSG-COMPARA
              CLOSE ARQBKP
              GO TO R-COMPARA-1-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WDIF-AGORA
           MOVE SPACES TO WID-ARQ-DIF
           STRING 'COMPARA-' FUNCTION TRIM(WDIF-ENTIDADE) '-'
                  WDIF-AGORA '.CSV'
                  DELIMITED BY SIZE INTO WID-ARQ-DIF
           OPEN OUTPUT ARQDIF
           IF FS-DIF NOT = '00'
              MOVE FS-DIF TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DIF TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT RELATORIO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-DIF TO WST
              PERFORM R-MSG-COMPARA
              CLOSE ARQBKP
              PERFORM R-FECHA-ORIGEM
              GO TO R-COMPARA-1-EXIT
           END-IF
           INITIALIZE WDIF-INCLUIDOS WDIF-EXCLUIDOS WDIF-ALTERADOS
                      WCATR-LINHAS WQTD-DIF-COD WDIF-AUTORIAS
                      WTAB-DIF-VEN
           MOVE WMST-TAM-CHAVE(WIDX-ARQ) TO WDIF-TAM-CHAVE
           COMPUTE WDIF-ULT-CPO = WMST-PRIM-CPO(WIDX-ARQ)
                                + WMST-QTD-CPO(WIDX-ARQ) - 1
           MOVE SPACES TO ARQDIF-DATA-01
           STRING 'TIPO,CHAVE,CAMPO,ANTES,DEPOIS - GERACAO '
                  FUNCTION TRIM(WRES-GERACAO) ' X ATUAL EM '
                  WDIF-AGORA
                  DELIMITED BY SIZE INTO ARQDIF-DATA-01
           PERFORM R-GRAVA-DIF
           MOVE 'N' TO WDIF-FIM-BKP WDIF-FIM-ATU
           PERFORM R-LE-DIF-BKP
           PERFORM R-LE-DIF-ATU
           PERFORM R-BALANCEIA-DIF UNTIL FIM-BKP AND FIM-ATU
           CLOSE ARQBKP
           PERFORM R-FECHA-ORIGEM
           IF WIDX-ARQ = 3
              PERFORM R-RESUMO-DIF-VEN
                      VARYING WIDX-DCOD FROM 1 BY 1
                      UNTIL WIDX-DCOD > 999
           END-IF
           IF DIF-COM-AUTOR AND WQTD-DIF-COD > ZEROES
              PERFORM R-AUTORES-DIF THRU R-AUTORES-DIF-FIM
           END-IF
           CLOSE ARQDIF
           MOVE WID-ARQ-DIF TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'GERACAO=' WRES-TS
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'INCL ' WDIF-INCLUIDOS ' EXCL ' WDIF-EXCLUIDOS
                  ' ALTER ' WDIF-ALTERADOS ' - VIDE CSV'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           PERFORM R-MSG-COMPARA.
       R-COMPARA-1-EXIT.
           EXIT.

       R-LE-DIF-BKP.
           READ ARQBKP
              AT END
                 MOVE 'S' TO WDIF-FIM-BKP
              NOT AT END
                 MOVE ARQBKP-DATA-01 TO WDIF-IMG-BKP
                 MOVE SPACES TO WDIF-CHAVE-BKP
                 MOVE WDIF-IMG-BKP(1:WDIF-TAM-CHAVE) TO WDIF-CHAVE-BKP
           END-READ
           IF FS-BKP NOT = '00'
              MOVE 'S' TO WDIF-FIM-BKP
              MOVE HIGH-VALUES TO WDIF-CHAVE-BKP
           END-IF.

       R-LE-DIF-ATU.
           MOVE SPACES TO WDIF-IMG-ATU
           EVALUATE WIDX-ARQ
              WHEN 1
                 READ CLIENTES NEXT
                 IF FS-ARQ = '00'
                    MOVE REGISTRO-CLIENTES TO WDIF-IMG-ATU
                 END-IF
              WHEN 2
                 READ VENDEDORES NEXT
                 IF FS-ARQ = '00'
                    MOVE REGISTRO-VENDEDORES TO WDIF-IMG-ATU
                 END-IF
              WHEN 3
                 READ DISTRIBUICAO NEXT
                 IF FS-ARQ = '00'
                    MOVE REGISTRO-DISTRIBUICAO TO WDIF-IMG-ATU
                 END-IF
              WHEN 4
                 READ REGIAO NEXT
                 IF FS-ARQ = '00'
                    MOVE REGISTRO-REGIAO TO WDIF-IMG-ATU
                 END-IF
           END-EVALUATE
           IF FS-ARQ = '00'
              MOVE SPACES TO WDIF-CHAVE-ATU
              MOVE WDIF-IMG-ATU(1:WDIF-TAM-CHAVE) TO WDIF-CHAVE-ATU
           ELSE
              MOVE 'S' TO WDIF-FIM-ATU
              MOVE HIGH-VALUES TO WDIF-CHAVE-ATU
           END-IF.

      *----CHAVE SO NA GERACAO = EXCLUIDO; SO NO ATUAL = INCLUIDO;
      *    NOS DOS DOIS COM IMAGEM DIFERENTE = UMA LINHA POR CAMPO
      *    ALTERADO.
       R-BALANCEIA-DIF.
           EVALUATE TRUE
              WHEN WDIF-CHAVE-BKP < WDIF-CHAVE-ATU
                 ADD 1 TO WDIF-EXCLUIDOS
                 MOVE 'EXCLUIDO' TO WDIF-TIPO
                 MOVE WDIF-CHAVE-BKP TO WDIF-CHAVE-REL
                 MOVE WMST-CPO-DESC(WIDX-ARQ) TO WIDX-CPO
                 PERFORM R-VALORES-CAMPO
                 MOVE SPACES TO WDIF-DEPOIS
                 PERFORM R-LINHA-DIF
                 IF WIDX-ARQ = 3
                    MOVE WDIF-IMG-BKP(8:3) TO WDIF-VEN
                    IF WDIF-VEN > ZEROES
                       ADD 1 TO WDVEN-PERDEU(WDIF-VEN)
                    END-IF
                 END-IF
                 PERFORM R-GUARDA-CODIGO
                 PERFORM R-LE-DIF-BKP
              WHEN WDIF-CHAVE-BKP > WDIF-CHAVE-ATU
                 ADD 1 TO WDIF-INCLUIDOS
                 MOVE 'INCLUIDO' TO WDIF-TIPO
                 MOVE WDIF-CHAVE-ATU TO WDIF-CHAVE-REL
                 MOVE WMST-CPO-DESC(WIDX-ARQ) TO WIDX-CPO
                 PERFORM R-VALORES-CAMPO
                 MOVE SPACES TO WDIF-ANTES
                 PERFORM R-LINHA-DIF
                 IF WIDX-ARQ = 3
                    MOVE WDIF-IMG-ATU(8:3) TO WDIF-VEN
                    IF WDIF-VEN > ZEROES
                       ADD 1 TO WDVEN-GANHOU(WDIF-VEN)
                    END-IF
                 END-IF
                 PERFORM R-GUARDA-CODIGO
                 PERFORM R-LE-DIF-ATU
              WHEN OTHER
                 IF WDIF-IMG-BKP NOT = WDIF-IMG-ATU
                    ADD 1 TO WDIF-ALTERADOS
                    MOVE 'ALTERADO' TO WDIF-TIPO
                    MOVE WDIF-CHAVE-ATU TO WDIF-CHAVE-REL
                    PERFORM R-COMPARA-CAMPO
                            VARYING WIDX-CPO
                            FROM WMST-PRIM-CPO(WIDX-ARQ) BY 1
                            UNTIL WIDX-CPO > WDIF-ULT-CPO
                    IF WIDX-ARQ = 3
                       PERFORM R-CONTA-ALTERACAO-VEN
                    END-IF
                    PERFORM R-GUARDA-CODIGO
                 END-IF
                 PERFORM R-LE-DIF-BKP
                 PERFORM R-LE-DIF-ATU
           END-EVALUATE.

       R-COMPARA-CAMPO.
           MOVE WCPO-POS(WIDX-CPO) TO WDIF-POS
           MOVE WCPO-TAM(WIDX-CPO) TO WDIF-TAM
           IF WDIF-IMG-BKP(WDIF-POS:WDIF-TAM) NOT =
              WDIF-IMG-ATU(WDIF-POS:WDIF-TAM)
              PERFORM R-VALORES-CAMPO
              PERFORM R-LINHA-DIF
           END-IF.

       R-VALORES-CAMPO.
           MOVE WCPO-NOME(WIDX-CPO) TO WDIF-CAMPO
           MOVE WCPO-POS(WIDX-CPO) TO WDIF-POS
           MOVE WCPO-TAM(WIDX-CPO) TO WDIF-TAM
           MOVE SPACES TO WDIF-ANTES WDIF-DEPOIS
           MOVE WDIF-IMG-BKP(WDIF-POS:WDIF-TAM) TO WDIF-ANTES
           MOVE WDIF-IMG-ATU(WDIF-POS:WDIF-TAM) TO WDIF-DEPOIS.

      *----VINCULO QUE GANHOU DATA FIM DESDE A GERACAO CONTA COMO
      *    ENCERRADO; QUALQUER OUTRA ALTERACAO COMO OUTRA.
       R-CONTA-ALTERACAO-VEN.
           MOVE WDIF-IMG-ATU(8:3) TO WDIF-VEN
           IF WDIF-VEN > ZEROES
              IF WDIF-IMG-BKP(31:8) = '00000000' AND
                 WDIF-IMG-ATU(31:8) NOT = '00000000'
                 ADD 1 TO WDVEN-ENCERROU(WDIF-VEN)
              ELSE
                 ADD 1 TO WDVEN-OUTRAS(WDIF-VEN)
              END-IF
           END-IF.

       R-LINHA-DIF.
           MOVE SPACES TO ARQDIF-DATA-01
           STRING FUNCTION TRIM(WDIF-TIPO) ','
                  FUNCTION TRIM(WDIF-CHAVE-REL) ','
                  FUNCTION TRIM(WDIF-CAMPO) ',"'
                  FUNCTION TRIM(WDIF-ANTES) '","'
                  FUNCTION TRIM(WDIF-DEPOIS) '"'
                  DELIMITED BY SIZE INTO ARQDIF-DATA-01
           PERFORM R-GRAVA-DIF.

       R-GRAVA-DIF.
           WRITE ARQDIF-REC
           ADD 1 TO WCATR-LINHAS.

      *----GUARDA O CODIGO DO REGISTRO (CLIENTE NA DISTRIBUICAO) PARA
      *    A BUSCA DE AUTORIA. A COMPARACAO CORRE NA ORDEM DA CHAVE,
      *    ENTAO BASTA NAO REPETIR O ULTIMO GUARDADO.
       R-GUARDA-CODIGO.
           IF WIDX-ARQ = 1 OR WIDX-ARQ = 3
              MOVE WDIF-CHAVE-REL(1:7) TO WDIF-CODIGO
           ELSE
              MOVE WDIF-CHAVE-REL(1:3) TO WDIF-CODIGO
           END-IF
           IF WQTD-DIF-COD > ZEROES
              IF WDCOD-CODIGO(WQTD-DIF-COD) = WDIF-CODIGO
                 GO TO R-GUARDA-CODIGO-FIM
              END-IF
           END-IF
           IF WQTD-DIF-COD < 2000
              ADD 1 TO WQTD-DIF-COD
              MOVE WDIF-CODIGO TO WDCOD-CODIGO(WQTD-DIF-COD)
           END-IF.
       R-GUARDA-CODIGO-FIM.
           EXIT.

       R-RESUMO-DIF-VEN.
           IF WDVEN-ITEM(WIDX-DCOD) = ZEROES
              GO TO R-RESUMO-DIF-VEN-FIM
           END-IF
           MOVE WIDX-DCOD TO WDIF-VEN
           MOVE SPACES TO ARQDIF-DATA-01
           STRING 'RESUMO-VENDEDOR,' WDIF-VEN ',VINCULOS,"GANHOS='
                  WDVEN-GANHOU(WIDX-DCOD) ' PERDIDOS='
                  WDVEN-PERDEU(WIDX-DCOD) '","ENCERRADOS='
                  WDVEN-ENCERROU(WIDX-DCOD) ' OUTRAS='
                  WDVEN-OUTRAS(WIDX-DCOD) '"'
                  DELIMITED BY SIZE INTO ARQDIF-DATA-01
           PERFORM R-GRAVA-DIF.
       R-RESUMO-DIF-VEN-FIM.
           EXIT.

      *----LINHAS DA AUDITORIA GRAVADAS DESDE A GERACAO PARA OS
      *    CODIGOS COM DIFERENCA: MOSTRAM QUEM FEZ CADA ALTERACAO.
       R-AUTORES-DIF.
           OPEN INPUT AUDITORIA
           IF FS-AUD NOT = '00'
              GO TO R-AUTORES-DIF-FIM
           END-IF
           PERFORM UNTIL FS-AUD NOT = '00'
              READ AUDITORIA
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM R-AVALIA-AUTOR THRU R-AVALIA-AUTOR-FIM
              END-READ
           END-PERFORM
           CLOSE AUDITORIA.
       R-AUTORES-DIF-FIM.
           EXIT.

       R-AVALIA-AUTOR.
           MOVE SPACES TO WDAUD-TS WDAUD-USER WDAUD-ENT WDAUD-OP
                          WDAUD-COD
           UNSTRING AUDITORIA-DATA-01 DELIMITED BY ','
               INTO WDAUD-TS WDAUD-USER WDAUD-ENT WDAUD-OP WDAUD-COD
           IF WDAUD-TS < WRES-TS OR WDAUD-ENT NOT = WDIF-ENTIDADE
              GO TO R-AVALIA-AUTOR-FIM
           END-IF
           IF FUNCTION TRIM(WDAUD-COD) IS NOT NUMERIC
              GO TO R-AVALIA-AUTOR-FIM
           END-IF
           MOVE FUNCTION NUMVAL(WDAUD-COD) TO WDIF-CODIGO
           MOVE 'N' TO WDCOD-ACHOU
           PERFORM VARYING WIDX-DCOD FROM 1 BY 1
                   UNTIL WIDX-DCOD > WQTD-DIF-COD OR DCOD-ACHOU
              IF WDCOD-CODIGO(WIDX-DCOD) = WDIF-CODIGO
                 MOVE 'S' TO WDCOD-ACHOU
              END-IF
           END-PERFORM
           IF NOT DCOD-ACHOU
              GO TO R-AVALIA-AUTOR-FIM
           END-IF
           ADD 1 TO WDIF-AUTORIAS
           MOVE SPACES TO ARQDIF-DATA-01
           STRING 'AUTOR,' FUNCTION TRIM(WDAUD-COD) ','
                  FUNCTION TRIM(WDAUD-USER) ',"' WDAUD-TS '","'
                  WDAUD-OP '"'
                  DELIMITED BY SIZE INTO ARQDIF-DATA-01
           PERFORM R-GRAVA-DIF.
       R-AVALIA-AUTOR-FIM.
           EXIT.

       R-MSG-COMPARA.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

       COPY CATALOGO.CPY.

       COPY OUTBOX.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
