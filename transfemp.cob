       IDENTIFICATION DIVISION.
       PROGRAM-ID.  transfemp.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----OS ARQUIVOS DE CADASTRO SAO OS MESMOS PARA AS DUAS EMPRESAS:
      *    O NOME E TROCADO ENTRE A FASE DA ORIGEM E A DO DESTINO.
       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTES
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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDORES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT REGIAO ASSIGN TO  DISK WID-ARQ-REGIOES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-REG
              ALTERNATE RECORD KEY IS NOME-REG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-REG.

       SELECT DIS-VISITA ASSIGN TO DISK WID-ARQ-DIS-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT PROXCOD ASSIGN TO DISK WID-ARQ-PROXCOD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS ENTIDADE-PROX
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRX.

       SELECT EMPRESAS ASSIGN TO DISK WID-ARQ-EMPRESAS
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-EMP.

       SELECT TRFXREF ASSIGN TO DISK WID-ARQ-TRFXREF
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TXR.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       FD REGIAO.
       01  REGISTRO-REGIAO.
           02 CODIGO-REG                PIC  9(003).
           02 NOME-REG                  PIC  X(030).
           02 COD-SUPERVISOR-REG        PIC  9(003).
           02 DESCRICAO-REG             PIC  X(050).
           02 LAT-MIN-REG               PIC S9(003)v9(008).
           02 LAT-MAX-REG               PIC S9(003)v9(008).
           02 LON-MIN-REG               PIC S9(003)v9(008).
           02 LON-MAX-REG               PIC S9(003)v9(008).
           02 COD-MACRO-REG             PIC  9(002).

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

       FD PROXCOD.
       01  REG-PROXCOD.
           02 ENTIDADE-PROX             PIC  X(010).
           02 PROX-NUM                  PIC  9(007).

       FD  EMPRESAS.
       01  EMPRESAS-REC.
           05  EMPRESAS-DATA-01     PIC X(00300).

      *----REFERENCIA CRUZADA DAS TRANSFERENCIAS ENTRE EMPRESAS: UMA
      *    LINHA POR VENDEDOR/CLIENTE TRANSFERIDO COM DATA-HORA,
      *    OPERADOR, ENTIDADE, EMPRESA E CODIGO DE ORIGEM, EMPRESA E
      *    CODIGO NO DESTINO, CPF/CNPJ E SITUACAO DO CODIGO (M=MESMO
      *    CODIGO, N=CODIGO NOVO, R=JA CADASTRADO NO DESTINO).
       FD  TRFXREF.
       01  TRFXREF-REC.
           05  TRFXREF-DATA-01      PIC X(00200).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-REG.
           02 FS-REG-1                PIC 9.
           02 FS-REG-2                PIC 9.
           02 FS-REG-R REDEFINES FS-REG-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-PRX.
           02 FS-PRX-1                PIC 9.
           02 FS-PRX-2                PIC 9.
           02 FS-PRX-R REDEFINES FS-PRX-2 PIC 99 COMP-X.
       01 FS-EMP.
           02 FS-EMP-1                PIC 9.
           02 FS-EMP-2                PIC 9.
           02 FS-EMP-R REDEFINES FS-EMP-2 PIC 99 COMP-X.
       01 FS-TXR.
           02 FS-TXR-1                PIC 9.
           02 FS-TXR-2                PIC 9.
           02 FS-TXR-R REDEFINES FS-TXR-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-CLIENTES        PIC X(50) VALUE SPACES.
       01 WID-ARQ-VENDEDORES      PIC X(50) VALUE SPACES.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50) VALUE SPACES.
       01 WID-ARQ-REGIOES         PIC X(50) VALUE SPACES.
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-PROXCOD         PIC X(50) VALUE 'PROXCODIGO.DAT'.
       01 WID-ARQ-EMPRESAS        PIC X(50) VALUE 'EMPRESAS.DAT'.
       01 WID-ARQ-TRFXREF         PIC X(50) VALUE
              'TRANSF-EMPRESA-XREF.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----ARQUIVOS DA EMPRESA DE ORIGEM (A EMPRESA CORRENTE) E DA
      *    EMPRESA DE DESTINO (LIDOS DE EMPRESAS.DAT; CAMPO EM BRANCO
      *    = NOME PADRAO).
       01 WORG-EMP                PIC X(002) VALUE SPACES.
       01 WORG-ARQ-CLI            PIC X(50) VALUE SPACES.
       01 WORG-ARQ-VEN            PIC X(50) VALUE SPACES.
       01 WORG-ARQ-DIS            PIC X(50) VALUE SPACES.
       01 WORG-ARQ-VAT            PIC X(50) VALUE SPACES.
       01 WDST-NOME               PIC X(030) VALUE SPACES.
       01 WDST-ARQ-CLI            PIC X(50) VALUE SPACES.
       01 WDST-ARQ-VEN            PIC X(50) VALUE SPACES.
       01 WDST-ARQ-DIS            PIC X(50) VALUE SPACES.
       01 WDST-ARQ-REG            PIC X(50) VALUE SPACES.
       01 WDST-ARQ-VAT            PIC X(50) VALUE SPACES.
       01 WEMP-T-COD              PIC X(002) VALUE SPACES.
       01 WEMP-T-NOME             PIC X(030) VALUE SPACES.
       01 WEMP-T-CLI              PIC X(050) VALUE SPACES.
       01 WEMP-T-VEN              PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS              PIC X(050) VALUE SPACES.
       01 WEMP-T-REG              PIC X(050) VALUE SPACES.
       01 WEMP-ACHOU              PIC X VALUE 'N'.
          88 EMP-ACHOU                 VALUE 'S'.

      *----PARAMETROS INFORMADOS NA TELA
       01 WTRF-VEN                PIC 9(003) VALUE ZEROES.
       01 WTRF-EMP-DST            PIC X(002) VALUE SPACES.
       01 WTRF-REGIAO             PIC 9(003) VALUE ZEROES.
       01 WTRF-LEVA-CLI           PIC X(001) VALUE 'S'.
          88 TRF-LEVA-CLI              VALUE 'S' 's'.

      *----VENDEDOR TRANSFERIDO: IMAGEM DO REGISTRO NA ORIGEM E CODIGO
      *    NO DESTINO (SITUACAO M/N/R COMO NA REFERENCIA CRUZADA).
       01 WTRF-REG-VEN            PIC X(139) VALUE SPACES.
       01 WTRF-CPF                PIC 9(011) VALUE ZEROES.
       01 WTRF-NOME-VEN           PIC X(040) VALUE SPACES.
       01 WTRF-STATUS-VEN         PIC X(001) VALUE SPACE.
       01 WTRF-VEN-NOVO           PIC 9(003) VALUE ZEROES.
       01 WTRF-VEN-SIT            PIC X(001) VALUE SPACE.
       01 WTRF-VEN-SIT-TXT        PIC X(024) VALUE SPACES.
       01 WTRF-NOME-REG           PIC X(030) VALUE SPACES.
       01 WTRF-SUPERV-REG         PIC 9(003) VALUE ZEROES.
       01 WTRF-VEN-OK             PIC X VALUE 'N'.
          88 TRF-VEN-OK                VALUE 'S'.

      *----VINCULOS ABERTOS DO VENDEDOR NA ORIGEM. WLNK-IDX-CLI APONTA
      *    PARA O CLIENTE EM WTAB-CLI QUANDO O CLIENTE VAI JUNTO.
       01 WTAB-LNK.
          02 WLNK-LINHA OCCURS 2000 TIMES.
             03 WLNK-CLI          PIC 9(007).
             03 WLNK-TIPO         PIC X(001).
             03 WLNK-DIST         PIC S9(008)V9(003).
             03 WLNK-LOCK         PIC X(001).
             03 WLNK-IDX-CLI      PIC 9(004).
       77 WQTD-LNK                PIC 9(004) VALUE ZEROES.
       77 WIDX-LNK                PIC 9(004) VALUE ZEROES.

      *----CLIENTES PRIMARIOS QUE ACOMPANHAM O VENDEDOR: IMAGEM DO
      *    REGISTRO NA ORIGEM E CODIGO NO DESTINO. SITUACAO M/N/R OU
      *    F QUANDO A GRAVACAO NO DESTINO FALHOU (O CLIENTE FICA NA
      *    ORIGEM).
       01 WTAB-CLI.
          02 WTC-LINHA OCCURS 2000 TIMES.
             03 WTC-COD-ORG       PIC 9(007).
             03 WTC-COD-DST       PIC 9(007).
             03 WTC-SIT           PIC X(001).
             03 WTC-IMG           PIC X(222).
       77 WQTD-CLI                PIC 9(004) VALUE ZEROES.
       77 WIDX-CLI                PIC 9(004) VALUE ZEROES.

      *----OUTROS VINCULOS ABERTOS DOS CLIENTES QUE SAEM DA EMPRESA
      *    (RESERVAS DE OUTROS VENDEDORES), ENCERRADOS NA ORIGEM.
       01 WTAB-OUT.
          02 WOUT-LINHA OCCURS 4000 TIMES.
             03 WOUT-CLI          PIC 9(007).
             03 WOUT-VEN          PIC 9(003).
       77 WQTD-OUT                PIC 9(004) VALUE ZEROES.
       77 WIDX-OUT                PIC 9(004) VALUE ZEROES.

       77 WCONT-CLI-M             PIC 9(004) VALUE ZEROES.
       77 WCONT-CLI-N             PIC 9(004) VALUE ZEROES.
       77 WCONT-CLI-R             PIC 9(004) VALUE ZEROES.
       77 WCONT-CLI-TRF           PIC 9(004) VALUE ZEROES.
       77 WCONT-ABERTOS           PIC 9(004) VALUE ZEROES.
       77 WCONT-JA-ATENDIDO       PIC 9(004) VALUE ZEROES.
       77 WCONT-ENCERRADOS        PIC 9(004) VALUE ZEROES.
       77 WCONT-VISITAS           PIC 9(006) VALUE ZEROES.
       77 WCONT-FALHAS            PIC 9(004) VALUE ZEROES.

       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.
       01 WCOD-CLI-AUX            PIC 9(007) VALUE ZEROES.
       01 WVEN-AUX                PIC 9(003) VALUE ZEROES.
       01 WCNPJ-AUX               PIC 9(014) VALUE ZEROES.
       01 WTEM-PRIMARIO           PIC X VALUE 'N'.
          88 TEM-PRIMARIO              VALUE 'S'.
       01 WVIS-POSICAO.
          02 WVIS-POS-CLI         PIC 9(007).
          02 WVIS-POS-VEN         PIC 9(003).
          02 WVIS-POS-DATA        PIC X(014).
       01 WVIS-CLI-DST            PIC 9(007) VALUE ZEROES.

       01 WPROX-ENTIDADE          PIC X(010) VALUE SPACES.
       01 WPROX-RESERVADO         PIC 9(007) VALUE ZEROES.

      *----RESUMO DO VINCULO ABERTO POR CLIENTE (VIDE VINC-ATUAL.CPY),
      *    MANTIDO NAS DUAS EMPRESAS.
       01 FS-VAT.
           02 FS-VAT-1                 PIC 9.
           02 FS-VAT-2                 PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.
       01 WVAT-CLI                PIC 9(007) VALUE ZEROES.
       01 WVAT-PRIM               PIC 9(003) VALUE ZEROES.
       01 WVAT-RES                PIC 9(003) VALUE ZEROES.
       01 WVAT-DIST-PRIM          PIC S9(008)V9(003) VALUE ZEROES.
       01 WVAT-DIST-RES           PIC S9(008)V9(003) VALUE ZEROES.
       01 WVAT-FS-SALVA           PIC X(002) VALUE SPACES.

       01 WAUD-DISP               PIC X VALUE 'N'.
          88 AUD-DISP                  VALUE 'S'.
       01 WAUD-ENTIDADE           PIC X(015) VALUE SPACES.
       01 WAUD-OPERACAO           PIC X(001) VALUE SPACE.
       01 WAUD-CODIGO             PIC X(014) VALUE SPACES.
       01 WAUD-EMPRESA            PIC X(002) VALUE SPACES.
       01 WAUD-ANTES              PIC X(120) VALUE SPACES.
       01 WAUD-DEPOIS             PIC X(120) VALUE SPACES.
       01 WAUD-DATA-HORA          PIC X(014).
       01 WAUD-USUARIO            PIC X(020).

       01 WTXR-DISP               PIC X VALUE 'N'.
          88 TXR-DISP                  VALUE 'S'.
       01 WTXR-ENTIDADE           PIC X(010) VALUE SPACES.
       01 WTXR-COD-ORG            PIC X(007) VALUE SPACES.
       01 WTXR-COD-DST            PIC X(007) VALUE SPACES.
       01 WTXR-DOC                PIC X(014) VALUE SPACES.
       01 WTXR-SIT                PIC X(001) VALUE SPACE.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'transfemp'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-TRANSFEMP.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - TRANSFERENCIA ENTRE
      -" EMPRESAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "EMPRESA DE ORIGEM..............:".
          02 LINE 5 COL 38 PIC X(002) FROM WORG-EMP.
          02 LINE 7 COL 5 VALUE "VENDEDOR A TRANSFERIR..........:".
          02 SCR-TRF-VEN LINE 7 COL 38 PIC 9(003)
                 USING WTRF-VEN AUTO.
          02 LINE 8 COL 5 VALUE "EMPRESA DE DESTINO.............:".
          02 SCR-TRF-EMP LINE 8 COL 38 PIC X(002)
                 USING WTRF-EMP-DST AUTO.
          02 LINE 9 COL 5 VALUE "REGIAO DO VENDEDOR NO DESTINO..:".
          02 SCR-TRF-REG LINE 9 COL 38 PIC 9(003)
                 USING WTRF-REGIAO AUTO.
          02 LINE 10 COL 5 VALUE "LEVAR OS CLIENTES PRIMARIOS (S/N):".
          02 SCR-TRF-LEVA LINE 10 COL 40 PIC X(001)
                 USING WTRF-LEVA-CLI AUTO.
          02 LINE 12 COL 5 VALUE
             "OS VINCULOS NA ORIGEM SAO ENCERRADOS COM MOTIVO TE.".
          02 LINE 13 COL 5 VALUE
             "NADA E GRAVADO ANTES DA CONFIRMACAO DA PREVIA.".
          02 LINE 16 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-PREVIA-TRF.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - PREVIA DA TRANSFERE
      -"NCIA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "VENDEDOR:".
          02 LINE 5 COL 15 PIC 9(003) FROM WTRF-VEN.
          02 LINE 5 COL 19 PIC X(040) FROM WTRF-NOME-VEN.
          02 LINE 6 COL 5 VALUE "EMPRESA:".
          02 LINE 6 COL 15 PIC X(002) FROM WORG-EMP.
          02 LINE 6 COL 18 VALUE "->".
          02 LINE 6 COL 21 PIC X(002) FROM WTRF-EMP-DST.
          02 LINE 6 COL 24 PIC X(030) FROM WDST-NOME.
          02 LINE 7 COL 5 VALUE "CODIGO NO DESTINO:".
          02 LINE 7 COL 24 PIC 9(003) FROM WTRF-VEN-NOVO.
          02 LINE 7 COL 28 PIC X(024) FROM WTRF-VEN-SIT-TXT.
          02 LINE 8 COL 5 VALUE "REGIAO NO DESTINO:".
          02 LINE 8 COL 24 PIC 9(003) FROM WTRF-REGIAO.
          02 LINE 8 COL 28 PIC X(030) FROM WTRF-NOME-REG.
          02 LINE 10 COL 5 VALUE "VINCULOS ABERTOS DO VENDEDOR......:".
          02 LINE 10 COL 41 PIC ZZZ9 FROM WQTD-LNK.
          02 LINE 11 COL 5 VALUE "CLIENTES PRIMARIOS A TRANSFERIR...:".
          02 LINE 11 COL 41 PIC ZZZ9 FROM WQTD-CLI.
          02 LINE 12 COL 5 VALUE "   MANTEM O CODIGO NO DESTINO.....:".
          02 LINE 12 COL 41 PIC ZZZ9 FROM WCONT-CLI-M.
          02 LINE 13 COL 5 VALUE "   RECEBEM CODIGO NOVO............:".
          02 LINE 13 COL 41 PIC ZZZ9 FROM WCONT-CLI-N.
          02 LINE 14 COL 5 VALUE "   JA CADASTRADOS NO DESTINO(CNPJ):".
          02 LINE 14 COL 41 PIC ZZZ9 FROM WCONT-CLI-R.
          02 LINE 15 COL 5 VALUE "OUTROS VINCULOS DOS CLIENTES......:".
          02 LINE 15 COL 41 PIC ZZZ9 FROM WQTD-OUT.
          02 LINE 17 COL 5 VALUE
             "NA ORIGEM O VENDEDOR E OS CLIENTES FICAM INATIVOS.".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----TRANSFERENCIA DE VENDEDOR ENTRE EMPRESAS: LEVA O CADASTRO DO
      *    VENDEDOR DA EMPRESA CORRENTE PARA OS ARQUIVOS DE OUTRA
      *    EMPRESA DE EMPRESAS.DAT E, SE PEDIDO, OS CLIENTES DE QUE ELE
      *    E O PRIMARIO. CODIGOS QUE JA EXISTEM NO DESTINO SAO TROCADOS
      *    PELO PROXIMO LIVRE DE PROXCODIGO.DAT (CPF/CNPJ JA CADASTRADO
      *    NO DESTINO REAPROVEITA O CODIGO DE LA). OS VINCULOS ABERTOS
      *    NA ORIGEM SAO ENCERRADOS COM MOTIVO 'TE' E OS EQUIVALENTES
      *    ABERTOS NO DESTINO; O HISTORICO DE VISITAS E RECHAVEADO
      *    PARA OS CODIGOS NOVOS. CADA CODIGO VAI PARA A REFERENCIA
      *    CRUZADA E CADA ALTERACAO PARA A AUDITORIA, COM A EMPRESA DO
      *    LADO ALTERADO.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           MOVE WEMPRESA-LID TO WORG-EMP
           IF WORG-EMP = SPACES
              MOVE '01' TO WORG-EMP
           END-IF
           MOVE WID-ARQ-CLIENTE-1 TO WORG-ARQ-CLI
           MOVE WID-ARQ-VENDEDOR-1 TO WORG-ARQ-VEN
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WORG-ARQ-DIS
           MOVE 'VINCULO-ATUAL.DAT' TO WORG-ARQ-VAT
           IF WORG-EMP NOT = '01'
              MOVE SPACES TO WORG-ARQ-VAT
              STRING 'VINCULO-ATUAL-E' WORG-EMP '.DAT'
                  DELIMITED BY SIZE INTO WORG-ARQ-VAT
           END-IF
           DISPLAY TELA-TRANSFEMP
           ACCEPT TELA-TRANSFEMP
           IF ESC
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-DESTINO THRU R-CARREGA-DESTINO-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-LEVANTA-ORIGEM THRU R-LEVANTA-ORIGEM-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-LEVANTA-DESTINO THRU R-LEVANTA-DESTINO-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           DISPLAY TELA-PREVIA-TRF
           MOVE 'CONFIRMA A TRANSFERENCIA? S/N' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           IF WX NOT = 'S' AND WX NOT = 's'
              MOVE 'NADA FOI GRAVADO ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-APLICA-TRANSFERENCIA
                 THRU R-APLICA-TRANSFERENCIA-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           MOVE SPACES TO WTXT
           STRING 'VEN ' WTRF-VEN-NOVO ' CLI ' WCONT-CLI-TRF
                  ' VIS ' WCONT-VISITAS ' FALHAS ' WCONT-FALHAS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----EMPRESA DE DESTINO: PRECISA ESTAR EM EMPRESAS.DAT, SER
      *    DIFERENTE DA CORRENTE E NAO USAR OS MESMOS ARQUIVOS DELA.
       S-CARREGA-DESTINO SECTION.
       R-CARREGA-DESTINO-1.
           MOVE 'N' TO WEMP-ACHOU
           IF WTRF-EMP-DST = WORG-EMP
              MOVE 'EMPRESA DE DESTINO IGUAL A DE ORIGEM ' TO WTXT
              GO TO R-CARREGA-DESTINO-1-ERRO
           END-IF
           OPEN INPUT EMPRESAS.
           IF FS-EMP NOT = '00'
              MOVE FS-EMP TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-EMPRESAS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT EMPRESAS: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-CARREGA-DESTINO-1-ERRO
           END-IF
           PERFORM UNTIL FS-EMP NOT = '00' OR EMP-ACHOU
              READ EMPRESAS
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    IF WEMP-T-COD IS NUMERIC AND
                       WEMP-T-NOME NOT = SPACES AND
                       WEMP-T-COD = WTRF-EMP-DST
                       MOVE 'S' TO WEMP-ACHOU
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPRESAS
           IF NOT EMP-ACHOU
              MOVE 'EMPRESA DE DESTINO NAO CADASTRADA ' TO WTXT
              GO TO R-CARREGA-DESTINO-1-ERRO
           END-IF
           MOVE WEMP-T-NOME TO WDST-NOME
           MOVE 'CLIENTES.DAT' TO WDST-ARQ-CLI
           MOVE 'VENDEDOR.DAT' TO WDST-ARQ-VEN
           MOVE 'DISTRIBUICAO.DAT' TO WDST-ARQ-DIS
           MOVE 'REGIAO.DAT' TO WDST-ARQ-REG
           IF WEMP-T-CLI NOT = SPACES
              MOVE WEMP-T-CLI TO WDST-ARQ-CLI
           END-IF
           IF WEMP-T-VEN NOT = SPACES
              MOVE WEMP-T-VEN TO WDST-ARQ-VEN
           END-IF
           IF WEMP-T-DIS NOT = SPACES
              MOVE WEMP-T-DIS TO WDST-ARQ-DIS
           END-IF
           IF WEMP-T-REG NOT = SPACES
              MOVE WEMP-T-REG TO WDST-ARQ-REG
           END-IF
           MOVE 'VINCULO-ATUAL.DAT' TO WDST-ARQ-VAT
           IF WTRF-EMP-DST NOT = '01'
              MOVE SPACES TO WDST-ARQ-VAT
              STRING 'VINCULO-ATUAL-E' WTRF-EMP-DST '.DAT'
                  DELIMITED BY SIZE INTO WDST-ARQ-VAT
           END-IF
           IF WDST-ARQ-CLI = WORG-ARQ-CLI OR
              WDST-ARQ-VEN = WORG-ARQ-VEN OR
              WDST-ARQ-DIS = WORG-ARQ-DIS
              MOVE 'DESTINO USA OS MESMOS ARQUIVOS DA ORIGEM ' TO WTXT
              GO TO R-CARREGA-DESTINO-1-ERRO
           END-IF
           GO TO R-CARREGA-DESTINO-1-EXIT.
       R-CARREGA-DESTINO-1-ERRO.
           MOVE 1 TO WSAIDA
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       R-CARREGA-DESTINO-1-EXIT.
           EXIT.

      *----ORIGEM: LE O VENDEDOR, GUARDA OS VINCULOS ABERTOS DELE E A
      *    IMAGEM DOS CLIENTES PRIMARIOS QUE VAO JUNTO, E LEVANTA OS
      *    DEMAIS VINCULOS ABERTOS DESSES CLIENTES. NADA E GRAVADO.
       S-LEVANTA-ORIGEM SECTION.
       R-LEVANTA-ORIGEM-1.
           MOVE ZEROES TO WQTD-LNK WQTD-CLI WQTD-OUT
           MOVE WORG-ARQ-VEN TO WID-ARQ-VENDEDORES
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDORES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT VENDEDORES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-LEVANTA-ORIGEM-1-ERRO
           END-IF
           MOVE 'N' TO WTRF-VEN-OK
           MOVE WTRF-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND CODIGO-VEN = WTRF-VEN
                 MOVE 'S' TO WTRF-VEN-OK
                 MOVE REGISTRO-VENDEDORES TO WTRF-REG-VEN
                 MOVE CPF-VEN TO WTRF-CPF
                 MOVE NOME-VEN TO WTRF-NOME-VEN
                 MOVE STATUS-VEN TO WTRF-STATUS-VEN
              END-IF
           END-IF
           CLOSE VENDEDORES
           IF NOT TRF-VEN-OK
              MOVE 'VENDEDOR NAO ENCONTRADO NA ORIGEM ' TO WTXT
              GO TO R-LEVANTA-ORIGEM-1-ERRO
           END-IF
           IF WTRF-STATUS-VEN = 'I'
              MOVE 'VENDEDOR INATIVO NAO E TRANSFERIDO ' TO WTXT
              GO TO R-LEVANTA-ORIGEM-1-ERRO
           END-IF
           MOVE WORG-ARQ-DIS TO WID-ARQ-DISTRIBUICAO
           OPEN INPUT DISTRIBUICAO
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT DISTRIBUICAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-LEVANTA-ORIGEM-1-ERRO
           END-IF
           MOVE WTRF-VEN TO CODIGO-VEN-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-VEN-DIS
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00' AND CODIGO-VEN-DIS = WTRF-VEN
                 IF DATA-FIM-DIS = ZEROES
                    IF WQTD-LNK = 2000
                       MOVE 'N' TO WTRF-VEN-OK
                       MOVE '10' TO FS-DIS
                    ELSE
                       ADD 1 TO WQTD-LNK
                       MOVE CODIGO-CLI-DIS TO WLNK-CLI(WQTD-LNK)
                       MOVE TIPO-DIS TO WLNK-TIPO(WQTD-LNK)
                       MOVE DISTANCIA-DIS TO WLNK-DIST(WQTD-LNK)
                       MOVE LOCK-DIS TO WLNK-LOCK(WQTD-LNK)
                       MOVE ZEROES TO WLNK-IDX-CLI(WQTD-LNK)
                    END-IF
                 END-IF
              ELSE
                 MOVE '10' TO FS-DIS
              END-IF
           END-PERFORM
           IF NOT TRF-VEN-OK
              CLOSE DISTRIBUICAO
              MOVE 'CARTEIRA GRANDE DEMAIS PARA TRANSFERIR ' TO WTXT
              GO TO R-LEVANTA-ORIGEM-1-ERRO
           END-IF
           IF TRF-LEVA-CLI
              MOVE WORG-ARQ-CLI TO WID-ARQ-CLIENTES
              OPEN INPUT CLIENTES
              IF FS-CLI = '00'
                 PERFORM R-GUARDA-CLIENTE THRU R-GUARDA-CLIENTE-FIM
                         VARYING WIDX-LNK FROM 1 BY 1
                         UNTIL WIDX-LNK > WQTD-LNK
                 CLOSE CLIENTES
              END-IF
              PERFORM R-LEVANTA-OUTROS THRU R-LEVANTA-OUTROS-FIM
                      VARYING WIDX-CLI FROM 1 BY 1
                      UNTIL WIDX-CLI > WQTD-CLI
           END-IF
           CLOSE DISTRIBUICAO
           GO TO R-LEVANTA-ORIGEM-1-EXIT.
       R-LEVANTA-ORIGEM-1-ERRO.
           MOVE 1 TO WSAIDA
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       R-LEVANTA-ORIGEM-1-EXIT.
           EXIT.

      *----SO O CLIENTE DE QUE O VENDEDOR E PRIMARIO ACOMPANHA A
      *    TRANSFERENCIA; OS DE RESERVA FICAM NA ORIGEM.
       R-GUARDA-CLIENTE.
           IF WLNK-TIPO(WIDX-LNK) NOT = '1'
              GO TO R-GUARDA-CLIENTE-FIM
           END-IF
           MOVE WLNK-CLI(WIDX-LNK) TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              GO TO R-GUARDA-CLIENTE-FIM
           END-IF
           ADD 1 TO WQTD-CLI
           MOVE CODIGO TO WTC-COD-ORG(WQTD-CLI)
           MOVE CODIGO TO WTC-COD-DST(WQTD-CLI)
           MOVE SPACE TO WTC-SIT(WQTD-CLI)
           MOVE REGISTRO-CLIENTES TO WTC-IMG(WQTD-CLI)
           MOVE WQTD-CLI TO WLNK-IDX-CLI(WIDX-LNK).
       R-GUARDA-CLIENTE-FIM.
           EXIT.

       R-LEVANTA-OUTROS.
           MOVE WTC-COD-ORG(WIDX-CLI) TO WCOD-CLI-AUX
           MOVE WCOD-CLI-AUX TO CODIGO-CLI-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-CLI-DIS
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00' AND CODIGO-CLI-DIS = WCOD-CLI-AUX
                 IF DATA-FIM-DIS = ZEROES AND
                    CODIGO-VEN-DIS NOT = WTRF-VEN AND
                    WQTD-OUT < 4000
                    ADD 1 TO WQTD-OUT
                    MOVE CODIGO-CLI-DIS TO WOUT-CLI(WQTD-OUT)
                    MOVE CODIGO-VEN-DIS TO WOUT-VEN(WQTD-OUT)
                 END-IF
              ELSE
                 MOVE '10' TO FS-DIS
              END-IF
           END-PERFORM.
       R-LEVANTA-OUTROS-FIM.
           EXIT.

      *----DESTINO: CONFERE A REGIAO E CLASSIFICA O CODIGO DO VENDEDOR
      *    E DE CADA CLIENTE (MESMO CODIGO, CODIGO NOVO OU CADASTRO JA
      *    EXISTENTE PELO CPF/CNPJ). OS CODIGOS NOVOS SO SAO
      *    RESERVADOS NA GRAVACAO.
       S-LEVANTA-DESTINO SECTION.
       R-LEVANTA-DESTINO-1.
           MOVE ZEROES TO WCONT-CLI-M WCONT-CLI-N WCONT-CLI-R
           MOVE WDST-ARQ-REG TO WID-ARQ-REGIOES
           OPEN INPUT REGIAO
           IF FS-REG NOT = '00'
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIOES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT REGIAO DESTINO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-LEVANTA-DESTINO-1-ERRO
           END-IF
           MOVE WTRF-REGIAO TO CODIGO-REG
           READ REGIAO
           IF FS-REG = '00'
              MOVE NOME-REG TO WTRF-NOME-REG
              MOVE COD-SUPERVISOR-REG TO WTRF-SUPERV-REG
           END-IF
           CLOSE REGIAO
           IF WTRF-NOME-REG = SPACES
              MOVE 'REGIAO NAO CADASTRADA NO DESTINO ' TO WTXT
              GO TO R-LEVANTA-DESTINO-1-ERRO
           END-IF
           MOVE WDST-ARQ-VEN TO WID-ARQ-VENDEDORES
           OPEN INPUT VENDEDORES
           IF FS-VEN = '35'
              MOVE 'VENDEDOR.DAT DO DESTINO NAO EXISTE ' TO WTXT
              GO TO R-LEVANTA-DESTINO-1-ERRO
           END-IF
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDORES TO WERR-ARQUIVO
              MOVE CHAVE-VEN TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT VEND. DESTINO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-LEVANTA-DESTINO-1-ERRO
           END-IF
           PERFORM R-CLASSIFICA-VENDEDOR THRU R-CLASSIFICA-VENDEDOR-FIM
           CLOSE VENDEDORES
           IF WQTD-CLI = ZEROES
              GO TO R-LEVANTA-DESTINO-1-EXIT
           END-IF
           MOVE WDST-ARQ-CLI TO WID-ARQ-CLIENTES
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT CLI. DESTINO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-LEVANTA-DESTINO-1-ERRO
           END-IF
           PERFORM R-CLASSIFICA-CLIENTE THRU R-CLASSIFICA-CLIENTE-FIM
                   VARYING WIDX-CLI FROM 1 BY 1
                   UNTIL WIDX-CLI > WQTD-CLI
           CLOSE CLIENTES
           GO TO R-LEVANTA-DESTINO-1-EXIT.
       R-LEVANTA-DESTINO-1-ERRO.
           MOVE 1 TO WSAIDA
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       R-LEVANTA-DESTINO-1-EXIT.
           EXIT.

       R-CLASSIFICA-VENDEDOR.
           MOVE WTRF-VEN TO WTRF-VEN-NOVO
           MOVE WTRF-CPF TO CPF-VEN
           START VENDEDORES KEY IS EQUAL TO CPF-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND CPF-VEN = WTRF-CPF
                 MOVE CODIGO-VEN TO WTRF-VEN-NOVO
                 MOVE 'R' TO WTRF-VEN-SIT
                 MOVE 'JA CADASTRADO (CPF)' TO WTRF-VEN-SIT-TXT
                 GO TO R-CLASSIFICA-VENDEDOR-FIM
              END-IF
           END-IF
           MOVE WTRF-VEN TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND CODIGO-VEN = WTRF-VEN
                 MOVE ZEROES TO WTRF-VEN-NOVO
                 MOVE 'N' TO WTRF-VEN-SIT
                 MOVE 'CODIGO NOVO NA GRAVACAO' TO WTRF-VEN-SIT-TXT
                 GO TO R-CLASSIFICA-VENDEDOR-FIM
              END-IF
           END-IF
           MOVE 'M' TO WTRF-VEN-SIT
           MOVE 'MESMO CODIGO' TO WTRF-VEN-SIT-TXT.
       R-CLASSIFICA-VENDEDOR-FIM.
           EXIT.

       R-CLASSIFICA-CLIENTE.
           MOVE WTC-IMG(WIDX-CLI) TO REGISTRO-CLIENTES
           MOVE CNPJ TO WCNPJ-AUX
           START CLIENTES KEY IS EQUAL TO CNPJ
           IF FS-CLI = '00'
              READ CLIENTES NEXT
              IF FS-CLI = '00' AND CNPJ = WCNPJ-AUX
                 MOVE CODIGO TO WTC-COD-DST(WIDX-CLI)
                 MOVE 'R' TO WTC-SIT(WIDX-CLI)
                 ADD 1 TO WCONT-CLI-R
                 GO TO R-CLASSIFICA-CLIENTE-FIM
              END-IF
           END-IF
           MOVE WTC-COD-ORG(WIDX-CLI) TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE ZEROES TO WTC-COD-DST(WIDX-CLI)
              MOVE 'N' TO WTC-SIT(WIDX-CLI)
              ADD 1 TO WCONT-CLI-N
           ELSE
              MOVE 'M' TO WTC-SIT(WIDX-CLI)
              ADD 1 TO WCONT-CLI-M
           END-IF.
       R-CLASSIFICA-CLIENTE-FIM.
           EXIT.

      *----GRAVACAO: PRIMEIRO O DESTINO (VENDEDOR, CLIENTES, VINCULOS
      *    E RESUMO DE VINCULO ATUAL), DEPOIS A ORIGEM (ENCERRAMENTO DOS
      *    VINCULOS E INATIVACAO DOS CADASTROS) E POR FIM O HISTORICO
      *    DE VISITAS. SE O VENDEDOR NAO PUDER SER GRAVADO NO DESTINO
      *    NADA E ALTERADO.
       S-APLICA-TRANSFERENCIA SECTION.
       R-APLICA-TRANSFERENCIA-1.
           MOVE ZEROES TO WCONT-CLI-TRF WCONT-ABERTOS WCONT-JA-ATENDIDO
                          WCONT-ENCERRADOS WCONT-VISITAS WCONT-FALHAS
           MOVE 'N' TO WAUD-DISP WTXR-DISP
           OPEN EXTEND AUDITORIA
           IF FS-AUD = '00'
              MOVE 'S' TO WAUD-DISP
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           OPEN EXTEND TRFXREF
           IF FS-TXR = '35'
              OPEN OUTPUT TRFXREF
           END-IF
           IF FS-TXR = '00'
              MOVE 'S' TO WTXR-DISP
           END-IF
           MOVE WDST-ARQ-VEN TO WID-ARQ-VENDEDORES
           MOVE WDST-ARQ-CLI TO WID-ARQ-CLIENTES
           MOVE WDST-ARQ-DIS TO WID-ARQ-DISTRIBUICAO
           MOVE WTRF-EMP-DST TO WAUD-EMPRESA
           OPEN I-O VENDEDORES
           IF FS-VEN NOT = '00'
              MOVE 'ERRO ABERT VENDEDORES DO DESTINO ' TO WTXT
              GO TO R-APLICA-TRANSFERENCIA-1-ERRO
           END-IF
           PERFORM R-GRAVA-VEN-DESTINO THRU R-GRAVA-VEN-DESTINO-FIM
           CLOSE VENDEDORES
           IF WTRF-VEN-NOVO = ZEROES
              MOVE 'VENDEDOR NAO GRAVADO NO DESTINO ' TO WTXT
              GO TO R-APLICA-TRANSFERENCIA-1-ERRO
           END-IF
           IF WQTD-CLI > ZEROES
              OPEN I-O CLIENTES
              IF FS-CLI = '00'
      *----QUEM MANTEM O CODIGO E GRAVADO ANTES DE RESERVAR OS NOVOS,
      *    PARA A RESERVA ENXERGAR ESSES CODIGOS COMO OCUPADOS.
                 PERFORM R-GRAVA-CLI-DESTINO
                         THRU R-GRAVA-CLI-DESTINO-FIM
                         VARYING WIDX-CLI FROM 1 BY 1
                         UNTIL WIDX-CLI > WQTD-CLI
                 PERFORM R-NOVO-CODIGO-CLI THRU R-NOVO-CODIGO-CLI-FIM
                         VARYING WIDX-CLI FROM 1 BY 1
                         UNTIL WIDX-CLI > WQTD-CLI
                 CLOSE CLIENTES
              ELSE
                 PERFORM VARYING WIDX-CLI FROM 1 BY 1
                         UNTIL WIDX-CLI > WQTD-CLI
                    MOVE 'F' TO WTC-SIT(WIDX-CLI)
                    ADD 1 TO WCONT-FALHAS
                 END-PERFORM
              END-IF
           END-IF
           OPEN I-O DISTRIBUICAO
           IF FS-DIS = '35'
              OPEN OUTPUT DISTRIBUICAO
              IF FS-DIS = '00'
                 CLOSE DISTRIBUICAO
                 OPEN I-O DISTRIBUICAO
              END-IF
           END-IF
           IF FS-DIS = '00'
              MOVE WDST-ARQ-VAT TO WID-ARQ-VINCATUAL
              PERFORM S-ABRE-VINCATUAL THRU R-ABRE-VINCATUAL-1-EXIT
              PERFORM R-ABRE-VINC-DESTINO THRU R-ABRE-VINC-DESTINO-FIM
                      VARYING WIDX-LNK FROM 1 BY 1
                      UNTIL WIDX-LNK > WQTD-LNK
              IF VAT-DISPONIVEL
                 CLOSE VINCATUAL
              END-IF
              CLOSE DISTRIBUICAO
           END-IF
           MOVE WORG-ARQ-VEN TO WID-ARQ-VENDEDORES
           MOVE WORG-ARQ-CLI TO WID-ARQ-CLIENTES
           MOVE WORG-ARQ-DIS TO WID-ARQ-DISTRIBUICAO
           MOVE WORG-EMP TO WAUD-EMPRESA
           OPEN I-O DISTRIBUICAO
           IF FS-DIS = '00'
              MOVE WORG-ARQ-VAT TO WID-ARQ-VINCATUAL
              PERFORM S-ABRE-VINCATUAL THRU R-ABRE-VINCATUAL-1-EXIT
              PERFORM R-ENCERRA-VINC-VEN THRU R-ENCERRA-VINC-VEN-FIM
                      VARYING WIDX-LNK FROM 1 BY 1
                      UNTIL WIDX-LNK > WQTD-LNK
              PERFORM R-ENCERRA-VINC-OUTRO THRU R-ENCERRA-VINC-OUTRO-FIM
                      VARYING WIDX-OUT FROM 1 BY 1
                      UNTIL WIDX-OUT > WQTD-OUT
              IF VAT-DISPONIVEL
                 CLOSE VINCATUAL
              END-IF
              CLOSE DISTRIBUICAO
           ELSE
              ADD 1 TO WCONT-FALHAS
           END-IF
           IF WQTD-CLI > ZEROES
              OPEN I-O CLIENTES
              IF FS-CLI = '00'
                 PERFORM R-INATIVA-CLI-ORIGEM
                         THRU R-INATIVA-CLI-ORIGEM-FIM
                         VARYING WIDX-CLI FROM 1 BY 1
                         UNTIL WIDX-CLI > WQTD-CLI
                 CLOSE CLIENTES
              ELSE
                 ADD 1 TO WCONT-FALHAS
              END-IF
           END-IF
           OPEN I-O VENDEDORES
           IF FS-VEN = '00'
              PERFORM R-INATIVA-VEN-ORIGEM THRU R-INATIVA-VEN-ORIGEM-FIM
              CLOSE VENDEDORES
           ELSE
              ADD 1 TO WCONT-FALHAS
           END-IF
           OPEN I-O DIS-VISITA
           IF FS-VIS = '00'
              PERFORM R-RECHAVEIA-VISITAS THRU R-RECHAVEIA-VISITAS-FIM
                      VARYING WIDX-CLI FROM 1 BY 1
                      UNTIL WIDX-CLI > WQTD-CLI
              CLOSE DIS-VISITA
           END-IF
           GO TO R-APLICA-TRANSFERENCIA-1-FECHA.
       R-APLICA-TRANSFERENCIA-1-ERRO.
           MOVE 1 TO WSAIDA
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       R-APLICA-TRANSFERENCIA-1-FECHA.
           IF AUD-DISP
              CLOSE AUDITORIA
           END-IF
           IF TXR-DISP
              CLOSE TRFXREF
           END-IF.
       R-APLICA-TRANSFERENCIA-1-EXIT.
           EXIT.

      *----VENDEDOR NO DESTINO: CPF JA CADASTRADO REATIVA O CADASTRO DE
      *    LA NA REGIAO INFORMADA; SENAO GRAVA A IMAGEM DA ORIGEM COM O
      *    CODIGO LIVRE, A REGIAO E O SUPERVISOR DA REGIAO DO DESTINO.
      *    WTRF-VEN-NOVO ZERADO NA SAIDA = NAO GRAVADO.
       R-GRAVA-VEN-DESTINO.
           IF WTRF-VEN-SIT = 'R'
              MOVE WTRF-VEN-NOVO TO CODIGO-VEN
              MOVE WTRF-CPF TO CPF-VEN
              READ VENDEDORES
              IF FS-VEN NOT = '00'
                 MOVE ZEROES TO WTRF-VEN-NOVO
                 GO TO R-GRAVA-VEN-DESTINO-FIM
              END-IF
              MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
              STRING 'STATUS=' STATUS-VEN ' REGIAO=' COD-REGIAO
                  DELIMITED BY SIZE INTO WAUD-ANTES
              MOVE 'A' TO STATUS-VEN
              MOVE WTRF-REGIAO TO COD-REGIAO
              MOVE WDATA-HOJE TO DATA-ADMISSAO-VEN
              MOVE ZEROES TO DATA-DESLIGAMENTO-VEN
              REWRITE REGISTRO-VENDEDORES
              IF FS-VEN NOT = '00'
                 MOVE ZEROES TO WTRF-VEN-NOVO
                 GO TO R-GRAVA-VEN-DESTINO-FIM
              END-IF
              MOVE 'A' TO WAUD-OPERACAO
           ELSE
              IF WTRF-VEN-SIT = 'N'
                 PERFORM R-RESERVA-CODIGO-VEN
                         THRU R-RESERVA-CODIGO-VEN-FIM
                 IF WTRF-VEN-NOVO = ZEROES
                    GO TO R-GRAVA-VEN-DESTINO-FIM
                 END-IF
              END-IF
              MOVE WTRF-REG-VEN TO REGISTRO-VENDEDORES
              MOVE WTRF-VEN-NOVO TO CODIGO-VEN
              MOVE 'A' TO STATUS-VEN
              MOVE WTRF-REGIAO TO COD-REGIAO
              MOVE WTRF-SUPERV-REG TO COD-SUPERVISOR
              MOVE ZEROES TO DATA-INICIO-AFASTAMENTO
                             DATA-FIM-AFASTAMENTO
                             DATA-DESLIGAMENTO-VEN
              MOVE WDATA-HOJE TO DATA-ADMISSAO-VEN
              WRITE REGISTRO-VENDEDORES
              IF FS-VEN NOT = '00'
                 MOVE ZEROES TO WTRF-VEN-NOVO
                 GO TO R-GRAVA-VEN-DESTINO-FIM
              END-IF
              MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
              MOVE 'I' TO WAUD-OPERACAO
           END-IF
           STRING 'STATUS=A REGIAO=' WTRF-REGIAO ' TRANSF. DA EMPRESA '
               WORG-EMP ' VEN=' WTRF-VEN
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           MOVE 'VENDEDORES' TO WAUD-ENTIDADE
           MOVE WTRF-VEN-NOVO TO WAUD-CODIGO
           PERFORM R-AUDITA THRU R-AUDITA-FIM
           MOVE 'VENDEDOR' TO WTXR-ENTIDADE
           MOVE WTRF-VEN TO WTXR-COD-ORG
           MOVE WTRF-VEN-NOVO TO WTXR-COD-DST
           MOVE WTRF-CPF TO WTXR-DOC
           MOVE WTRF-VEN-SIT TO WTXR-SIT
           PERFORM R-GRAVA-XREF THRU R-GRAVA-XREF-FIM.
       R-GRAVA-VEN-DESTINO-FIM.
           EXIT.

       R-RESERVA-CODIGO-VEN.
           MOVE ZEROES TO WTRF-VEN-NOVO
           MOVE 'VENDEDORES' TO WPROX-ENTIDADE
           PERFORM S-LE-PROX-CODIGO THRU R-LE-PROX-CODIGO-1-EXIT
           IF WPROX-RESERVADO = ZEROES
              GO TO R-RESERVA-CODIGO-VEN-FIM
           END-IF
           MOVE WPROX-RESERVADO TO CODIGO-VEN
           START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
           PERFORM UNTIL FS-VEN NOT = '00' OR WPROX-RESERVADO > 998
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND CODIGO-VEN = WPROX-RESERVADO
                 ADD 1 TO WPROX-RESERVADO
                 MOVE WPROX-RESERVADO TO CODIGO-VEN
                 START VENDEDORES KEY IS EQUAL TO CODIGO-VEN
              ELSE
                 MOVE '23' TO FS-VEN
              END-IF
           END-PERFORM
           PERFORM S-GRAVA-PROX-CODIGO THRU R-GRAVA-PROX-CODIGO-1-EXIT
           IF WPROX-RESERVADO < 999
              MOVE WPROX-RESERVADO TO WTRF-VEN-NOVO
           END-IF.
       R-RESERVA-CODIGO-VEN-FIM.
           EXIT.

      *----CLIENTES QUE MANTEM O CODIGO OU JA EXISTEM NO DESTINO. O
      *    GRUPO ECONOMICO NAO E LEVADO: O CADASTRO DE GRUPOS E DE CADA
      *    EMPRESA.
       R-GRAVA-CLI-DESTINO.
           IF WTC-SIT(WIDX-CLI) = 'R'
              PERFORM R-REATIVA-CLI-DESTINO
                      THRU R-REATIVA-CLI-DESTINO-FIM
              GO TO R-GRAVA-CLI-DESTINO-FIM
           END-IF
           IF WTC-SIT(WIDX-CLI) NOT = 'M'
              GO TO R-GRAVA-CLI-DESTINO-FIM
           END-IF
           PERFORM R-INCLUI-CLI-DESTINO THRU R-INCLUI-CLI-DESTINO-FIM.
       R-GRAVA-CLI-DESTINO-FIM.
           EXIT.

       R-NOVO-CODIGO-CLI.
           IF WTC-SIT(WIDX-CLI) NOT = 'N'
              GO TO R-NOVO-CODIGO-CLI-FIM
           END-IF
           MOVE 'CLIENTES' TO WPROX-ENTIDADE
           PERFORM S-LE-PROX-CODIGO THRU R-LE-PROX-CODIGO-1-EXIT
           IF WPROX-RESERVADO = ZEROES
              MOVE 'F' TO WTC-SIT(WIDX-CLI)
              ADD 1 TO WCONT-FALHAS
              GO TO R-NOVO-CODIGO-CLI-FIM
           END-IF
           MOVE WPROX-RESERVADO TO CODIGO
           READ CLIENTES KEY IS CODIGO
           PERFORM UNTIL FS-CLI NOT = '00'
              ADD 1 TO WPROX-RESERVADO
              MOVE WPROX-RESERVADO TO CODIGO
              READ CLIENTES KEY IS CODIGO
           END-PERFORM
           PERFORM S-GRAVA-PROX-CODIGO THRU R-GRAVA-PROX-CODIGO-1-EXIT
           MOVE WPROX-RESERVADO TO WTC-COD-DST(WIDX-CLI)
           PERFORM R-INCLUI-CLI-DESTINO THRU R-INCLUI-CLI-DESTINO-FIM.
       R-NOVO-CODIGO-CLI-FIM.
           EXIT.

       R-INCLUI-CLI-DESTINO.
           MOVE WTC-IMG(WIDX-CLI) TO REGISTRO-CLIENTES
           MOVE WTC-COD-DST(WIDX-CLI) TO CODIGO
           MOVE 'A' TO STATUS-CLI
           MOVE ZEROES TO GRUPO-ECON-CLI
           WRITE REGISTRO-CLIENTES
           IF FS-CLI NOT = '00'
              MOVE 'F' TO WTC-SIT(WIDX-CLI)
              ADD 1 TO WCONT-FALHAS
              GO TO R-INCLUI-CLI-DESTINO-FIM
           END-IF
           ADD 1 TO WCONT-CLI-TRF
           MOVE 'CLIENTES' TO WAUD-ENTIDADE
           MOVE 'I' TO WAUD-OPERACAO
           MOVE CODIGO TO WAUD-CODIGO
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'TRANSF. DA EMPRESA ' WORG-EMP ' CLI='
               WTC-COD-ORG(WIDX-CLI) ' VEN=' WTRF-VEN-NOVO
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA THRU R-AUDITA-FIM
           PERFORM R-XREF-CLIENTE.
       R-INCLUI-CLI-DESTINO-FIM.
           EXIT.

       R-REATIVA-CLI-DESTINO.
           MOVE WTC-COD-DST(WIDX-CLI) TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'F' TO WTC-SIT(WIDX-CLI)
              ADD 1 TO WCONT-FALHAS
              GO TO R-REATIVA-CLI-DESTINO-FIM
           END-IF
           ADD 1 TO WCONT-CLI-TRF
           IF NOT CLI-ATIVO
              MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
              STRING 'STATUS=' STATUS-CLI DELIMITED BY SIZE
                  INTO WAUD-ANTES
              MOVE 'A' TO STATUS-CLI
              REWRITE REGISTRO-CLIENTES
              IF FS-CLI = '00'
                 STRING 'STATUS=A TRANSF. DA EMPRESA ' WORG-EMP
                     ' CLI=' WTC-COD-ORG(WIDX-CLI)
                     DELIMITED BY SIZE INTO WAUD-DEPOIS
                 MOVE 'CLIENTES' TO WAUD-ENTIDADE
                 MOVE 'A' TO WAUD-OPERACAO
                 MOVE CODIGO TO WAUD-CODIGO
                 PERFORM R-AUDITA THRU R-AUDITA-FIM
              END-IF
           END-IF
           PERFORM R-XREF-CLIENTE.
       R-REATIVA-CLI-DESTINO-FIM.
           EXIT.

       R-XREF-CLIENTE.
           MOVE 'CLIENTE' TO WTXR-ENTIDADE
           MOVE WTC-COD-ORG(WIDX-CLI) TO WTXR-COD-ORG
           MOVE WTC-COD-DST(WIDX-CLI) TO WTXR-COD-DST
           MOVE CNPJ TO WTXR-DOC
           MOVE WTC-SIT(WIDX-CLI) TO WTXR-SIT
           PERFORM R-GRAVA-XREF THRU R-GRAVA-XREF-FIM.

      *----VINCULO EQUIVALENTE NO DESTINO PARA CADA CLIENTE GRAVADO:
      *    MESMO TIPO, DISTANCIA E TRAVA, INICIO HOJE. CLIENTE JA
      *    CADASTRADO NO DESTINO COM PRIMARIO ABERTO DE OUTRO VENDEDOR
      *    NAO RECEBE UM SEGUNDO PRIMARIO.
       R-ABRE-VINC-DESTINO.
           MOVE WLNK-IDX-CLI(WIDX-LNK) TO WIDX-CLI
           IF WIDX-CLI = ZEROES
              GO TO R-ABRE-VINC-DESTINO-FIM
           END-IF
           IF WTC-SIT(WIDX-CLI) = 'F'
              GO TO R-ABRE-VINC-DESTINO-FIM
           END-IF
           MOVE WTC-COD-DST(WIDX-CLI) TO WCOD-CLI-AUX
           IF WTC-SIT(WIDX-CLI) = 'R'
              PERFORM R-VERIFICA-PRIMARIO THRU R-VERIFICA-PRIMARIO-FIM
              IF TEM-PRIMARIO
                 ADD 1 TO WCONT-JA-ATENDIDO
                 GO TO R-ABRE-VINC-DESTINO-FIM
              END-IF
           END-IF
           MOVE WCOD-CLI-AUX TO CODIGO-CLI-DIS
           MOVE WTRF-VEN-NOVO TO CODIGO-VEN-DIS
           MOVE WLNK-DIST(WIDX-LNK) TO DISTANCIA-DIS
           MOVE WLNK-TIPO(WIDX-LNK) TO TIPO-DIS
           MOVE WDATA-HOJE TO DATA-INICIO-DIS
           MOVE ZEROES TO DATA-FIM-DIS
           MOVE WLNK-LOCK(WIDX-LNK) TO LOCK-DIS
           MOVE SPACES TO MOTIVO-FIM-DIS
           WRITE REGISTRO-DISTRIBUICAO
           IF FS-DIS = '22'
              READ DISTRIBUICAO
              IF FS-DIS = '00'
                 MOVE WLNK-DIST(WIDX-LNK) TO DISTANCIA-DIS
                 MOVE WLNK-TIPO(WIDX-LNK) TO TIPO-DIS
                 MOVE WDATA-HOJE TO DATA-INICIO-DIS
                 MOVE ZEROES TO DATA-FIM-DIS
                 MOVE WLNK-LOCK(WIDX-LNK) TO LOCK-DIS
                 MOVE SPACES TO MOTIVO-FIM-DIS
                 REWRITE REGISTRO-DISTRIBUICAO
              END-IF
           END-IF
           IF FS-DIS NOT = '00'
              ADD 1 TO WCONT-FALHAS
              GO TO R-ABRE-VINC-DESTINO-FIM
           END-IF
           ADD 1 TO WCONT-ABERTOS
           MOVE 'DISTRIBUICAO' TO WAUD-ENTIDADE
           MOVE 'I' TO WAUD-OPERACAO
           MOVE WCOD-CLI-AUX TO WAUD-CODIGO
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'VEN=' WTRF-VEN-NOVO ' TIPO=' WLNK-TIPO(WIDX-LNK)
               ' INICIO=' WDATA-HOJE ' TRANSF. DA EMPRESA ' WORG-EMP
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           PERFORM R-AUDITA THRU R-AUDITA-FIM
           MOVE WCOD-CLI-AUX TO WVAT-CLI
           PERFORM S-ATUALIZA-VINC-ATUAL
                 THRU R-ATUALIZA-VINC-ATUAL-1-EXIT.
       R-ABRE-VINC-DESTINO-FIM.
           EXIT.

       R-VERIFICA-PRIMARIO.
           MOVE 'N' TO WTEM-PRIMARIO
           MOVE WCOD-CLI-AUX TO CODIGO-CLI-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-CLI-DIS
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00' AND CODIGO-CLI-DIS = WCOD-CLI-AUX
                 IF DATA-FIM-DIS = ZEROES AND VEN-PRIMARIO AND
                    CODIGO-VEN-DIS NOT = WTRF-VEN-NOVO
                    MOVE 'S' TO WTEM-PRIMARIO
                 END-IF
              ELSE
                 MOVE '10' TO FS-DIS
              END-IF
           END-PERFORM.
       R-VERIFICA-PRIMARIO-FIM.
           EXIT.

      *----ORIGEM: TODOS OS VINCULOS ABERTOS DO VENDEDOR SAO ENCERRADOS
      *    COM MOTIVO 'TE'. OS CLIENTES QUE FICAM VOLTAM PARA O GERADOR
      *    NA PROXIMA RODADA.
       R-ENCERRA-VINC-VEN.
           MOVE WLNK-CLI(WIDX-LNK) TO WCOD-CLI-AUX
           MOVE WTRF-VEN TO WVEN-AUX
           PERFORM R-ENCERRA-VINCULO THRU R-ENCERRA-VINCULO-FIM.
       R-ENCERRA-VINC-VEN-FIM.
           EXIT.

      *----OS OUTROS VINCULOS SO SAO ENCERRADOS PARA O CLIENTE QUE DE
      *    FATO FOI GRAVADO NO DESTINO.
       R-ENCERRA-VINC-OUTRO.
           MOVE 'N' TO WTEM-PRIMARIO
           PERFORM VARYING WIDX-CLI FROM 1 BY 1
                   UNTIL WIDX-CLI > WQTD-CLI
              IF WTC-COD-ORG(WIDX-CLI) = WOUT-CLI(WIDX-OUT) AND
                 WTC-SIT(WIDX-CLI) NOT = 'F'
                 MOVE 'S' TO WTEM-PRIMARIO
              END-IF
           END-PERFORM
           IF NOT TEM-PRIMARIO
              GO TO R-ENCERRA-VINC-OUTRO-FIM
           END-IF
           MOVE WOUT-CLI(WIDX-OUT) TO WCOD-CLI-AUX
           MOVE WOUT-VEN(WIDX-OUT) TO WVEN-AUX
           PERFORM R-ENCERRA-VINCULO THRU R-ENCERRA-VINCULO-FIM.
       R-ENCERRA-VINC-OUTRO-FIM.
           EXIT.

       R-ENCERRA-VINCULO.
           MOVE WCOD-CLI-AUX TO CODIGO-CLI-DIS
           MOVE WVEN-AUX TO CODIGO-VEN-DIS
           READ DISTRIBUICAO
           IF FS-DIS NOT = '00'
              GO TO R-ENCERRA-VINCULO-FIM
           END-IF
           IF DATA-FIM-DIS NOT = ZEROES
              GO TO R-ENCERRA-VINCULO-FIM
           END-IF
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'VEN=' CODIGO-VEN-DIS ' TIPO=' TIPO-DIS ' ABERTO'
               DELIMITED BY SIZE INTO WAUD-ANTES
           MOVE WDATA-HOJE TO DATA-FIM-DIS
           MOVE 'TE' TO MOTIVO-FIM-DIS
           REWRITE REGISTRO-DISTRIBUICAO
           IF FS-DIS NOT = '00'
              ADD 1 TO WCONT-FALHAS
              GO TO R-ENCERRA-VINCULO-FIM
           END-IF
           ADD 1 TO WCONT-ENCERRADOS
           STRING 'VEN=' CODIGO-VEN-DIS ' FIM=' WDATA-HOJE
               ' MOTIVO=TE P/ EMPRESA ' WTRF-EMP-DST
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           MOVE 'DISTRIBUICAO' TO WAUD-ENTIDADE
           MOVE 'A' TO WAUD-OPERACAO
           MOVE WCOD-CLI-AUX TO WAUD-CODIGO
           PERFORM R-AUDITA THRU R-AUDITA-FIM
           MOVE WCOD-CLI-AUX TO WVAT-CLI
           PERFORM S-ATUALIZA-VINC-ATUAL
                 THRU R-ATUALIZA-VINC-ATUAL-1-EXIT.
       R-ENCERRA-VINCULO-FIM.
           EXIT.

      *----NA ORIGEM O CADASTRO NAO E APAGADO: FICA INATIVO, COMO NA
      *    EXCLUSAO DE TELA, PARA O HISTORICO CONTINUAR LEGIVEL.
       R-INATIVA-CLI-ORIGEM.
           IF WTC-SIT(WIDX-CLI) = 'F'
              GO TO R-INATIVA-CLI-ORIGEM-FIM
           END-IF
           MOVE WTC-COD-ORG(WIDX-CLI) TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              GO TO R-INATIVA-CLI-ORIGEM-FIM
           END-IF
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'STATUS=' STATUS-CLI DELIMITED BY SIZE
               INTO WAUD-ANTES
           MOVE 'I' TO STATUS-CLI
           REWRITE REGISTRO-CLIENTES
           IF FS-CLI NOT = '00'
              ADD 1 TO WCONT-FALHAS
              GO TO R-INATIVA-CLI-ORIGEM-FIM
           END-IF
           STRING 'STATUS=I TRANSF. P/ EMPRESA ' WTRF-EMP-DST
               ' CLI=' WTC-COD-DST(WIDX-CLI)
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           MOVE 'CLIENTES' TO WAUD-ENTIDADE
           MOVE 'A' TO WAUD-OPERACAO
           MOVE CODIGO TO WAUD-CODIGO
           PERFORM R-AUDITA THRU R-AUDITA-FIM.
       R-INATIVA-CLI-ORIGEM-FIM.
           EXIT.

       R-INATIVA-VEN-ORIGEM.
           MOVE WTRF-REG-VEN TO REGISTRO-VENDEDORES
           READ VENDEDORES
           IF FS-VEN NOT = '00'
              ADD 1 TO WCONT-FALHAS
              GO TO R-INATIVA-VEN-ORIGEM-FIM
           END-IF
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'STATUS=' STATUS-VEN DELIMITED BY SIZE
               INTO WAUD-ANTES
           MOVE 'I' TO STATUS-VEN
           MOVE WDATA-HOJE TO DATA-DESLIGAMENTO-VEN
           REWRITE REGISTRO-VENDEDORES
           IF FS-VEN NOT = '00'
              ADD 1 TO WCONT-FALHAS
              GO TO R-INATIVA-VEN-ORIGEM-FIM
           END-IF
           STRING 'STATUS=I TRANSF. P/ EMPRESA ' WTRF-EMP-DST
               ' VEN=' WTRF-VEN-NOVO
               DELIMITED BY SIZE INTO WAUD-DEPOIS
           MOVE 'VENDEDORES' TO WAUD-ENTIDADE
           MOVE 'A' TO WAUD-OPERACAO
           MOVE WTRF-VEN TO WAUD-CODIGO
           PERFORM R-AUDITA THRU R-AUDITA-FIM.
       R-INATIVA-VEN-ORIGEM-FIM.
           EXIT.

      *----HISTORICO DE VISITAS (DIS-VISITA.DAT E UNICO PARA TODAS AS
      *    EMPRESAS): AS VISITAS DO PAR VENDEDOR/CLIENTE TRANSFERIDO
      *    PASSAM PARA OS CODIGOS DO DESTINO. GRAVA A CHAVE NOVA ANTES
      *    DE APAGAR A ANTIGA; VISITA QUE JA EXISTE SOB A CHAVE NOVA
      *    FICA ONDE ESTA.
       R-RECHAVEIA-VISITAS.
           IF WTC-SIT(WIDX-CLI) = 'F'
              GO TO R-RECHAVEIA-VISITAS-FIM
           END-IF
           IF WTC-COD-DST(WIDX-CLI) = WTC-COD-ORG(WIDX-CLI) AND
              WTRF-VEN-NOVO = WTRF-VEN
              GO TO R-RECHAVEIA-VISITAS-FIM
           END-IF
           MOVE WTC-COD-ORG(WIDX-CLI) TO WVIS-POS-CLI
           MOVE WTRF-VEN TO WVIS-POS-VEN
           MOVE LOW-VALUES TO WVIS-POS-DATA
           MOVE WTC-COD-DST(WIDX-CLI) TO WVIS-CLI-DST.
       R-RECHAVEIA-VISITAS-LACO.
           MOVE WVIS-POSICAO TO CHAVE-VISITA-DIS
           START DIS-VISITA KEY IS GREATER THAN CHAVE-VISITA-DIS
           IF FS-VIS NOT = '00'
              GO TO R-RECHAVEIA-VISITAS-FIM
           END-IF
           READ DIS-VISITA NEXT
           IF FS-VIS NOT = '00'
              GO TO R-RECHAVEIA-VISITAS-FIM
           END-IF
           IF CODIGO-CLI-VISITA NOT = WVIS-POS-CLI OR
              CODIGO-VEN-VISITA NOT = WVIS-POS-VEN
              GO TO R-RECHAVEIA-VISITAS-FIM
           END-IF
           MOVE CHAVE-VISITA-DIS TO WVIS-POSICAO
           MOVE WVIS-CLI-DST TO CODIGO-CLI-VISITA
           MOVE WTRF-VEN-NOVO TO CODIGO-VEN-VISITA
           WRITE REGISTRO-VISITA-DIS
           IF FS-VIS = '00'
              MOVE WVIS-POSICAO TO CHAVE-VISITA-DIS
              DELETE DIS-VISITA
              ADD 1 TO WCONT-VISITAS
           END-IF
           GO TO R-RECHAVEIA-VISITAS-LACO.
       R-RECHAVEIA-VISITAS-FIM.
           EXIT.

       R-GRAVA-XREF.
           IF NOT TXR-DISP
              GO TO R-GRAVA-XREF-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO TRFXREF-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               FUNCTION TRIM(WTXR-ENTIDADE) ',' WORG-EMP ','
               WTXR-COD-ORG ',' WTRF-EMP-DST ',' WTXR-COD-DST ','
               FUNCTION TRIM(WTXR-DOC) ',' WTXR-SIT
               DELIMITED BY SIZE INTO TRFXREF-DATA-01
           WRITE TRFXREF-REC.
       R-GRAVA-XREF-FIM.
           EXIT.

       R-AUDITA.
           IF NOT AUD-DISP
              GO TO R-AUDITA-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               FUNCTION TRIM(WAUD-ENTIDADE) ',' WAUD-OPERACAO
               ',' FUNCTION TRIM(WAUD-CODIGO) ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WAUD-EMPRESA
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC.
       R-AUDITA-FIM.
           EXIT.

       COPY PROX-COD.CPY.

       COPY VINC-ATUAL.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
