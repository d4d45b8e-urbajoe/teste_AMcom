       IDENTIFICATION DIVISION.
       PROGRAM-ID.  divregiao.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REGIAO ASSIGN TO  DISK WID-ARQ-REGIAO-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-REG
              ALTERNATE RECORD KEY IS NOME-REG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-REG.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT PENDENCIAS-VEN ASSIGN TO DISK WID-ARQ-PENDENCIAS-VEN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-VEN-PEND
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PEND.

       SELECT CAMPANHAS ASSIGN TO DISK WID-ARQ-CAMPANHAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CAMP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CAM.

       SELECT CALENDARIO ASSIGN TO DISK WID-ARQ-CALENDARIO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CAL.

       SELECT CALEN-TMP ASSIGN TO DISK WID-ARQ-CALEN-TMP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CLT.

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

       DATA DIVISION.
       FILE SECTION.
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

       FD PENDENCIAS-VEN.
       01  REGISTRO-PENDENCIA-VEN.
           02 CODIGO-VEN-PEND           PIC  9(003).
           02 CPF-VEN-PEND              PIC  9(011).
           02 NOME-VEN-PEND             PIC  X(040).
           02 LATITUDE-VEN-PEND         PIC S9(003)v9(008).
           02 LONGITUDE-VEN-PEND        PIC S9(003)v9(008).
           02 STATUS-VEN-PEND           PIC  X(001).
           02 COD-REGIAO-PEND           PIC  9(003).
           02 COD-SUPERVISOR-PEND       PIC  9(003).
           02 DATA-FIM-AFASTAMENTO-PEND PIC  9(008).
           02 META-CLIENTES-PEND        PIC  9(005).
           02 LINHAS-HABILITADAS-PEND   PIC  X(015).
           02 MAX-VISITAS-DIA-PEND      PIC  9(003).
           02 TIPO-VEN-PEND             PIC  X(001).
           02 DATA-HORA-SOLIC-PEND      PIC  X(014).
           02 OPERADOR-SOLIC-PEND       PIC  X(020).
           02 DATA-INICIO-AFAST-PEND    PIC  9(008).
           02 DATA-ADMISSAO-PEND        PIC  9(008).
           02 DATA-DESLIGAMENTO-PEND    PIC  9(008).
           02 ORIGEM-PEND               PIC  X(001).
              88 PEND-ORIGEM-RH               VALUE 'H'.
           02 EVENTO-RH-PEND            PIC  X(001).
              88 PEND-ADMISSAO-RH             VALUE 'A'.

       FD CAMPANHAS.
       01  REGISTRO-CAMPANHA.
           02 CODIGO-CAMP               PIC  9(003).
           02 DESCRICAO-CAMP            PIC  X(040).
           02 DATA-INI-CAMP             PIC  9(008).
           02 DATA-FIM-CAMP             PIC  9(008).
           02 FILTRO-REGIAO-CAMP        PIC  9(003).
           02 FILTRO-CLASSIF-CAMP       PIC  X(001).
           02 FILTRO-RAIZ-CAMP          PIC  9(008).
           02 STATUS-CAMP               PIC  X(001).
              88 CAMP-ATIVA                   VALUE 'A'.
              88 CAMP-ENCERRADA               VALUE 'E'.

      *----LINHAS DO CALENDARIO (VER CALENDARIO.COB); A REGIAO DA
      *    LINHA FICA NAS POSICOES 10-12 TANTO EM 'AAAAMMDD RRR'
      *    QUANTO EM 'REC MMDD RRR'.
       FD  CALENDARIO.
       01  CALENDARIO-REC.
           05  CALENDARIO-DATA-01  PIC X(00080).

       FD  CALEN-TMP.
       01  CALEN-TMP-REC.
           05  CALEN-TMP-DATA-01   PIC X(00080).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00300).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       WORKING-STORAGE SECTION.
       01 FS-REG.
           02 FS-REG-1                PIC 9.
           02 FS-REG-2                PIC 9.
           02 FS-REG-R REDEFINES FS-REG-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-PEND.
           02 FS-PEND-1               PIC 9.
           02 FS-PEND-2               PIC 9.
           02 FS-PEND-R REDEFINES FS-PEND-2 PIC 99 COMP-X.
       01 FS-CAM.
           02 FS-CAM-1                PIC 9.
           02 FS-CAM-2                PIC 9.
           02 FS-CAM-R REDEFINES FS-CAM-2 PIC 99 COMP-X.
       01 FS-CAL.
           02 FS-CAL-1                PIC 9.
           02 FS-CAL-2                PIC 9.
           02 FS-CAL-R REDEFINES FS-CAL-2 PIC 99 COMP-X.
       01 FS-CLT.
           02 FS-CLT-1                PIC 9.
           02 FS-CLT-2                PIC 9.
           02 FS-CLT-R REDEFINES FS-CLT-2 PIC 99 COMP-X.
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

       01 WID-ARQ-PENDENCIAS-VEN  PIC X(50) VALUE 'PENDENCIAS-VEN.DAT'.
       01 WID-ARQ-CAMPANHAS       PIC X(50) VALUE 'CAMPANHAS.DAT'.
       01 WID-ARQ-CALENDARIO      PIC X(50) VALUE 'CALENDARIO.DAT'.
       01 WID-ARQ-CALEN-TMP       PIC X(50) VALUE 'CALENDARIO.TMP'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WID-ARQ-RELT            PIC X(54) VALUE SPACES.
       01 WDATA-REL               PIC X(008) VALUE SPACES.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.

      *----PARAMETROS DA TELA: ACAO (D=DIVIDIR UMA REGIAO EM PARTES,
      *    F=FUNDIR REGIOES NUMA SO), A ORIGEM E O NUMERO DE PARTES DA
      *    DIVISAO, AS REGIOES E O DESTINO DA FUSAO.
       01 WACAO                   PIC X(001) VALUE 'D'.
          88 ACAO-DIVIDIR              VALUE 'D' 'd'.
          88 ACAO-FUNDIR               VALUE 'F' 'f'.
       01 WORIGEM                 PIC 9(003) VALUE ZEROES.
       01 WQTD-PARTES             PIC 9(001) VALUE 2.
       01 WTAB-FON-TELA.
          02 WFON-TELA-1          PIC 9(003) VALUE ZEROES.
          02 WFON-TELA-2          PIC 9(003) VALUE ZEROES.
          02 WFON-TELA-3          PIC 9(003) VALUE ZEROES.
          02 WFON-TELA-4          PIC 9(003) VALUE ZEROES.
          02 WFON-TELA-5          PIC 9(003) VALUE ZEROES.
       01 WTAB-FON-TELA-R REDEFINES WTAB-FON-TELA.
          02 WFON-TELA OCCURS 5 TIMES PIC 9(003).
       01 WDESTINO                PIC 9(003) VALUE ZEROES.
       01 WDEST-NOME              PIC X(030) VALUE SPACES.

      *----UMA PARTE DA DIVISAO NA TELA DE EDICAO.
       01 WPT-SEQ                 PIC 9(001) VALUE ZEROES.
       01 WPT-COD                 PIC 9(003) VALUE ZEROES.
       01 WPT-NOME                PIC X(030) VALUE SPACES.
       01 WPT-LAT-MIN             PIC S9(003)V9(008) VALUE ZEROES.
       01 WPT-LAT-MAX             PIC S9(003)V9(008) VALUE ZEROES.
       01 WPT-LON-MIN             PIC S9(003)V9(008) VALUE ZEROES.
       01 WPT-LON-MAX             PIC S9(003)V9(008) VALUE ZEROES.

      *----REGIOES DE ORIGEM (AS QUE TEM VENDEDORES, CALENDARIO E
      *    CAMPANHAS A LEVAR): NA DIVISAO SO A REGIAO DIVIDIDA, NA
      *    FUSAO TODAS AS REGIOES FUNDIDAS.
       01 WTAB-FONTES.
          02 WFON-LINHA OCCURS 5 TIMES.
             03 WFON-COD          PIC 9(003).
             03 WFON-NOME         PIC X(030).
             03 WFON-SUP          PIC 9(003).
             03 WFON-MACRO        PIC 9(002).
             03 WFON-LAT-MIN      PIC S9(003)V9(008).
             03 WFON-LAT-MAX      PIC S9(003)V9(008).
             03 WFON-LON-MIN      PIC S9(003)V9(008).
             03 WFON-LON-MAX      PIC S9(003)V9(008).
       77 WQTD-FON                PIC 9(002) VALUE ZEROES.
       77 WIDX-FON                PIC 9(002) VALUE ZEROES.
       77 WIDX-FON-2              PIC 9(002) VALUE ZEROES.

      *----REGIOES RESULTANTES: AS PARTES DA DIVISAO (A PRIMEIRA
      *    FICA COM O CODIGO DA ORIGEM) OU O DESTINO DA FUSAO.
       01 WTAB-PARTES.
          02 WPAR-LINHA OCCURS 5 TIMES.
             03 WPAR-COD          PIC 9(003).
             03 WPAR-NOME         PIC X(030).
             03 WPAR-SUP          PIC 9(003).
             03 WPAR-MACRO        PIC 9(002).
             03 WPAR-DESCR        PIC X(050).
             03 WPAR-LAT-MIN      PIC S9(003)V9(008).
             03 WPAR-LAT-MAX      PIC S9(003)V9(008).
             03 WPAR-LON-MIN      PIC S9(003)V9(008).
             03 WPAR-LON-MAX      PIC S9(003)V9(008).
             03 WPAR-NOVA         PIC X(001).
       77 WQTD-PAR                PIC 9(002) VALUE ZEROES.
       77 WIDX-PAR                PIC 9(002) VALUE ZEROES.
       77 WIDX-PAR-2              PIC 9(002) VALUE ZEROES.

      *----FAIXAS IGUAIS NO EIXO MAIS LONGO PARA SUGERIR AS CAIXAS.
       01 WEIXO                   PIC X(001) VALUE 'A'.
          88 EIXO-LATITUDE             VALUE 'A'.
          88 EIXO-LONGITUDE            VALUE 'O'.
       01 WLARG-LAT               PIC S9(005)V9(008) VALUE ZEROES.
       01 WLARG-LON               PIC S9(005)V9(008) VALUE ZEROES.
       01 WLAT-MEDIA              PIC S9(003)V9(008) VALUE ZEROES.
       01 WFAIXA                  PIC S9(005)V9(008) VALUE ZEROES.

      *----REGIAO NOVA DE UM VENDEDOR PELA BASE (COORDENADAS).
       01 WCOORD-LAT              PIC S9(003)V9(008) VALUE ZEROES.
       01 WCOORD-LON              PIC S9(003)V9(008) VALUE ZEROES.
       01 WCOD-ATUAL              PIC 9(003) VALUE ZEROES.
       01 WCOD-NOVO               PIC 9(003) VALUE ZEROES.
       01 WCOD-SITUACAO           PIC X(001) VALUE SPACE.
          88 COD-MANTIDO               VALUE 'M'.
          88 COD-MUDA                  VALUE 'T'.
          88 COD-FORA-PARTES           VALUE 'F'.

      *----MUDANCAS LEVANTADAS NA PREVIA E EXECUTADAS NA CONFIRMACAO.
      *    ENTIDADE: R=REGIAO V=VENDEDOR P=PENDENCIA DE VENDEDOR
      *    C=LINHA DO CALENDARIO K=CAMPANHA. OPERACAO: I/A/E, OU N
      *    QUANDO E SO UM AVISO PARA REVISAO (NADA E GRAVADO).
       01 WTAB-MUD.
          02 WMUD-LINHA OCCURS 3000 TIMES.
             03 WMUD-ENTIDADE     PIC X(001).
                88 MUD-REGIAO          VALUE 'R'.
                88 MUD-VENDEDOR        VALUE 'V'.
                88 MUD-PENDENCIA       VALUE 'P'.
                88 MUD-CALENDARIO      VALUE 'C'.
                88 MUD-CAMPANHA        VALUE 'K'.
             03 WMUD-OPER         PIC X(001).
                88 MUD-AVISO           VALUE 'N'.
             03 WMUD-CHAVE        PIC X(014).
             03 WMUD-IDX          PIC 9(002).
             03 WMUD-ANTES        PIC X(040).
             03 WMUD-DEPOIS       PIC X(040).
             03 WMUD-DE           PIC 9(003).
             03 WMUD-PARA         PIC 9(003).
             03 WMUD-OBS          PIC X(050).
             03 WMUD-RESULT       PIC X(001).
                88 MUD-APLICADA        VALUE 'S'.
                88 MUD-FALHOU          VALUE 'F'.
       77 WQTD-MUD                PIC 9(004) VALUE ZEROES.
       77 WIDX-MUD                PIC 9(004) VALUE ZEROES.
       01 WMUD-CHEIA              PIC X VALUE 'N'.
          88 MUD-CHEIA                 VALUE 'S'.

      *----CALENDARIO EM MEMORIA: LINHAS ATUAIS E O RESULTADO.
       01 WTAB-CAL.
          02 WCAL-LIN OCCURS 2000 TIMES PIC X(080).
       77 WQTD-CAL                PIC 9(004) VALUE ZEROES.
       77 WIDX-CAL                PIC 9(004) VALUE ZEROES.
       01 WTAB-CALN.
          02 WCALN-LIN OCCURS 3000 TIMES PIC X(080).
       77 WQTD-CALN               PIC 9(004) VALUE ZEROES.
       77 WIDX-CALN               PIC 9(004) VALUE ZEROES.
       01 WCAL-DISP               PIC X VALUE 'N'.
          88 CAL-DISP                  VALUE 'S'.
       01 WCAL-MUDOU              PIC X VALUE 'N'.
          88 CAL-MUDOU                 VALUE 'S'.
       01 WCAL-CANDIDATA          PIC X(080) VALUE SPACES.
       01 WCAL-REG-LINHA          PIC 9(003) VALUE ZEROES.
       01 WCAL-EXISTE             PIC X VALUE 'N'.
          88 CAL-EXISTE                VALUE 'S'.
       01 WCAL-NA-FONTE           PIC X VALUE 'N'.
          88 CAL-NA-FONTE              VALUE 'S'.

       77 WCONT-REG-I             PIC 9(003) VALUE ZEROES.
       77 WCONT-REG-A             PIC 9(003) VALUE ZEROES.
       77 WCONT-REG-E             PIC 9(003) VALUE ZEROES.
       77 WCONT-VEN               PIC 9(005) VALUE ZEROES.
       77 WCONT-VEN-AVISO         PIC 9(005) VALUE ZEROES.
       77 WCONT-PEND              PIC 9(005) VALUE ZEROES.
       77 WCONT-CAL-I             PIC 9(004) VALUE ZEROES.
       77 WCONT-CAL-A             PIC 9(004) VALUE ZEROES.
       77 WCONT-CAL-E             PIC 9(004) VALUE ZEROES.
       77 WCONT-CAMP              PIC 9(003) VALUE ZEROES.
       77 WCONT-CAMP-REV          PIC 9(003) VALUE ZEROES.
       77 WCONT-APLICADAS         PIC 9(005) VALUE ZEROES.
       77 WCONT-FALHAS            PIC 9(005) VALUE ZEROES.

       01 WAUD-DISP               PIC X VALUE 'N'.
          88 AUD-DISP                  VALUE 'S'.
       01 WAUD-ENTIDADE           PIC X(015) VALUE SPACES.
       01 WAUD-CODIGO             PIC X(014) VALUE SPACES.
       01 WAUD-ANTES              PIC X(120) VALUE SPACES.
       01 WAUD-DEPOIS             PIC X(120) VALUE SPACES.
       01 WAUD-DATA-HORA          PIC X(014).
       01 WAUD-USUARIO            PIC X(020).

       01 WCSV-ENTIDADE           PIC X(015) VALUE SPACES.
       01 WCSV-OPERACAO           PIC X(010) VALUE SPACES.
       01 WCSV-RESULTADO          PIC X(010) VALUE SPACES.
       01 WMODO-CSV               PIC X(001) VALUE 'P'.
          88 CSV-PREVIA                VALUE 'P'.
          88 CSV-RESUMO                VALUE 'R'.
       01 WED-LAT-MIN             PIC -ZZ9.99999999.
       01 WED-LAT-MAX             PIC -ZZ9.99999999.
       01 WED-LON-MIN             PIC -ZZ9.99999999.
       01 WED-LON-MAX             PIC -ZZ9.99999999.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'divregiao'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-DIVREGIAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - DIVISAO/FUSAO DE RE
      -"GIOES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE
             "ACAO (D=DIVIDIR UMA REGIAO, F=FUNDIR REGIOES):".
          02 SCR-ACAO LINE 5 COL 53 PIC X(001) USING WACAO AUTO.
          02 LINE 7 COL 5 VALUE "DIVISAO - REGIAO DE ORIGEM:".
          02 SCR-ORIGEM LINE 7 COL 34 PIC 9(003)
                 USING WORIGEM AUTO.
          02 LINE 8 COL 5 VALUE "          NUMERO DE PARTES (2 A 5):".
          02 SCR-QTD-PARTES LINE 8 COL 42 PIC 9(001)
                 USING WQTD-PARTES AUTO.
          02 LINE 10 COL 5 VALUE "FUSAO   - REGIOES A FUNDIR:".
          02 SCR-FON-1 LINE 10 COL 34 PIC 9(003)
                 USING WFON-TELA-1 AUTO.
          02 SCR-FON-2 LINE 10 COL 39 PIC 9(003)
                 USING WFON-TELA-2 AUTO.
          02 SCR-FON-3 LINE 10 COL 44 PIC 9(003)
                 USING WFON-TELA-3 AUTO.
          02 SCR-FON-4 LINE 10 COL 49 PIC 9(003)
                 USING WFON-TELA-4 AUTO.
          02 SCR-FON-5 LINE 10 COL 54 PIC 9(003)
                 USING WFON-TELA-5 AUTO.
          02 LINE 11 COL 5 VALUE
             "          REGIAO DESTINO (UMA DELAS OU CODIGO NOVO):".
          02 SCR-DESTINO LINE 11 COL 58 PIC 9(003)
                 USING WDESTINO AUTO.
          02 LINE 12 COL 5 VALUE "          NOME DO DESTINO:".
          02 SCR-DEST-NOME LINE 12 COL 32 PIC X(030)
                 USING WDEST-NOME AUTO.
          02 LINE 14 COL 5 VALUE
             "NADA E GRAVADO ANTES DA CONFIRMACAO DA PREVIA.".
          02 LINE 16 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-PARTE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - DIVISAO/FUSAO DE RE
      -"GIOES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "PARTE".
          02 LINE 5 COL 11 PIC 9(001) FROM WPT-SEQ.
          02 LINE 5 COL 13 VALUE "DE".
          02 LINE 5 COL 16 PIC 9(001) FROM WQTD-PARTES.
          02 LINE 5 COL 18 VALUE "DA REGIAO".
          02 LINE 5 COL 28 PIC 9(003) FROM WORIGEM.
          02 LINE 5 COL 32 PIC X(030) FROM WFON-NOME(1).
          02 LINE 7 COL 5 VALUE "CODIGO.......:".
          02 SCR-PT-COD LINE 7 COL 20 PIC 9(003)
                 USING WPT-COD AUTO.
          02 LINE 7 COL 25 VALUE
             "(A PARTE 1 MANTEM O CODIGO DA ORIGEM)".
          02 LINE 8 COL 5 VALUE "NOME.........:".
          02 SCR-PT-NOME LINE 8 COL 20 PIC X(030)
                 USING WPT-NOME AUTO.
          02 LINE 10 COL 5 VALUE "LATITUDE MIN.:".
          02 SCR-PT-LAT-MIN LINE 10 COL 20 PIC S9(003)V9(008)
                 USING WPT-LAT-MIN AUTO.
          02 LINE 11 COL 5 VALUE "LATITUDE MAX.:".
          02 SCR-PT-LAT-MAX LINE 11 COL 20 PIC S9(003)V9(008)
                 USING WPT-LAT-MAX AUTO.
          02 LINE 12 COL 5 VALUE "LONGITUDE MIN:".
          02 SCR-PT-LON-MIN LINE 12 COL 20 PIC S9(003)V9(008)
                 USING WPT-LON-MIN AUTO.
          02 LINE 13 COL 5 VALUE "LONGITUDE MAX:".
          02 SCR-PT-LON-MAX LINE 13 COL 20 PIC S9(003)V9(008)
                 USING WPT-LON-MAX AUTO.
          02 LINE 15 COL 5 VALUE
             "CAIXA SUGERIDA: FAIXAS IGUAIS NO EIXO MAIS LONGO.".
          02 LINE 16 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-PREVIA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 12 VALUE "SISTEMA EXEMPLO - PREVIA DA DIVISAO/F
      -"USAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "REGIOES   - CRIADAS:".
          02 LINE 5 COL 27 PIC ZZ9 FROM WCONT-REG-I.
          02 LINE 5 COL 32 VALUE "ALTERADAS:".
          02 LINE 5 COL 43 PIC ZZ9 FROM WCONT-REG-A.
          02 LINE 5 COL 48 VALUE "EXCLUIDAS:".
          02 LINE 5 COL 59 PIC ZZ9 FROM WCONT-REG-E.
          02 LINE 7 COL 5 VALUE "VENDEDORES QUE MUDAM DE REGIAO....:".
          02 LINE 7 COL 41 PIC ZZZZ9 FROM WCONT-VEN.
          02 LINE 8 COL 5 VALUE "VENDEDORES COM BASE FORA DAS PARTES:".
          02 LINE 8 COL 41 PIC ZZZZ9 FROM WCONT-VEN-AVISO.
          02 LINE 9 COL 5 VALUE "PENDENCIAS DE APROVACAO AJUSTADAS..:".
          02 LINE 9 COL 41 PIC ZZZZ9 FROM WCONT-PEND.
          02 LINE 11 COL 5 VALUE "CALENDARIO - LINHAS INCLUIDAS:".
          02 LINE 11 COL 37 PIC ZZZ9 FROM WCONT-CAL-I.
          02 LINE 12 COL 5 VALUE "             LINHAS ALTERADAS:".
          02 LINE 12 COL 37 PIC ZZZ9 FROM WCONT-CAL-A.
          02 LINE 13 COL 5 VALUE "             LINHAS REPETIDAS :".
          02 LINE 13 COL 37 PIC ZZZ9 FROM WCONT-CAL-E.
          02 LINE 15 COL 5 VALUE "CAMPANHAS ABERTAS - FILTRO AJUSTADO:".
          02 LINE 15 COL 42 PIC ZZ9 FROM WCONT-CAMP.
          02 LINE 16 COL 5 VALUE "                    A REVISAR......:".
          02 LINE 16 COL 42 PIC ZZ9 FROM WCONT-CAMP-REV.
          02 LINE 18 COL 5 VALUE "DETALHE:".
          02 LINE 18 COL 14 PIC X(054) FROM WID-ARQ-RELT.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----DIVISAO E FUSAO DE REGIOES: CRIA OU RETIRA REGISTROS DE
      *    REGIAO.DAT E LEVA JUNTO O QUE ESTA AMARRADO AO CODIGO DA
      *    REGIAO - VENDEDORES (PELA BASE), PENDENCIAS DE APROVACAO,
      *    FERIADOS REGIONAIS DO CALENDARIO E O FILTRO DAS CAMPANHAS
      *    ABERTAS. OS CLIENTES ACOMPANHAM AS CAIXAS NOVAS SOZINHOS
      *    (A REGIAO DO CLIENTE E SEMPRE RESOLVIDA PELA COORDENADA).
      *    PRIMEIRO E GERADA UMA PREVIA (TELA E CSV); SO DEPOIS DA
      *    CONFIRMACAO AS MUDANCAS SAO GRAVADAS, CADA UMA NA
      *    AUDITORIA, E UM CSV DE RESUMO E EMITIDO.
       ABERTURA.
           INITIALIZE WSAIDA
           DISPLAY TELA-DIVREGIAO
           ACCEPT TELA-DIVREGIAO
           IF ESC
              GO TO ABERTURA-EXIT
           END-IF
           EVALUATE TRUE
              WHEN ACAO-DIVIDIR
                 MOVE 'D' TO WACAO
                 PERFORM S-PREPARA-DIVISAO
                       THRU R-PREPARA-DIVISAO-1-EXIT
              WHEN ACAO-FUNDIR
                 MOVE 'F' TO WACAO
                 PERFORM S-PREPARA-FUSAO THRU R-PREPARA-FUSAO-1-EXIT
              WHEN OTHER
                 MOVE 'ACAO INVALIDA ' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 GO TO ABERTURA-EXIT
           END-EVALUATE
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-LEVANTA-MUDANCAS THRU R-LEVANTA-MUDANCAS-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           MOVE 'P' TO WMODO-CSV
           PERFORM S-GRAVA-CSV THRU R-GRAVA-CSV-1-EXIT
           DISPLAY TELA-PREVIA
           MOVE 'CONFIRMA A GRAVACAO DAS MUDANCAS? S/N' TO WTXT
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
           PERFORM S-APLICA-MUDANCAS THRU R-APLICA-MUDANCAS-1-EXIT
           MOVE 'R' TO WMODO-CSV
           PERFORM S-GRAVA-CSV THRU R-GRAVA-CSV-1-EXIT
           MOVE SPACES TO WTXT
           STRING WCONT-APLICADAS ' MUDANCA(S) GRAVADA(S), '
                  WCONT-FALHAS ' FALHA(S)'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----DIVISAO: A ORIGEM PRECISA EXISTIR E TER LIMITES. AS PARTES
      *    VEM SUGERIDAS EM FAIXAS IGUAIS NO EIXO MAIS LONGO DA CAIXA
      *    (LONGITUDE CORRIGIDA PELA LATITUDE MEDIA) E O PLANEJADOR
      *    AJUSTA CODIGO, NOME E CAIXA DE CADA UMA. SUPERVISOR E
      *    MACRORREGIAO SAO HERDADOS DA ORIGEM.
       S-PREPARA-DIVISAO SECTION.
       R-PREPARA-DIVISAO-1.
           IF WQTD-PARTES < 2 OR WQTD-PARTES > 5
              MOVE 'NUMERO DE PARTES DEVE SER DE 2 A 5 ' TO WTXT
              GO TO R-PREPARA-DIVISAO-1-ERRO
           END-IF
           IF WORIGEM = ZEROES OR WORIGEM = 999
              MOVE 'INFORME A REGIAO DE ORIGEM ' TO WTXT
              GO TO R-PREPARA-DIVISAO-1-ERRO
           END-IF
           PERFORM R-ABRE-REGIAO-LEITURA THRU R-ABRE-REGIAO-LEITURA-FIM
           IF WSAIDA NOT = ZEROES
              GO TO R-PREPARA-DIVISAO-1-EXIT
           END-IF
           INITIALIZE WTAB-FONTES WTAB-PARTES
           MOVE WORIGEM TO CODIGO-REG
           READ REGIAO
           IF FS-REG NOT = '00'
              CLOSE REGIAO
              MOVE 'REGIAO DE ORIGEM NAO CADASTRADA ' TO WTXT
              GO TO R-PREPARA-DIVISAO-1-ERRO
           END-IF
           IF LAT-MIN-REG = ZEROES AND LAT-MAX-REG = ZEROES AND
              LON-MIN-REG = ZEROES AND LON-MAX-REG = ZEROES
              CLOSE REGIAO
              MOVE 'REGIAO DE ORIGEM SEM LIMITES ' TO WTXT
              GO TO R-PREPARA-DIVISAO-1-ERRO
           END-IF
           MOVE 1 TO WQTD-FON
           PERFORM R-GUARDA-FONTE
           MOVE WQTD-PARTES TO WQTD-PAR
           PERFORM R-SUGERE-PARTES
           PERFORM VARYING WIDX-PAR FROM 1 BY 1
                   UNTIL WIDX-PAR > WQTD-PAR OR WSAIDA NOT = ZEROES
              PERFORM R-EDITA-PARTE THRU R-EDITA-PARTE-FIM
           END-PERFORM
           CLOSE REGIAO
           GO TO R-PREPARA-DIVISAO-1-EXIT.
       R-PREPARA-DIVISAO-1-ERRO.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           MOVE 1 TO WSAIDA.
       R-PREPARA-DIVISAO-1-EXIT.
           EXIT.

       R-GUARDA-FONTE.
           MOVE CODIGO-REG TO WFON-COD(WQTD-FON)
           MOVE NOME-REG TO WFON-NOME(WQTD-FON)
           MOVE COD-SUPERVISOR-REG TO WFON-SUP(WQTD-FON)
           MOVE COD-MACRO-REG TO WFON-MACRO(WQTD-FON)
           MOVE LAT-MIN-REG TO WFON-LAT-MIN(WQTD-FON)
           MOVE LAT-MAX-REG TO WFON-LAT-MAX(WQTD-FON)
           MOVE LON-MIN-REG TO WFON-LON-MIN(WQTD-FON)
           MOVE LON-MAX-REG TO WFON-LON-MAX(WQTD-FON).

       R-SUGERE-PARTES.
           COMPUTE WLAT-MEDIA =
               (WFON-LAT-MIN(1) + WFON-LAT-MAX(1)) / 2
           COMPUTE WLARG-LAT = WFON-LAT-MAX(1) - WFON-LAT-MIN(1)
           COMPUTE WLARG-LON =
               (WFON-LON-MAX(1) - WFON-LON-MIN(1))
               * FUNCTION COS(WLAT-MEDIA * FUNCTION PI / 180)
           IF WLARG-LON > WLARG-LAT
              MOVE 'O' TO WEIXO
              COMPUTE WFAIXA =
                  (WFON-LON-MAX(1) - WFON-LON-MIN(1)) / WQTD-PAR
           ELSE
              MOVE 'A' TO WEIXO
              COMPUTE WFAIXA =
                  (WFON-LAT-MAX(1) - WFON-LAT-MIN(1)) / WQTD-PAR
           END-IF
           PERFORM VARYING WIDX-PAR FROM 1 BY 1
                   UNTIL WIDX-PAR > WQTD-PAR
              MOVE WFON-SUP(1) TO WPAR-SUP(WIDX-PAR)
              MOVE WFON-MACRO(1) TO WPAR-MACRO(WIDX-PAR)
              MOVE WFON-LAT-MIN(1) TO WPAR-LAT-MIN(WIDX-PAR)
              MOVE WFON-LAT-MAX(1) TO WPAR-LAT-MAX(WIDX-PAR)
              MOVE WFON-LON-MIN(1) TO WPAR-LON-MIN(WIDX-PAR)
              MOVE WFON-LON-MAX(1) TO WPAR-LON-MAX(WIDX-PAR)
              IF EIXO-LONGITUDE
                 COMPUTE WPAR-LON-MIN(WIDX-PAR) =
                     WFON-LON-MIN(1) + WFAIXA * (WIDX-PAR - 1)
                 IF WIDX-PAR < WQTD-PAR
                    COMPUTE WPAR-LON-MAX(WIDX-PAR) =
                        WFON-LON-MIN(1) + WFAIXA * WIDX-PAR
                 END-IF
              ELSE
                 COMPUTE WPAR-LAT-MIN(WIDX-PAR) =
                     WFON-LAT-MIN(1) + WFAIXA * (WIDX-PAR - 1)
                 IF WIDX-PAR < WQTD-PAR
                    COMPUTE WPAR-LAT-MAX(WIDX-PAR) =
                        WFON-LAT-MIN(1) + WFAIXA * WIDX-PAR
                 END-IF
              END-IF
              IF WIDX-PAR = 1
                 MOVE WFON-COD(1) TO WPAR-COD(WIDX-PAR)
                 MOVE WFON-NOME(1) TO WPAR-NOME(WIDX-PAR)
                 MOVE 'N' TO WPAR-NOVA(WIDX-PAR)
              ELSE
                 MOVE ZEROES TO WPAR-COD(WIDX-PAR)
                 MOVE SPACES TO WPAR-NOME(WIDX-PAR)
                 MOVE 'S' TO WPAR-NOVA(WIDX-PAR)
                 MOVE SPACES TO WPAR-DESCR(WIDX-PAR)
                 STRING 'CRIADA NA DIVISAO DA REGIAO ' WFON-COD(1)
                     DELIMITED BY SIZE INTO WPAR-DESCR(WIDX-PAR)
              END-IF
           END-PERFORM.

      *----EDICAO DE UMA PARTE: CODIGO NOVO (LIVRE, FORA O 999 DA
      *    BUSCA POR NOME, SEM REPETIR OUTRA PARTE), NOME E CAIXA
      *    VALIDA. O ERRO VOLTA PARA A MESMA PARTE.
       R-EDITA-PARTE.
           MOVE WIDX-PAR TO WPT-SEQ
           MOVE WPAR-COD(WIDX-PAR) TO WPT-COD
           MOVE WPAR-NOME(WIDX-PAR) TO WPT-NOME
           MOVE WPAR-LAT-MIN(WIDX-PAR) TO WPT-LAT-MIN
           MOVE WPAR-LAT-MAX(WIDX-PAR) TO WPT-LAT-MAX
           MOVE WPAR-LON-MIN(WIDX-PAR) TO WPT-LON-MIN
           MOVE WPAR-LON-MAX(WIDX-PAR) TO WPT-LON-MAX.
       R-EDITA-PARTE-TELA.
           DISPLAY TELA-PARTE
           ACCEPT TELA-PARTE
           IF ESC
              MOVE 1 TO WSAIDA
              GO TO R-EDITA-PARTE-FIM
           END-IF
           IF WIDX-PAR = 1
              MOVE WFON-COD(1) TO WPT-COD
           ELSE
              IF WPT-COD = ZEROES OR WPT-COD = 999
                 MOVE 'INFORME UM CODIGO NOVO (1 A 998) ' TO WTXT
                 GO TO R-EDITA-PARTE-ERRO
              END-IF
              MOVE WPT-COD TO CODIGO-REG
              READ REGIAO
              IF FS-REG NOT = '23'
                 MOVE 'CODIGO DE REGIAO JA CADASTRADO ' TO WTXT
                 GO TO R-EDITA-PARTE-ERRO
              END-IF
              PERFORM VARYING WIDX-PAR-2 FROM 1 BY 1
                      UNTIL WIDX-PAR-2 NOT < WIDX-PAR
                 IF WPAR-COD(WIDX-PAR-2) = WPT-COD
                    MOVE 'CODIGO REPETIDO EM OUTRA PARTE ' TO WTXT
                    GO TO R-EDITA-PARTE-ERRO
                 END-IF
              END-PERFORM
           END-IF
           IF WPT-NOME = SPACES
              MOVE 'INFORME O NOME DA PARTE ' TO WTXT
              GO TO R-EDITA-PARTE-ERRO
           END-IF
           IF WPT-LAT-MIN NOT < WPT-LAT-MAX OR
              WPT-LON-MIN NOT < WPT-LON-MAX OR
              WPT-LAT-MIN < -90 OR WPT-LAT-MAX > 90 OR
              WPT-LON-MIN < -180 OR WPT-LON-MAX > 180
              MOVE 'CAIXA INVALIDA (MIN < MAX, LAT/LON VALIDAS) '
                   TO WTXT
              GO TO R-EDITA-PARTE-ERRO
           END-IF
           MOVE WPT-COD TO WPAR-COD(WIDX-PAR)
           MOVE WPT-NOME TO WPAR-NOME(WIDX-PAR)
           MOVE WPT-LAT-MIN TO WPAR-LAT-MIN(WIDX-PAR)
           MOVE WPT-LAT-MAX TO WPAR-LAT-MAX(WIDX-PAR)
           MOVE WPT-LON-MIN TO WPAR-LON-MIN(WIDX-PAR)
           MOVE WPT-LON-MAX TO WPAR-LON-MAX(WIDX-PAR)
           GO TO R-EDITA-PARTE-FIM.
       R-EDITA-PARTE-ERRO.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           GO TO R-EDITA-PARTE-TELA.
       R-EDITA-PARTE-FIM.
           EXIT.

       R-ABRE-REGIAO-LEITURA.
           OPEN INPUT REGIAO
           IF FS-REG NOT = '00'
              MOVE FS-REG TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REGIAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ REGIAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-REG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              MOVE 1 TO WSAIDA
           END-IF.
       R-ABRE-REGIAO-LEITURA-FIM.
           EXIT.

      *----FUSAO: DE 2 A 5 REGIOES CADASTRADAS, SEM REPETICAO. O
      *    DESTINO E UMA DELAS (FICA COM O PROPRIO SUPERVISOR E
      *    MACRORREGIAO) OU UM CODIGO NOVO (HERDA OS DA PRIMEIRA
      *    REGIAO INFORMADA). A CAIXA DO DESTINO E A UNIAO DAS CAIXAS
      *    FUNDIDAS; AS DEMAIS REGIOES SAO EXCLUIDAS NA GRAVACAO.
       S-PREPARA-FUSAO SECTION.
       R-PREPARA-FUSAO-1.
           PERFORM R-ABRE-REGIAO-LEITURA THRU R-ABRE-REGIAO-LEITURA-FIM
           IF WSAIDA NOT = ZEROES
              GO TO R-PREPARA-FUSAO-1-EXIT
           END-IF
           INITIALIZE WTAB-FONTES WTAB-PARTES WQTD-FON
           PERFORM VARYING WIDX-FON-2 FROM 1 BY 1
                   UNTIL WIDX-FON-2 > 5
              IF WFON-TELA(WIDX-FON-2) > ZEROES
                 PERFORM R-INCLUI-FONTE THRU R-INCLUI-FONTE-FIM
                 IF WSAIDA NOT = ZEROES
                    CLOSE REGIAO
                    GO TO R-PREPARA-FUSAO-1-EXIT
                 END-IF
              END-IF
           END-PERFORM
           IF WQTD-FON < 2
              CLOSE REGIAO
              MOVE 'INFORME DE 2 A 5 REGIOES DIFERENTES ' TO WTXT
              GO TO R-PREPARA-FUSAO-1-ERRO
           END-IF
           IF WDESTINO = ZEROES OR WDESTINO = 999
              CLOSE REGIAO
              MOVE 'INFORME A REGIAO DESTINO (1 A 998) ' TO WTXT
              GO TO R-PREPARA-FUSAO-1-ERRO
           END-IF
           MOVE 1 TO WQTD-PAR
           MOVE WDESTINO TO WPAR-COD(1)
           MOVE 'S' TO WPAR-NOVA(1)
           MOVE WFON-SUP(1) TO WPAR-SUP(1)
           MOVE WFON-MACRO(1) TO WPAR-MACRO(1)
           MOVE 'CRIADA NA FUSAO DE REGIOES' TO WPAR-DESCR(1)
           PERFORM VARYING WIDX-FON FROM 1 BY 1
                   UNTIL WIDX-FON > WQTD-FON
              IF WFON-COD(WIDX-FON) = WDESTINO
                 MOVE 'N' TO WPAR-NOVA(1)
                 MOVE WFON-NOME(WIDX-FON) TO WPAR-NOME(1)
                 MOVE WFON-SUP(WIDX-FON) TO WPAR-SUP(1)
                 MOVE WFON-MACRO(WIDX-FON) TO WPAR-MACRO(1)
              END-IF
              PERFORM R-SOMA-CAIXA
           END-PERFORM
           IF WPAR-NOVA(1) = 'S'
              MOVE WDESTINO TO CODIGO-REG
              READ REGIAO
              IF FS-REG NOT = '23'
                 CLOSE REGIAO
                 MOVE 'DESTINO JA CADASTRADO FORA DA FUSAO ' TO WTXT
                 GO TO R-PREPARA-FUSAO-1-ERRO
              END-IF
              IF WDEST-NOME = SPACES
                 CLOSE REGIAO
                 MOVE 'INFORME O NOME DA REGIAO NOVA ' TO WTXT
                 GO TO R-PREPARA-FUSAO-1-ERRO
              END-IF
           END-IF
           IF WDEST-NOME NOT = SPACES
              MOVE WDEST-NOME TO WPAR-NOME(1)
           END-IF
           CLOSE REGIAO
           GO TO R-PREPARA-FUSAO-1-EXIT.
       R-PREPARA-FUSAO-1-ERRO.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           MOVE 1 TO WSAIDA.
       R-PREPARA-FUSAO-1-EXIT.
           EXIT.

       R-INCLUI-FONTE.
           PERFORM VARYING WIDX-FON FROM 1 BY 1
                   UNTIL WIDX-FON > WQTD-FON
              IF WFON-COD(WIDX-FON) = WFON-TELA(WIDX-FON-2)
                 GO TO R-INCLUI-FONTE-FIM
              END-IF
           END-PERFORM
           MOVE WFON-TELA(WIDX-FON-2) TO CODIGO-REG
           IF CODIGO-REG = 999
              MOVE 23 TO FS-REG
           ELSE
              READ REGIAO
           END-IF
           IF FS-REG NOT = '00'
              MOVE SPACES TO WTXT
              STRING 'REGIAO ' WFON-TELA(WIDX-FON-2)
                     ' NAO CADASTRADA'
                     DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              MOVE 1 TO WSAIDA
              GO TO R-INCLUI-FONTE-FIM
           END-IF
           ADD 1 TO WQTD-FON
           PERFORM R-GUARDA-FONTE.
       R-INCLUI-FONTE-FIM.
           EXIT.

      *----UNIAO DAS CAIXAS (REGIAO SEM LIMITES NAO ENTRA).
       R-SOMA-CAIXA.
           IF WFON-LAT-MIN(WIDX-FON) = ZEROES AND
              WFON-LAT-MAX(WIDX-FON) = ZEROES AND
              WFON-LON-MIN(WIDX-FON) = ZEROES AND
              WFON-LON-MAX(WIDX-FON) = ZEROES
              CONTINUE
           ELSE
              IF WPAR-LAT-MIN(1) = ZEROES AND
                 WPAR-LAT-MAX(1) = ZEROES AND
                 WPAR-LON-MIN(1) = ZEROES AND
                 WPAR-LON-MAX(1) = ZEROES
                 MOVE WFON-LAT-MIN(WIDX-FON) TO WPAR-LAT-MIN(1)
                 MOVE WFON-LAT-MAX(WIDX-FON) TO WPAR-LAT-MAX(1)
                 MOVE WFON-LON-MIN(WIDX-FON) TO WPAR-LON-MIN(1)
                 MOVE WFON-LON-MAX(WIDX-FON) TO WPAR-LON-MAX(1)
              ELSE
                 IF WFON-LAT-MIN(WIDX-FON) < WPAR-LAT-MIN(1)
                    MOVE WFON-LAT-MIN(WIDX-FON) TO WPAR-LAT-MIN(1)
                 END-IF
                 IF WFON-LAT-MAX(WIDX-FON) > WPAR-LAT-MAX(1)
                    MOVE WFON-LAT-MAX(WIDX-FON) TO WPAR-LAT-MAX(1)
                 END-IF
                 IF WFON-LON-MIN(WIDX-FON) < WPAR-LON-MIN(1)
                    MOVE WFON-LON-MIN(WIDX-FON) TO WPAR-LON-MIN(1)
                 END-IF
                 IF WFON-LON-MAX(WIDX-FON) > WPAR-LON-MAX(1)
                    MOVE WFON-LON-MAX(WIDX-FON) TO WPAR-LON-MAX(1)
                 END-IF
              END-IF
           END-IF.

      *----PREVIA: LEVANTA TODAS AS MUDANCAS SEM GRAVAR NADA.
       S-LEVANTA-MUDANCAS SECTION.
       R-LEVANTA-MUDANCAS-1.
           INITIALIZE WTAB-MUD WQTD-MUD WCONT-REG-I WCONT-REG-A
                      WCONT-REG-E WCONT-VEN WCONT-VEN-AVISO WCONT-PEND
                      WCONT-CAL-I WCONT-CAL-A WCONT-CAL-E WCONT-CAMP
                      WCONT-CAMP-REV
           MOVE 'N' TO WMUD-CHEIA
           PERFORM R-LEVANTA-REGIOES
           PERFORM R-LEVANTA-VENDEDORES THRU R-LEVANTA-VENDEDORES-FIM
           PERFORM R-LEVANTA-PENDENCIAS THRU R-LEVANTA-PENDENCIAS-FIM
           PERFORM R-LEVANTA-CALENDARIO THRU R-LEVANTA-CALENDARIO-FIM
           PERFORM R-LEVANTA-CAMPANHAS THRU R-LEVANTA-CAMPANHAS-FIM
           IF MUD-CHEIA
              MOVE 'MUDANCAS DEMAIS PARA UMA SO RODADA ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              MOVE 1 TO WSAIDA
           END-IF.
       R-LEVANTA-MUDANCAS-1-EXIT.
           EXIT.

       R-NOVA-MUDANCA.
           IF WQTD-MUD < 3000
              ADD 1 TO WQTD-MUD
              INITIALIZE WMUD-LINHA(WQTD-MUD)
           ELSE
              MOVE 'S' TO WMUD-CHEIA
           END-IF.

       R-LEVANTA-REGIOES.
           PERFORM VARYING WIDX-PAR FROM 1 BY 1
                   UNTIL WIDX-PAR > WQTD-PAR
              PERFORM R-NOVA-MUDANCA
              MOVE 'R' TO WMUD-ENTIDADE(WQTD-MUD)
              MOVE WPAR-COD(WIDX-PAR) TO WMUD-CHAVE(WQTD-MUD)
              MOVE WIDX-PAR TO WMUD-IDX(WQTD-MUD)
              MOVE WPAR-NOME(WIDX-PAR) TO WMUD-DEPOIS(WQTD-MUD)
              MOVE WPAR-COD(WIDX-PAR) TO WMUD-PARA(WQTD-MUD)
              IF WPAR-NOVA(WIDX-PAR) = 'S'
                 MOVE 'I' TO WMUD-OPER(WQTD-MUD)
                 MOVE 'REGIAO NOVA' TO WMUD-OBS(WQTD-MUD)
                 ADD 1 TO WCONT-REG-I
              ELSE
                 MOVE 'A' TO WMUD-OPER(WQTD-MUD)
                 MOVE WPAR-COD(WIDX-PAR) TO WMUD-DE(WQTD-MUD)
                 MOVE 'NOVOS LIMITES' TO WMUD-OBS(WQTD-MUD)
                 ADD 1 TO WCONT-REG-A
              END-IF
           END-PERFORM
           IF ACAO-FUNDIR
              PERFORM VARYING WIDX-FON FROM 1 BY 1
                      UNTIL WIDX-FON > WQTD-FON
                 IF WFON-COD(WIDX-FON) NOT = WPAR-COD(1)
                    PERFORM R-NOVA-MUDANCA
                    MOVE 'R' TO WMUD-ENTIDADE(WQTD-MUD)
                    MOVE 'E' TO WMUD-OPER(WQTD-MUD)
                    MOVE WFON-COD(WIDX-FON) TO WMUD-CHAVE(WQTD-MUD)
                    MOVE WIDX-FON TO WMUD-IDX(WQTD-MUD)
                    MOVE WFON-NOME(WIDX-FON) TO WMUD-ANTES(WQTD-MUD)
                    MOVE WFON-COD(WIDX-FON) TO WMUD-DE(WQTD-MUD)
                    MOVE WPAR-COD(1) TO WMUD-PARA(WQTD-MUD)
                    MOVE 'FUNDIDA NO DESTINO' TO WMUD-OBS(WQTD-MUD)
                    ADD 1 TO WCONT-REG-E
                    IF WFON-SUP(WIDX-FON) NOT = WPAR-SUP(1)
                       PERFORM R-NOVA-MUDANCA
                       MOVE 'R' TO WMUD-ENTIDADE(WQTD-MUD)
                       MOVE 'N' TO WMUD-OPER(WQTD-MUD)
                       MOVE WFON-COD(WIDX-FON) TO WMUD-CHAVE(WQTD-MUD)
                       MOVE WFON-NOME(WIDX-FON) TO WMUD-ANTES(WQTD-MUD)
                       MOVE WFON-COD(WIDX-FON) TO WMUD-DE(WQTD-MUD)
                       MOVE WPAR-COD(1) TO WMUD-PARA(WQTD-MUD)
                       MOVE 'SUPERVISOR DIFERENTE DO DESTINO - REVISAR'
                            TO WMUD-OBS(WQTD-MUD)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *----REGIAO NOVA PARA UM CODIGO ATUAL E UMA BASE: NA FUSAO,
      *    QUALQUER REGIAO FUNDIDA VAI PARA O DESTINO; NA DIVISAO, A
      *    PRIMEIRA PARTE CUJA CAIXA CONTEM A BASE (SEM NENHUMA, FICA
      *    NA ORIGEM E VAI PARA A REVISAO).
       R-RESOLVE-DESTINO.
           MOVE 'M' TO WCOD-SITUACAO
           MOVE WCOD-ATUAL TO WCOD-NOVO
           IF ACAO-FUNDIR
              PERFORM VARYING WIDX-FON FROM 1 BY 1
                      UNTIL WIDX-FON > WQTD-FON
                 IF WFON-COD(WIDX-FON) = WCOD-ATUAL AND
                    WCOD-ATUAL NOT = WPAR-COD(1)
                    MOVE WPAR-COD(1) TO WCOD-NOVO
                    MOVE 'T' TO WCOD-SITUACAO
                 END-IF
              END-PERFORM
              GO TO R-RESOLVE-DESTINO-FIM
           END-IF
           IF WCOD-ATUAL NOT = WFON-COD(1)
              GO TO R-RESOLVE-DESTINO-FIM
           END-IF
           MOVE 'F' TO WCOD-SITUACAO
           PERFORM VARYING WIDX-PAR FROM 1 BY 1
                   UNTIL WIDX-PAR > WQTD-PAR OR NOT COD-FORA-PARTES
              IF WCOORD-LAT NOT < WPAR-LAT-MIN(WIDX-PAR) AND
                 WCOORD-LAT NOT > WPAR-LAT-MAX(WIDX-PAR) AND
                 WCOORD-LON NOT < WPAR-LON-MIN(WIDX-PAR) AND
                 WCOORD-LON NOT > WPAR-LON-MAX(WIDX-PAR)
                 MOVE WPAR-COD(WIDX-PAR) TO WCOD-NOVO
                 IF WCOD-NOVO = WCOD-ATUAL
                    MOVE 'M' TO WCOD-SITUACAO
                 ELSE
                    MOVE 'T' TO WCOD-SITUACAO
                 END-IF
              END-IF
           END-PERFORM.
       R-RESOLVE-DESTINO-FIM.
           EXIT.

      *----VENDEDORES DE QUALQUER SITUACAO (O HISTORICO DO INATIVO
      *    TAMBEM PRECISA APONTAR PARA UMA REGIAO QUE EXISTE).
       R-LEVANTA-VENDEDORES.
           OPEN INPUT VENDEDORES
           IF FS-VEN NOT = '00'
              GO TO R-LEVANTA-VENDEDORES-FIM
           END-IF
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00'
                 MOVE COD-REGIAO TO WCOD-ATUAL
                 MOVE LATITUDE-VEN TO WCOORD-LAT
                 MOVE LONGITUDE-VEN TO WCOORD-LON
                 PERFORM R-RESOLVE-DESTINO
                       THRU R-RESOLVE-DESTINO-FIM
                 IF NOT COD-MANTIDO
                    PERFORM R-NOVA-MUDANCA
                    MOVE 'V' TO WMUD-ENTIDADE(WQTD-MUD)
                    MOVE CHAVE-VEN TO WMUD-CHAVE(WQTD-MUD)
                    MOVE NOME-VEN TO WMUD-ANTES(WQTD-MUD)
                    MOVE COD-REGIAO TO WMUD-DE(WQTD-MUD)
                    MOVE WCOD-NOVO TO WMUD-PARA(WQTD-MUD)
                    IF COD-MUDA
                       MOVE 'A' TO WMUD-OPER(WQTD-MUD)
                       ADD 1 TO WCONT-VEN
                    ELSE
                       MOVE 'N' TO WMUD-OPER(WQTD-MUD)
                       MOVE 'BASE FORA DAS PARTES - FICA NA ORIGEM'
                            TO WMUD-OBS(WQTD-MUD)
                       ADD 1 TO WCONT-VEN-AVISO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE VENDEDORES.
       R-LEVANTA-VENDEDORES-FIM.
           EXIT.

      *----ALTERACOES DE VENDEDOR AGUARDANDO APROVACAO: A REGIAO
      *    PROPOSTA SEGUE A MESMA REGRA, PARA A APROVACAO NAO GRAVAR
      *    UM CODIGO QUE DEIXOU DE EXISTIR.
       R-LEVANTA-PENDENCIAS.
           OPEN INPUT PENDENCIAS-VEN
           IF FS-PEND NOT = '00'
              GO TO R-LEVANTA-PENDENCIAS-FIM
           END-IF
           MOVE ZEROES TO CODIGO-VEN-PEND
           START PENDENCIAS-VEN KEY IS NOT LESS THAN CODIGO-VEN-PEND
           PERFORM UNTIL FS-PEND NOT = '00'
              READ PENDENCIAS-VEN NEXT
              IF FS-PEND = '00'
                 MOVE COD-REGIAO-PEND TO WCOD-ATUAL
                 MOVE LATITUDE-VEN-PEND TO WCOORD-LAT
                 MOVE LONGITUDE-VEN-PEND TO WCOORD-LON
                 PERFORM R-RESOLVE-DESTINO
                       THRU R-RESOLVE-DESTINO-FIM
                 IF NOT COD-MANTIDO
                    PERFORM R-NOVA-MUDANCA
                    MOVE 'P' TO WMUD-ENTIDADE(WQTD-MUD)
                    MOVE CODIGO-VEN-PEND TO WMUD-CHAVE(WQTD-MUD)
                    MOVE NOME-VEN-PEND TO WMUD-ANTES(WQTD-MUD)
                    MOVE COD-REGIAO-PEND TO WMUD-DE(WQTD-MUD)
                    MOVE WCOD-NOVO TO WMUD-PARA(WQTD-MUD)
                    IF COD-MUDA
                       MOVE 'A' TO WMUD-OPER(WQTD-MUD)
                       ADD 1 TO WCONT-PEND
                    ELSE
                       MOVE 'N' TO WMUD-OPER(WQTD-MUD)
                       MOVE 'BASE FORA DAS PARTES - FICA NA ORIGEM'
                            TO WMUD-OBS(WQTD-MUD)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PENDENCIAS-VEN.
       R-LEVANTA-PENDENCIAS-FIM.
           EXIT.

      *----CALENDARIO: NA FUSAO O FERIADO REGIONAL DAS REGIOES
      *    FUNDIDAS PASSA PARA O DESTINO (LINHA QUE FICARIA REPETIDA
      *    SAI); NA DIVISAO O FERIADO DA ORIGEM CONTINUA NELA E GANHA
      *    UMA COPIA PARA CADA PARTE NOVA. O RESULTADO FICA MONTADO EM
      *    MEMORIA PARA A GRAVACAO.
       R-LEVANTA-CALENDARIO.
           INITIALIZE WTAB-CAL WQTD-CAL WTAB-CALN WQTD-CALN
           MOVE 'N' TO WCAL-DISP WCAL-MUDOU
           OPEN INPUT CALENDARIO
           IF FS-CAL NOT = '00'
              GO TO R-LEVANTA-CALENDARIO-FIM
           END-IF
           MOVE 'S' TO WCAL-DISP
           PERFORM UNTIL FS-CAL NOT = '00'
              READ CALENDARIO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF WQTD-CAL < 2000
                       ADD 1 TO WQTD-CAL
                       MOVE CALENDARIO-DATA-01 TO WCAL-LIN(WQTD-CAL)
                    ELSE
                       MOVE 'S' TO WMUD-CHEIA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDARIO
           PERFORM VARYING WIDX-CAL FROM 1 BY 1
                   UNTIL WIDX-CAL > WQTD-CAL
              PERFORM R-REGIAO-DA-LINHA
              IF ACAO-FUNDIR AND CAL-NA-FONTE AND
                 WCAL-REG-LINHA NOT = WPAR-COD(1)
                 CONTINUE
              ELSE
                 PERFORM R-ACRESCENTA-LINHA
              END-IF
           END-PERFORM
           PERFORM VARYING WIDX-CAL FROM 1 BY 1
                   UNTIL WIDX-CAL > WQTD-CAL
              PERFORM R-REGIAO-DA-LINHA
              IF CAL-NA-FONTE
                 IF ACAO-FUNDIR
                    PERFORM R-CAL-FUSAO THRU R-CAL-FUSAO-FIM
                 ELSE
                    PERFORM R-CAL-DIVISAO
                 END-IF
              END-IF
           END-PERFORM.
       R-LEVANTA-CALENDARIO-FIM.
           EXIT.

       R-REGIAO-DA-LINHA.
           MOVE 'N' TO WCAL-NA-FONTE
           MOVE ZEROES TO WCAL-REG-LINHA
           IF (WCAL-LIN(WIDX-CAL)(1:8) IS NUMERIC OR
               WCAL-LIN(WIDX-CAL)(1:4) = 'REC ') AND
              WCAL-LIN(WIDX-CAL)(10:3) IS NUMERIC AND
              WCAL-LIN(WIDX-CAL)(10:3) NOT = '000'
              MOVE WCAL-LIN(WIDX-CAL)(10:3) TO WCAL-REG-LINHA
              PERFORM VARYING WIDX-FON FROM 1 BY 1
                      UNTIL WIDX-FON > WQTD-FON
                 IF WFON-COD(WIDX-FON) = WCAL-REG-LINHA
                    MOVE 'S' TO WCAL-NA-FONTE
                 END-IF
              END-PERFORM
           END-IF.

       R-ACRESCENTA-LINHA.
           IF WQTD-CALN < 3000
              ADD 1 TO WQTD-CALN
              MOVE WCAL-LIN(WIDX-CAL) TO WCALN-LIN(WQTD-CALN)
           ELSE
              MOVE 'S' TO WMUD-CHEIA
           END-IF.

       R-PROCURA-CANDIDATA.
           MOVE 'N' TO WCAL-EXISTE
           PERFORM VARYING WIDX-CALN FROM 1 BY 1
                   UNTIL WIDX-CALN > WQTD-CALN OR CAL-EXISTE
              IF WCALN-LIN(WIDX-CALN) = WCAL-CANDIDATA
                 MOVE 'S' TO WCAL-EXISTE
              END-IF
           END-PERFORM.

       R-CAL-FUSAO.
           IF WCAL-REG-LINHA = WPAR-COD(1)
              GO TO R-CAL-FUSAO-FIM
           END-IF
           MOVE WCAL-LIN(WIDX-CAL) TO WCAL-CANDIDATA
           MOVE WPAR-COD(1) TO WCAL-CANDIDATA(10:3)
           PERFORM R-PROCURA-CANDIDATA
           PERFORM R-NOVA-MUDANCA
           MOVE 'C' TO WMUD-ENTIDADE(WQTD-MUD)
           MOVE WCAL-REG-LINHA TO WMUD-CHAVE(WQTD-MUD)
           MOVE WCAL-LIN(WIDX-CAL) TO WMUD-ANTES(WQTD-MUD)
           MOVE WCAL-REG-LINHA TO WMUD-DE(WQTD-MUD)
           MOVE WPAR-COD(1) TO WMUD-PARA(WQTD-MUD)
           MOVE 'S' TO WCAL-MUDOU
           IF CAL-EXISTE
              MOVE 'E' TO WMUD-OPER(WQTD-MUD)
              MOVE 'JA EXISTE NO DESTINO' TO WMUD-OBS(WQTD-MUD)
              ADD 1 TO WCONT-CAL-E
           ELSE
              MOVE 'A' TO WMUD-OPER(WQTD-MUD)
              MOVE WCAL-CANDIDATA TO WMUD-DEPOIS(WQTD-MUD)
              ADD 1 TO WCONT-CAL-A
              ADD 1 TO WQTD-CALN
              MOVE WCAL-CANDIDATA TO WCALN-LIN(WQTD-CALN)
           END-IF.
       R-CAL-FUSAO-FIM.
           EXIT.

       R-CAL-DIVISAO.
           PERFORM VARYING WIDX-PAR FROM 2 BY 1
                   UNTIL WIDX-PAR > WQTD-PAR
              MOVE WCAL-LIN(WIDX-CAL) TO WCAL-CANDIDATA
              MOVE WPAR-COD(WIDX-PAR) TO WCAL-CANDIDATA(10:3)
              PERFORM R-PROCURA-CANDIDATA
              IF NOT CAL-EXISTE AND WQTD-CALN NOT < 3000
                 MOVE 'S' TO WMUD-CHEIA
                 MOVE 'S' TO WCAL-EXISTE
              END-IF
              IF NOT CAL-EXISTE
                 PERFORM R-NOVA-MUDANCA
                 MOVE 'C' TO WMUD-ENTIDADE(WQTD-MUD)
                 MOVE 'I' TO WMUD-OPER(WQTD-MUD)
                 MOVE WCAL-REG-LINHA TO WMUD-CHAVE(WQTD-MUD)
                 MOVE WCAL-LIN(WIDX-CAL) TO WMUD-ANTES(WQTD-MUD)
                 MOVE WCAL-CANDIDATA TO WMUD-DEPOIS(WQTD-MUD)
                 MOVE WCAL-REG-LINHA TO WMUD-DE(WQTD-MUD)
                 MOVE WPAR-COD(WIDX-PAR) TO WMUD-PARA(WQTD-MUD)
                 MOVE 'COPIA DO FERIADO DA ORIGEM'
                      TO WMUD-OBS(WQTD-MUD)
                 MOVE 'S' TO WCAL-MUDOU
                 ADD 1 TO WCONT-CAL-I
                 ADD 1 TO WQTD-CALN
                 MOVE WCAL-CANDIDATA TO WCALN-LIN(WQTD-CALN)
              END-IF
           END-PERFORM.

      *----CAMPANHAS ABERTAS FILTRADAS POR UMA REGIAO DE ORIGEM: NA
      *    FUSAO O FILTRO PASSA PARA O DESTINO; NA DIVISAO O FILTRO
      *    CONTINUA NA ORIGEM (O PUBLICO DA CAMPANHA ENCOLHE COM ELA)
      *    E A CAMPANHA VAI PARA A REVISAO. CAMPANHA ENCERRADA E
      *    HISTORICO E NAO E MEXIDA.
       R-LEVANTA-CAMPANHAS.
           OPEN INPUT CAMPANHAS
           IF FS-CAM NOT = '00'
              GO TO R-LEVANTA-CAMPANHAS-FIM
           END-IF
           MOVE ZEROES TO CODIGO-CAMP
           START CAMPANHAS KEY IS NOT LESS THAN CODIGO-CAMP
           PERFORM UNTIL FS-CAM NOT = '00'
              READ CAMPANHAS NEXT
              IF FS-CAM = '00' AND CAMP-ATIVA AND
                 FILTRO-REGIAO-CAMP > ZEROES
                 MOVE FILTRO-REGIAO-CAMP TO WCOD-ATUAL
                 MOVE ZEROES TO WCOORD-LAT WCOORD-LON
                 IF ACAO-FUNDIR
                    PERFORM R-RESOLVE-DESTINO
                          THRU R-RESOLVE-DESTINO-FIM
                    IF COD-MUDA
                       PERFORM R-NOVA-MUDANCA
                       MOVE 'K' TO WMUD-ENTIDADE(WQTD-MUD)
                       MOVE 'A' TO WMUD-OPER(WQTD-MUD)
                       MOVE CODIGO-CAMP TO WMUD-CHAVE(WQTD-MUD)
                       MOVE DESCRICAO-CAMP TO WMUD-ANTES(WQTD-MUD)
                       MOVE FILTRO-REGIAO-CAMP TO WMUD-DE(WQTD-MUD)
                       MOVE WCOD-NOVO TO WMUD-PARA(WQTD-MUD)
                       ADD 1 TO WCONT-CAMP
                    END-IF
                 ELSE
                    IF FILTRO-REGIAO-CAMP = WFON-COD(1)
                       PERFORM R-NOVA-MUDANCA
                       MOVE 'K' TO WMUD-ENTIDADE(WQTD-MUD)
                       MOVE 'N' TO WMUD-OPER(WQTD-MUD)
                       MOVE CODIGO-CAMP TO WMUD-CHAVE(WQTD-MUD)
                       MOVE DESCRICAO-CAMP TO WMUD-ANTES(WQTD-MUD)
                       MOVE FILTRO-REGIAO-CAMP TO WMUD-DE(WQTD-MUD)
                       MOVE FILTRO-REGIAO-CAMP TO WMUD-PARA(WQTD-MUD)
                       MOVE 'FILTRO NA REGIAO DIVIDIDA - REVISAR'
                            TO WMUD-OBS(WQTD-MUD)
                       ADD 1 TO WCONT-CAMP-REV
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CAMPANHAS.
       R-LEVANTA-CAMPANHAS-FIM.
           EXIT.

      *----CSV DA PREVIA (DIVREGIAO-PREVIA-AAAAMMDD.CSV) OU DO RESUMO
      *    DEPOIS DA GRAVACAO (DIVREGIAO-AAAAMMDD.CSV), UMA LINHA POR
      *    MUDANCA OU AVISO. OS DOIS VAO PARA O CATALOGO.
       S-GRAVA-CSV SECTION.
       R-GRAVA-CSV-1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-REL
           MOVE SPACES TO WID-ARQ-RELT
           IF CSV-PREVIA
              STRING 'DIVREGIAO-PREVIA-' WDATA-REL '.CSV'
                  DELIMITED BY SIZE INTO WID-ARQ-RELT
           ELSE
              STRING 'DIVREGIAO-' WDATA-REL '.CSV'
                  DELIMITED BY SIZE INTO WID-ARQ-RELT
           END-IF
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              GO TO R-GRAVA-CSV-1-EXIT
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING '"ENTIDADE"' ',' '"OPERACAO"' ',' '"CHAVE"' ','
               '"ANTES"' ',' '"DEPOIS"' ',' '"REGIAO DE"' ','
               '"REGIAO PARA"' ',' '"OBSERVACAO"' ','
               '"SITUACAO"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WCATR-LINHAS
           PERFORM VARYING WIDX-MUD FROM 1 BY 1
                   UNTIL WIDX-MUD > WQTD-MUD
              PERFORM R-GRAVA-LINHA-CSV
           END-PERFORM
           CLOSE ARQREL
           MOVE WID-ARQ-RELT TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           IF CSV-PREVIA
              STRING 'ACAO=' WACAO ' PREVIA MUDANCAS=' WQTD-MUD
                  DELIMITED BY SIZE INTO WCATR-PARAM
           ELSE
              STRING 'ACAO=' WACAO ' GRAVADAS=' WCONT-APLICADAS
                  ' FALHAS=' WCONT-FALHAS
                  DELIMITED BY SIZE INTO WCATR-PARAM
           END-IF
           PERFORM S-REGISTRA-CATALOGO
                 THRU R-REGISTRA-CATALOGO-1-EXIT.
       R-GRAVA-CSV-1-EXIT.
           EXIT.

       R-GRAVA-LINHA-CSV.
           EVALUATE TRUE
              WHEN MUD-REGIAO(WIDX-MUD)
                 MOVE 'REGIAO' TO WCSV-ENTIDADE
              WHEN MUD-VENDEDOR(WIDX-MUD)
                 MOVE 'VENDEDOR' TO WCSV-ENTIDADE
              WHEN MUD-PENDENCIA(WIDX-MUD)
                 MOVE 'PENDENCIA-VEN' TO WCSV-ENTIDADE
              WHEN MUD-CALENDARIO(WIDX-MUD)
                 MOVE 'CALENDARIO' TO WCSV-ENTIDADE
              WHEN OTHER
                 MOVE 'CAMPANHA' TO WCSV-ENTIDADE
           END-EVALUATE
           EVALUATE WMUD-OPER(WIDX-MUD)
              WHEN 'I'
                 MOVE 'INCLUSAO' TO WCSV-OPERACAO
              WHEN 'A'
                 MOVE 'ALTERACAO' TO WCSV-OPERACAO
              WHEN 'E'
                 MOVE 'EXCLUSAO' TO WCSV-OPERACAO
              WHEN OTHER
                 MOVE 'AVISO' TO WCSV-OPERACAO
           END-EVALUATE
           EVALUATE TRUE
              WHEN CSV-PREVIA
                 MOVE 'PREVIA' TO WCSV-RESULTADO
              WHEN MUD-AVISO(WIDX-MUD)
                 MOVE 'REVISAR' TO WCSV-RESULTADO
              WHEN MUD-APLICADA(WIDX-MUD)
                 MOVE 'GRAVADA' TO WCSV-RESULTADO
              WHEN OTHER
                 MOVE 'FALHOU' TO WCSV-RESULTADO
           END-EVALUATE
           MOVE SPACES TO ARQREL-DATA-01
           STRING FUNCTION TRIM(WCSV-ENTIDADE) ','
               FUNCTION TRIM(WCSV-OPERACAO) ','
               FUNCTION TRIM(WMUD-CHAVE(WIDX-MUD)) ','
               '"' FUNCTION TRIM(WMUD-ANTES(WIDX-MUD)) '"' ','
               '"' FUNCTION TRIM(WMUD-DEPOIS(WIDX-MUD)) '"' ','
               WMUD-DE(WIDX-MUD) ',' WMUD-PARA(WIDX-MUD) ','
               '"' FUNCTION TRIM(WMUD-OBS(WIDX-MUD)) '"' ','
               FUNCTION TRIM(WCSV-RESULTADO)
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCATR-LINHAS.

      *----GRAVACAO: REGIOES PRIMEIRO (AS NOVAS PRECISAM EXISTIR ANTES
      *    DE RECEBEREM VENDEDORES), DEPOIS VENDEDORES, PENDENCIAS,
      *    CAMPANHAS E O CALENDARIO INTEIRO REGRAVADO. CADA MUDANCA
      *    CONFERE QUE O REGISTRO AINDA ESTA COMO NA PREVIA E VAI
      *    PARA A AUDITORIA.
       S-APLICA-MUDANCAS SECTION.
       R-APLICA-MUDANCAS-1.
           INITIALIZE WCONT-APLICADAS WCONT-FALHAS
           MOVE 'N' TO WAUD-DISP
           OPEN EXTEND AUDITORIA
           IF FS-AUD = '35'
              OPEN OUTPUT AUDITORIA
           END-IF
           IF FS-AUD = '00'
              MOVE 'S' TO WAUD-DISP
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           OPEN I-O REGIAO
           IF FS-REG = '00'
              PERFORM VARYING WIDX-MUD FROM 1 BY 1
                      UNTIL WIDX-MUD > WQTD-MUD
                 IF MUD-REGIAO(WIDX-MUD) AND NOT MUD-AVISO(WIDX-MUD)
                    PERFORM R-GRAVA-REGIAO THRU R-GRAVA-REGIAO-FIM
                 END-IF
              END-PERFORM
              CLOSE REGIAO
           END-IF
           OPEN I-O VENDEDORES
           IF FS-VEN = '00'
              PERFORM VARYING WIDX-MUD FROM 1 BY 1
                      UNTIL WIDX-MUD > WQTD-MUD
                 IF MUD-VENDEDOR(WIDX-MUD) AND NOT MUD-AVISO(WIDX-MUD)
                    PERFORM R-GRAVA-VENDEDOR THRU R-GRAVA-VENDEDOR-FIM
                 END-IF
              END-PERFORM
              CLOSE VENDEDORES
           END-IF
           OPEN I-O PENDENCIAS-VEN
           IF FS-PEND = '00'
              PERFORM VARYING WIDX-MUD FROM 1 BY 1
                      UNTIL WIDX-MUD > WQTD-MUD
                 IF MUD-PENDENCIA(WIDX-MUD) AND NOT MUD-AVISO(WIDX-MUD)
                    PERFORM R-GRAVA-PENDENCIA THRU R-GRAVA-PENDENCIA-FIM
                 END-IF
              END-PERFORM
              CLOSE PENDENCIAS-VEN
           END-IF
           OPEN I-O CAMPANHAS
           IF FS-CAM = '00'
              PERFORM VARYING WIDX-MUD FROM 1 BY 1
                      UNTIL WIDX-MUD > WQTD-MUD
                 IF MUD-CAMPANHA(WIDX-MUD) AND NOT MUD-AVISO(WIDX-MUD)
                    PERFORM R-GRAVA-CAMPANHA THRU R-GRAVA-CAMPANHA-FIM
                 END-IF
              END-PERFORM
              CLOSE CAMPANHAS
           END-IF
           IF CAL-DISP AND CAL-MUDOU
              PERFORM R-GRAVA-CALENDARIO THRU R-GRAVA-CALENDARIO-FIM
           END-IF
           PERFORM VARYING WIDX-MUD FROM 1 BY 1
                   UNTIL WIDX-MUD > WQTD-MUD
              IF NOT MUD-AVISO(WIDX-MUD)
                 IF MUD-APLICADA(WIDX-MUD)
                    ADD 1 TO WCONT-APLICADAS
                 ELSE
                    MOVE 'F' TO WMUD-RESULT(WIDX-MUD)
                    ADD 1 TO WCONT-FALHAS
                 END-IF
              END-IF
           END-PERFORM
           IF AUD-DISP
              CLOSE AUDITORIA
           END-IF.
       R-APLICA-MUDANCAS-1-EXIT.
           EXIT.

       R-GRAVA-REGIAO.
           IF WMUD-OPER(WIDX-MUD) = 'E'
              MOVE WFON-COD(WMUD-IDX(WIDX-MUD)) TO CODIGO-REG
              READ REGIAO
              IF FS-REG NOT = '00'
                 GO TO R-GRAVA-REGIAO-FIM
              END-IF
              PERFORM R-FORMATA-CAIXA-REGIAO
              MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
              STRING FUNCTION TRIM(NOME-REG) ' '
                  FUNCTION TRIM(WED-LAT-MIN) '/'
                  FUNCTION TRIM(WED-LAT-MAX) '/'
                  FUNCTION TRIM(WED-LON-MIN) '/'
                  FUNCTION TRIM(WED-LON-MAX)
                  DELIMITED BY SIZE INTO WAUD-ANTES
              STRING 'FUNDIDA NA REGIAO ' WPAR-COD(1)
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
              DELETE REGIAO RECORD
              GO TO R-GRAVA-REGIAO-AUDITA
           END-IF
           MOVE WMUD-IDX(WIDX-MUD) TO WIDX-PAR
           MOVE SPACES TO WAUD-ANTES
           IF WMUD-OPER(WIDX-MUD) = 'I'
              INITIALIZE REGISTRO-REGIAO
              MOVE WPAR-COD(WIDX-PAR) TO CODIGO-REG
              MOVE WPAR-DESCR(WIDX-PAR) TO DESCRICAO-REG
           ELSE
              MOVE WPAR-COD(WIDX-PAR) TO CODIGO-REG
              READ REGIAO
              IF FS-REG NOT = '00'
                 GO TO R-GRAVA-REGIAO-FIM
              END-IF
              PERFORM R-FORMATA-CAIXA-REGIAO
              STRING FUNCTION TRIM(NOME-REG) ' '
                  FUNCTION TRIM(WED-LAT-MIN) '/'
                  FUNCTION TRIM(WED-LAT-MAX) '/'
                  FUNCTION TRIM(WED-LON-MIN) '/'
                  FUNCTION TRIM(WED-LON-MAX)
                  DELIMITED BY SIZE INTO WAUD-ANTES
           END-IF
           MOVE WPAR-NOME(WIDX-PAR) TO NOME-REG
           MOVE WPAR-SUP(WIDX-PAR) TO COD-SUPERVISOR-REG
           MOVE WPAR-MACRO(WIDX-PAR) TO COD-MACRO-REG
           MOVE WPAR-LAT-MIN(WIDX-PAR) TO LAT-MIN-REG
           MOVE WPAR-LAT-MAX(WIDX-PAR) TO LAT-MAX-REG
           MOVE WPAR-LON-MIN(WIDX-PAR) TO LON-MIN-REG
           MOVE WPAR-LON-MAX(WIDX-PAR) TO LON-MAX-REG
           IF WMUD-OPER(WIDX-MUD) = 'I'
              WRITE REGISTRO-REGIAO
           ELSE
              REWRITE REGISTRO-REGIAO
           END-IF
           PERFORM R-FORMATA-CAIXA-REGIAO
           MOVE SPACES TO WAUD-DEPOIS
           STRING FUNCTION TRIM(NOME-REG) ' '
               FUNCTION TRIM(WED-LAT-MIN) '/'
               FUNCTION TRIM(WED-LAT-MAX) '/'
               FUNCTION TRIM(WED-LON-MIN) '/'
               FUNCTION TRIM(WED-LON-MAX)
               DELIMITED BY SIZE INTO WAUD-DEPOIS.
       R-GRAVA-REGIAO-AUDITA.
           IF FS-REG = '00'
              MOVE 'S' TO WMUD-RESULT(WIDX-MUD)
              MOVE 'REGIAO' TO WAUD-ENTIDADE
              MOVE WMUD-CHAVE(WIDX-MUD) TO WAUD-CODIGO
              PERFORM R-AUDITA-MUDANCA THRU R-AUDITA-MUDANCA-FIM
           END-IF.
       R-GRAVA-REGIAO-FIM.
           EXIT.

       R-FORMATA-CAIXA-REGIAO.
           MOVE LAT-MIN-REG TO WED-LAT-MIN
           MOVE LAT-MAX-REG TO WED-LAT-MAX
           MOVE LON-MIN-REG TO WED-LON-MIN
           MOVE LON-MAX-REG TO WED-LON-MAX.

       R-GRAVA-VENDEDOR.
           MOVE WMUD-CHAVE(WIDX-MUD) TO CHAVE-VEN
           READ VENDEDORES
           IF FS-VEN NOT = '00'
              GO TO R-GRAVA-VENDEDOR-FIM
           END-IF
           IF COD-REGIAO NOT = WMUD-DE(WIDX-MUD)
              MOVE 'REGIAO ALTERADA DEPOIS DA PREVIA'
                   TO WMUD-OBS(WIDX-MUD)
              GO TO R-GRAVA-VENDEDOR-FIM
           END-IF
           MOVE WMUD-PARA(WIDX-MUD) TO COD-REGIAO
           REWRITE REGISTRO-VENDEDORES
           IF FS-VEN = '00'
              MOVE 'S' TO WMUD-RESULT(WIDX-MUD)
              MOVE 'VENDEDORES' TO WAUD-ENTIDADE
              MOVE CODIGO-VEN TO WAUD-CODIGO
              PERFORM R-AUDITA-REGIAO-DE-PARA
              PERFORM R-AUDITA-MUDANCA THRU R-AUDITA-MUDANCA-FIM
           END-IF.
       R-GRAVA-VENDEDOR-FIM.
           EXIT.

       R-GRAVA-PENDENCIA.
           MOVE WMUD-CHAVE(WIDX-MUD)(1:3) TO CODIGO-VEN-PEND
           READ PENDENCIAS-VEN
           IF FS-PEND NOT = '00'
              GO TO R-GRAVA-PENDENCIA-FIM
           END-IF
           IF COD-REGIAO-PEND NOT = WMUD-DE(WIDX-MUD)
              MOVE 'REGIAO ALTERADA DEPOIS DA PREVIA'
                   TO WMUD-OBS(WIDX-MUD)
              GO TO R-GRAVA-PENDENCIA-FIM
           END-IF
           MOVE WMUD-PARA(WIDX-MUD) TO COD-REGIAO-PEND
           REWRITE REGISTRO-PENDENCIA-VEN
           IF FS-PEND = '00'
              MOVE 'S' TO WMUD-RESULT(WIDX-MUD)
              MOVE 'PENDENCIAS-VEN' TO WAUD-ENTIDADE
              MOVE CODIGO-VEN-PEND TO WAUD-CODIGO
              PERFORM R-AUDITA-REGIAO-DE-PARA
              PERFORM R-AUDITA-MUDANCA THRU R-AUDITA-MUDANCA-FIM
           END-IF.
       R-GRAVA-PENDENCIA-FIM.
           EXIT.

       R-GRAVA-CAMPANHA.
           MOVE WMUD-CHAVE(WIDX-MUD)(1:3) TO CODIGO-CAMP
           READ CAMPANHAS
           IF FS-CAM NOT = '00'
              GO TO R-GRAVA-CAMPANHA-FIM
           END-IF
           IF FILTRO-REGIAO-CAMP NOT = WMUD-DE(WIDX-MUD)
              MOVE 'FILTRO ALTERADO DEPOIS DA PREVIA'
                   TO WMUD-OBS(WIDX-MUD)
              GO TO R-GRAVA-CAMPANHA-FIM
           END-IF
           MOVE WMUD-PARA(WIDX-MUD) TO FILTRO-REGIAO-CAMP
           REWRITE REGISTRO-CAMPANHA
           IF FS-CAM = '00'
              MOVE 'S' TO WMUD-RESULT(WIDX-MUD)
              MOVE 'CAMPANHAS' TO WAUD-ENTIDADE
              MOVE CODIGO-CAMP TO WAUD-CODIGO
              PERFORM R-AUDITA-REGIAO-DE-PARA
              PERFORM R-AUDITA-MUDANCA THRU R-AUDITA-MUDANCA-FIM
           END-IF.
       R-GRAVA-CAMPANHA-FIM.
           EXIT.

       R-AUDITA-REGIAO-DE-PARA.
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'REGIAO=' WMUD-DE(WIDX-MUD)
               DELIMITED BY SIZE INTO WAUD-ANTES
           IF ACAO-FUNDIR
              STRING 'REGIAO=' WMUD-PARA(WIDX-MUD) ' (FUSAO)'
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
           ELSE
              STRING 'REGIAO=' WMUD-PARA(WIDX-MUD) ' (DIVISAO)'
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
           END-IF.

      *----O CALENDARIO E REGRAVADO INTEIRO A PARTIR DO RESULTADO
      *    MONTADO NA PREVIA, PASSANDO PELO ARQUIVO TEMPORARIO COMO NA
      *    MANUTENCAO DO CALENDARIO.
       R-GRAVA-CALENDARIO.
           OPEN OUTPUT CALEN-TMP
           IF FS-CLT NOT = '00'
              GO TO R-GRAVA-CALENDARIO-FIM
           END-IF
           PERFORM VARYING WIDX-CALN FROM 1 BY 1
                   UNTIL WIDX-CALN > WQTD-CALN
              MOVE WCALN-LIN(WIDX-CALN) TO CALEN-TMP-DATA-01
              WRITE CALEN-TMP-REC
           END-PERFORM
           CLOSE CALEN-TMP
           OPEN OUTPUT CALENDARIO
           IF FS-CAL NOT = '00'
              GO TO R-GRAVA-CALENDARIO-FIM
           END-IF
           OPEN INPUT CALEN-TMP
           PERFORM UNTIL FS-CLT NOT = '00'
              READ CALEN-TMP
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CALEN-TMP-DATA-01 TO CALENDARIO-DATA-01
                    WRITE CALENDARIO-REC
              END-READ
           END-PERFORM
           CLOSE CALENDARIO
           CLOSE CALEN-TMP
           MOVE 'CALENDARIO' TO WAUD-ENTIDADE
           PERFORM VARYING WIDX-MUD FROM 1 BY 1
                   UNTIL WIDX-MUD > WQTD-MUD
              IF MUD-CALENDARIO(WIDX-MUD)
                 MOVE 'S' TO WMUD-RESULT(WIDX-MUD)
                 MOVE WMUD-CHAVE(WIDX-MUD) TO WAUD-CODIGO
                 MOVE WMUD-ANTES(WIDX-MUD) TO WAUD-ANTES
                 MOVE WMUD-DEPOIS(WIDX-MUD) TO WAUD-DEPOIS
                 EVALUATE WMUD-OPER(WIDX-MUD)
                    WHEN 'I'
                       MOVE SPACES TO WAUD-ANTES
                    WHEN 'E'
                       MOVE SPACES TO WAUD-DEPOIS
                 END-EVALUATE
                 PERFORM R-AUDITA-MUDANCA THRU R-AUDITA-MUDANCA-FIM
              END-IF
           END-PERFORM.
       R-GRAVA-CALENDARIO-FIM.
           EXIT.

       R-AUDITA-MUDANCA.
           IF NOT AUD-DISP
              GO TO R-AUDITA-MUDANCA-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               FUNCTION TRIM(WAUD-ENTIDADE) ',' WMUD-OPER(WIDX-MUD)
               ',' FUNCTION TRIM(WAUD-CODIGO) ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC.
       R-AUDITA-MUDANCA-FIM.
           EXIT.

       COPY CATALOGO.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
