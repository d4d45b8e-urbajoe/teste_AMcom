       IDENTIFICATION DIVISION.
       PROGRAM-ID.  treinamento.
       AUTHOR.      URBANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WCRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----ARQUIVOS DA EMPRESA DE ORIGEM (PRODUCAO), LIDOS SEM ALTERAR.
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

       SELECT REGIAO ASSIGN TO  DISK WID-ARQ-REGIOES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-REG
              ALTERNATE RECORD KEY IS NOME-REG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-REG.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       SELECT BLOQVIS ASSIGN TO DISK WID-ARQ-BLOQVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLQ.

      *----ARQUIVOS DA EMPRESA DE TREINAMENTO, RECRIADOS A CADA CARGA
      *    COM AS MESMAS CHAVES DOS ARQUIVOS DE PRODUCAO.
       SELECT CLI-TRE ASSIGN TO  DISK WID-ARQ-CLI-TRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI-TRE
              ALTERNATE RECORD KEY IS CNPJ-TRE   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-TRE WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO-TRE  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-TRE =
                                          CODIGO-TRE
                                          RAZAO-TRE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLT.

       SELECT VEN-TRE ASSIGN TO  DISK WID-ARQ-VEN-TRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN-TRE
              ALTERNATE RECORD KEY IS CPF-VEN-TRE WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN-TRE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VET.

       SELECT DIS-TRE ASSIGN TO  DISK WID-ARQ-DIS-TRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS-TRE
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS-TRE
                                    WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS-TRE
                                    WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIT.

       SELECT REG-TRE ASSIGN TO  DISK WID-ARQ-REG-TRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-REG-TRE
              ALTERNATE RECORD KEY IS NOME-REG-TRE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RGT.

       SELECT VAT-TRE ASSIGN TO DISK WID-ARQ-VAT-TRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT-TRE
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VTT.

       SELECT BLQ-TRE ASSIGN TO DISK WID-ARQ-BLQ-TRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS COD-CLI-BLQ-TRE
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BLT.

       SELECT EMPRESAS ASSIGN TO DISK WID-ARQ-EMPRESAS
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-EMP.

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

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

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
           02 DATA-LEVANTA-BLQ          PIC  9(008).

      *----REGISTROS DE DESTINO: SO OS CAMPOS DE CHAVE TEM NOME, O
      *    RESTO VEM INTEIRO DO REGISTRO DE ORIGEM JA EMBARALHADO.
       FD CLI-TRE.
       01  REGISTRO-CLI-TRE.
           02 CHAVE-CLI-TRE.
              03 CODIGO-TRE             PIC  9(007).
              03 CNPJ-TRE               PIC  9(014).
           02 RAZAO-TRE                 PIC  X(040).
           02 FILLER                    PIC  X(161).

       FD VEN-TRE.
       01  REGISTRO-VEN-TRE.
           02 CHAVE-VEN-TRE.
              03 CODIGO-VEN-TRE         PIC  9(003).
              03 CPF-VEN-TRE            PIC  9(011).
           02 NOME-VEN-TRE              PIC  X(040).
           02 FILLER                    PIC  X(085).

       FD DIS-TRE.
       01  REGISTRO-DIS-TRE.
           02 CHAVE-DIS-TRE.
              03 CODIGO-CLI-DIS-TRE     PIC  9(007).
              03 CODIGO-VEN-DIS-TRE     PIC  9(003).
           02 FILLER                    PIC  X(031).

       FD REG-TRE.
       01  REGISTRO-REG-TRE.
           02 CODIGO-REG-TRE            PIC  9(003).
           02 NOME-REG-TRE              PIC  X(030).
           02 FILLER                    PIC  X(099).

       FD VAT-TRE.
       01  REGISTRO-VAT-TRE.
           02 CODIGO-CLI-VAT-TRE        PIC  9(007).
           02 FILLER                    PIC  X(028).

       FD BLQ-TRE.
       01  REGISTRO-BLQ-TRE.
           02 COD-CLI-BLQ-TRE           PIC  9(007).
           02 FILLER                    PIC  X(101).

       FD  EMPRESAS.
       01  EMPRESAS-REC.
           05  EMPRESAS-DATA-01     PIC X(00300).

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
       01 FS-VAT.
           02 FS-VAT-1                PIC 9.
           02 FS-VAT-2                PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 FS-BLQ.
           02 FS-BLQ-1                PIC 9.
           02 FS-BLQ-2                PIC 9.
           02 FS-BLQ-R REDEFINES FS-BLQ-2 PIC 99 COMP-X.
       01 FS-CLT.
           02 FS-CLT-1                PIC 9.
           02 FS-CLT-2                PIC 9.
           02 FS-CLT-R REDEFINES FS-CLT-2 PIC 99 COMP-X.
       01 FS-VET.
           02 FS-VET-1                PIC 9.
           02 FS-VET-2                PIC 9.
           02 FS-VET-R REDEFINES FS-VET-2 PIC 99 COMP-X.
       01 FS-DIT.
           02 FS-DIT-1                PIC 9.
           02 FS-DIT-2                PIC 9.
           02 FS-DIT-R REDEFINES FS-DIT-2 PIC 99 COMP-X.
       01 FS-RGT.
           02 FS-RGT-1                PIC 9.
           02 FS-RGT-2                PIC 9.
           02 FS-RGT-R REDEFINES FS-RGT-2 PIC 99 COMP-X.
       01 FS-VTT.
           02 FS-VTT-1                PIC 9.
           02 FS-VTT-2                PIC 9.
           02 FS-VTT-R REDEFINES FS-VTT-2 PIC 99 COMP-X.
       01 FS-BLT.
           02 FS-BLT-1                PIC 9.
           02 FS-BLT-2                PIC 9.
           02 FS-BLT-R REDEFINES FS-BLT-2 PIC 99 COMP-X.
       01 FS-EMP.
           02 FS-EMP-1                PIC 9.
           02 FS-EMP-2                PIC 9.
           02 FS-EMP-R REDEFINES FS-EMP-2 PIC 99 COMP-X.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.

       01 WID-ARQ-CLIENTES        PIC X(50) VALUE SPACES.
       01 WID-ARQ-VENDEDORES      PIC X(50) VALUE SPACES.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50) VALUE SPACES.
       01 WID-ARQ-REGIOES         PIC X(50) VALUE SPACES.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE SPACES.
       01 WID-ARQ-BLOQVIS         PIC X(50) VALUE SPACES.
       01 WID-ARQ-CLI-TRE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-VEN-TRE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-DIS-TRE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-REG-TRE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-VAT-TRE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-BLQ-TRE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-EMPRESAS        PIC X(50) VALUE 'EMPRESAS.DAT'.
       01 WID-ARQ-AUDITORIA       PIC X(50) VALUE 'AUDITORIA.DAT'.

      *----EMPRESAS.DAT INTEIRO EM MEMORIA, NA POSICAO DO CODIGO
      *    (MESMO ESQUEMA DO CADASTRO DE EMPRESAS), PARA GRAVAR A
      *    ENTRADA DA EMPRESA DE TREINAMENTO SEM PERDER AS OUTRAS.
       77 WIDX-EMP                PIC 9 VALUE ZEROES.
       77 WEMP-SLOT               PIC 99 VALUE ZEROES.
       01 WTAB-EMPRESAS.
          02 WEMP-LINHA OCCURS 9 TIMES.
             03 WEMP-NOME           PIC X(030).
             03 WEMP-ARQ-CLI        PIC X(050).
             03 WEMP-ARQ-VEN        PIC X(050).
             03 WEMP-ARQ-DIS        PIC X(050).
             03 WEMP-ARQ-REG        PIC X(050).
             03 WEMP-TIPO           PIC X(001).
       01 WEMP-T-COD              PIC X(002) VALUE SPACES.
       01 WEMP-T-NOME             PIC X(030) VALUE SPACES.
       01 WEMP-T-CLI              PIC X(050) VALUE SPACES.
       01 WEMP-T-VEN              PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS              PIC X(050) VALUE SPACES.
       01 WEMP-T-REG              PIC X(050) VALUE SPACES.
       01 WEMP-T-TIPO             PIC X(001) VALUE SPACES.
       01 WQTD-EMP-ARQ            PIC 9 VALUE ZEROES.

      *----PARAMETROS INFORMADOS NA TELA
       01 WTRE-EMP-ORG            PIC X(002) VALUE SPACES.
       01 WTRE-EMP-DST            PIC X(002) VALUE SPACES.
       01 WTRE-NOME               PIC X(030) VALUE SPACES.
       77 WTRE-SLOT-ORG           PIC 99 VALUE ZEROES.
       77 WTRE-SLOT-DST           PIC 99 VALUE ZEROES.
       01 WTRE-RECARGA            PIC X VALUE 'N'.
          88 TRE-RECARGA               VALUE 'S'.
       01 WTRE-SITUACAO-TXT       PIC X(030) VALUE SPACES.

      *----NOMES EFETIVOS (CAMPO EM BRANCO = NOME PADRAO) DE UMA
      *    EMPRESA DE PRODUCAO, PARA CONFERIR QUE NENHUM ARQUIVO DA
      *    EMPRESA DE TREINAMENTO CAI EM CIMA DELES.
       01 WTRE-PRD-CLI            PIC X(050) VALUE SPACES.
       01 WTRE-PRD-VEN            PIC X(050) VALUE SPACES.
       01 WTRE-PRD-DIS            PIC X(050) VALUE SPACES.
       01 WTRE-PRD-REG            PIC X(050) VALUE SPACES.
       01 WTRE-COLIDE             PIC X(002) VALUE SPACES.

      *----EMBARALHAMENTO DE CNPJ/CPF: A RAIZ DO CNPJ E A BASE DO CPF
      *    PASSAM POR UMA PERMUTACAO (MULTIPLICADOR PRIMO COM 10 E
      *    DESLOCAMENTO SORTEADOS A CADA CARGA E NAO GUARDADOS), E OS
      *    DIGITOS VERIFICADORES SAO RECALCULADOS. DOCUMENTOS IGUAIS
      *    CONTINUAM IGUAIS E DIFERENTES CONTINUAM DIFERENTES, ENTAO
      *    DUPLICIDADES, FILIAIS E GRUPOS SE COMPORTAM COMO NA
      *    PRODUCAO, MAS O DOCUMENTO ORIGINAL NAO E RECUPERAVEL.
       01 WTRE-SEMENTE            PIC 9(008) VALUE ZEROES.
       01 WTRE-SORTEIO            PIC 9V9(009) VALUE ZEROES.
       01 WTRE-MULT-CNPJ          PIC 9(008) VALUE ZEROES.
       01 WTRE-DESL-CNPJ          PIC 9(008) VALUE ZEROES.
       01 WTRE-MULT-CPF           PIC 9(009) VALUE ZEROES.
       01 WTRE-DESL-CPF           PIC 9(009) VALUE ZEROES.
       01 WTRE-CALC               PIC 9(018) VALUE ZEROES.
       01 WTRE-DOC14              PIC 9(014) VALUE ZEROES.
       01 WTRE-DOC14-R REDEFINES WTRE-DOC14.
          02 WTRE-D14-RAIZ        PIC 9(008).
          02 WTRE-D14-FILIAL      PIC 9(004).
          02 WTRE-D14-DV          PIC 9(002).
       01 WTRE-DOC14-D REDEFINES WTRE-DOC14.
          02 WTRE-D14-DIG OCCURS 14 TIMES PIC 9.
       01 WTRE-DOC11              PIC 9(011) VALUE ZEROES.
       01 WTRE-DOC11-R REDEFINES WTRE-DOC11.
          02 WTRE-D11-BASE        PIC 9(009).
          02 WTRE-D11-DV          PIC 9(002).
       01 WTRE-DOC11-D REDEFINES WTRE-DOC11.
          02 WTRE-D11-DIG OCCURS 11 TIMES PIC 9.
       01 WTRE-PESOS-CNPJ-V       PIC X(013) VALUE '6543298765432'.
       01 WTRE-PESOS-CNPJ REDEFINES WTRE-PESOS-CNPJ-V.
          02 WTRE-PESO-CNPJ OCCURS 13 TIMES PIC 9.
       01 WTRE-PESOS-CPF-V        PIC X(020) VALUE
             '11100908070605040302'.
       01 WTRE-PESOS-CPF REDEFINES WTRE-PESOS-CPF-V.
          02 WTRE-PESO-CPF OCCURS 10 TIMES PIC 99.
       77 WTRE-IDX                PIC 99 VALUE ZEROES.
       77 WTRE-SOMA               PIC 9(005) VALUE ZEROES.
       77 WTRE-RESTO              PIC 99 VALUE ZEROES.
       01 WTRE-COD-X              PIC X(007) VALUE SPACES.
       01 WTRE-VEN-X              PIC X(003) VALUE SPACES.

       77 WCONT-CLI               PIC 9(007) VALUE ZEROES.
       77 WCONT-VEN               PIC 9(005) VALUE ZEROES.
       77 WCONT-DIS               PIC 9(007) VALUE ZEROES.
       77 WCONT-REG               PIC 9(005) VALUE ZEROES.
       77 WCONT-VAT               PIC 9(007) VALUE ZEROES.
       77 WCONT-BLQ               PIC 9(007) VALUE ZEROES.
       77 WCONT-FALHAS            PIC 9(005) VALUE ZEROES.

       01 WAUD-DATA-HORA          PIC X(014).
       01 WAUD-USUARIO            PIC X(020).
       01 WAUD-OPERACAO           PIC X(001) VALUE SPACE.
       01 WAUD-ANTES              PIC X(120) VALUE SPACES.
       01 WAUD-DEPOIS             PIC X(120) VALUE SPACES.

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'treinamento'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.

       SCREEN SECTION.
       01 TELA-TREINAMENTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - EMPRESA DE TREINAME
      -"NTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "EMPRESA DE ORIGEM (PRODUCAO)...:".
          02 SCR-TRE-ORG LINE 5 COL 38 PIC X(002)
                 USING WTRE-EMP-ORG AUTO.
          02 LINE 6 COL 5 VALUE "EMPRESA DE TREINAMENTO (02-09).:".
          02 SCR-TRE-DST LINE 6 COL 38 PIC X(002)
                 USING WTRE-EMP-DST AUTO.
          02 LINE 7 COL 5 VALUE "NOME DA EMPRESA DE TREINAMENTO.:".
          02 SCR-TRE-NOME LINE 7 COL 38 PIC X(030)
                 USING WTRE-NOME AUTO.
          02 LINE 9 COL 5 VALUE
             "COPIA CLIENTES, VENDEDORES, DISTRIBUICAO, REGIOES,".
          02 LINE 10 COL 5 VALUE
             "VINCULOS ATUAIS E BLOQUEIOS DE VISITA DA ORIGEM.".
          02 LINE 11 COL 5 VALUE
             "CNPJ/CPF, NOMES, TELEFONES, E-MAILS E ENDERECOS SAO".
          02 LINE 12 COL 5 VALUE
             "EMBARALHADOS; CODIGOS E COORDENADAS SAO MANTIDOS.".
          02 LINE 13 COL 5 VALUE
             "A EMPRESA DE TREINAMENTO NAO GRAVA NA CAIXA DE SAIDA".
          02 LINE 14 COL 5 VALUE
             "NEM GERA ARQUIVOS DE INTERFACE.".
          02 LINE 16 COL 5 VALUE "[ESC] CANCELA".

       01 TELA-PREVIA-TREINO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - EMPRESA DE TREINAME
      -"NTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "EMPRESA:".
          02 LINE 5 COL 15 PIC X(002) FROM WTRE-EMP-ORG.
          02 LINE 5 COL 18 VALUE "->".
          02 LINE 5 COL 21 PIC X(002) FROM WTRE-EMP-DST.
          02 LINE 5 COL 24 PIC X(030) FROM WTRE-NOME.
          02 LINE 6 COL 5 PIC X(030) FROM WTRE-SITUACAO-TXT.
          02 LINE 8 COL 5 VALUE "CLIENTES.....:".
          02 LINE 8 COL 20 PIC X(045) FROM WID-ARQ-CLIENTES.
          02 LINE 9 COL 8 VALUE "->".
          02 LINE 9 COL 20 PIC X(045) FROM WID-ARQ-CLI-TRE.
          02 LINE 10 COL 5 VALUE "VENDEDORES...:".
          02 LINE 10 COL 20 PIC X(045) FROM WID-ARQ-VENDEDORES.
          02 LINE 11 COL 8 VALUE "->".
          02 LINE 11 COL 20 PIC X(045) FROM WID-ARQ-VEN-TRE.
          02 LINE 12 COL 5 VALUE "DISTRIBUICAO.:".
          02 LINE 12 COL 20 PIC X(045) FROM WID-ARQ-DISTRIBUICAO.
          02 LINE 13 COL 8 VALUE "->".
          02 LINE 13 COL 20 PIC X(045) FROM WID-ARQ-DIS-TRE.
          02 LINE 14 COL 5 VALUE "REGIAO.......:".
          02 LINE 14 COL 20 PIC X(045) FROM WID-ARQ-REGIOES.
          02 LINE 15 COL 8 VALUE "->".
          02 LINE 15 COL 20 PIC X(045) FROM WID-ARQ-REG-TRE.
          02 LINE 17 COL 5 VALUE
             "OS ARQUIVOS DA EMPRESA DE TREINAMENTO SERAO RECRIADOS".
          02 LINE 18 COL 5 VALUE
             "E O QUE FOI FEITO NELA ATE AGORA SERA PERDIDO.".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(52) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
      *----EMPRESA DE TREINAMENTO: CRIA OU RECARREGA EM EMPRESAS.DAT
      *    UMA EMPRESA MARCADA COMO TREINAMENTO (TIPO 'T'), COM
      *    ARQUIVOS PROPRIOS, A PARTIR DE UMA COPIA DOS CADASTROS DE
      *    UMA EMPRESA DE PRODUCAO. CNPJ/CPF (COM DIGITOS VALIDOS),
      *    NOMES, TELEFONES, E-MAILS E ENDERECOS SAO EMBARALHADOS;
      *    CODIGOS, COORDENADAS E VINCULOS FICAM COMO ESTAO PARA A
      *    DISTRIBUICAO SE COMPORTAR IGUAL. UMA EMPRESA DE PRODUCAO
      *    NUNCA E SOBRESCRITA.
       ABERTURA.
           INITIALIZE WSAIDA
           MOVE WEMPRESA-LID TO WTRE-EMP-ORG
           IF WTRE-EMP-ORG = SPACES
              MOVE '01' TO WTRE-EMP-ORG
           END-IF
           MOVE SPACES TO WTRE-EMP-DST
           MOVE 'TREINAMENTO' TO WTRE-NOME
           DISPLAY TELA-TREINAMENTO
           ACCEPT TELA-TREINAMENTO
           IF ESC
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-CARREGA-EMPRESAS THRU R-CARREGA-EMPRESAS-1-EXIT
           PERFORM S-VALIDA-PEDIDO THRU R-VALIDA-PEDIDO-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           DISPLAY TELA-PREVIA-TREINO
           MOVE 'CONFIRMA A CARGA DO TREINAMENTO? S/N' TO WTXT
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
           PERFORM S-COPIA-CADASTROS THRU R-COPIA-CADASTROS-1-EXIT
           IF WSAIDA NOT = ZEROES
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM S-GRAVA-EMPRESA THRU R-GRAVA-EMPRESA-1-EXIT
           PERFORM R-AUDITA THRU R-AUDITA-FIM
           MOVE SPACES TO WTXT
           STRING 'CLI ' WCONT-CLI ' VEN ' WCONT-VEN
                  ' DIS ' WCONT-DIS ' FALHAS ' WCONT-FALHAS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----LE O EMPRESAS.DAT PARA A TABELA (COD,NOME,ARQ-CLI,ARQ-VEN,
      *    ARQ-DIS,ARQ-REG,TIPO). ARQUIVO AUSENTE = SO A EMPRESA 01.
       S-CARREGA-EMPRESAS SECTION.
       R-CARREGA-EMPRESAS-1.
           INITIALIZE WTAB-EMPRESAS
           MOVE ZEROES TO WQTD-EMP-ARQ
           OPEN INPUT EMPRESAS.
           IF FS-EMP NOT = '00'
              GO TO R-CARREGA-EMPRESAS-1-EXIT
           END-IF
           PERFORM UNTIL FS-EMP NOT = '00'
              READ EMPRESAS
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                                   WEMP-T-TIPO
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                             WEMP-T-TIPO
                    IF WEMP-T-COD IS NUMERIC AND
                       WEMP-T-NOME NOT = SPACES
                       COMPUTE WEMP-SLOT =
                           FUNCTION NUMVAL(WEMP-T-COD)
                       IF WEMP-SLOT > ZEROES AND WEMP-SLOT < 10
                          ADD 1 TO WQTD-EMP-ARQ
                          MOVE WEMP-T-NOME TO WEMP-NOME(WEMP-SLOT)
                          MOVE WEMP-T-CLI
                               TO WEMP-ARQ-CLI(WEMP-SLOT)
                          MOVE WEMP-T-VEN
                               TO WEMP-ARQ-VEN(WEMP-SLOT)
                          MOVE WEMP-T-DIS
                               TO WEMP-ARQ-DIS(WEMP-SLOT)
                          MOVE WEMP-T-REG
                               TO WEMP-ARQ-REG(WEMP-SLOT)
                          MOVE 'P' TO WEMP-TIPO(WEMP-SLOT)
                          IF WEMP-T-TIPO = 'T'
                             MOVE 'T' TO WEMP-TIPO(WEMP-SLOT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPRESAS.
       R-CARREGA-EMPRESAS-1-EXIT.
           EXIT.

      *----ORIGEM: EMPRESA DE PRODUCAO CADASTRADA (OU A 01 QUANDO NAO
      *    HA EMPRESAS.DAT). DESTINO: POSICAO 02-09 LIVRE OU JA DE
      *    TREINAMENTO (RECARGA), CUJOS ARQUIVOS NAO PODEM COINCIDIR
      *    COM OS DE NENHUMA EMPRESA DE PRODUCAO.
       S-VALIDA-PEDIDO SECTION.
       R-VALIDA-PEDIDO-1.
           IF WTRE-EMP-ORG NOT NUMERIC OR WTRE-EMP-ORG = '00'
              MOVE 'EMPRESA DE ORIGEM INVALIDA ' TO WTXT
              GO TO R-VALIDA-PEDIDO-1-ERRO
           END-IF
           COMPUTE WTRE-SLOT-ORG = FUNCTION NUMVAL(WTRE-EMP-ORG)
           IF WQTD-EMP-ARQ = ZEROES
              IF WTRE-SLOT-ORG NOT = 1
                 MOVE 'EMPRESA DE ORIGEM NAO CADASTRADA ' TO WTXT
                 GO TO R-VALIDA-PEDIDO-1-ERRO
              END-IF
              MOVE 'EMPRESA 01' TO WEMP-NOME(1)
              MOVE 'P' TO WEMP-TIPO(1)
           END-IF
           IF WEMP-NOME(WTRE-SLOT-ORG) = SPACES
              MOVE 'EMPRESA DE ORIGEM NAO CADASTRADA ' TO WTXT
              GO TO R-VALIDA-PEDIDO-1-ERRO
           END-IF
           IF WEMP-TIPO(WTRE-SLOT-ORG) = 'T'
              MOVE 'A ORIGEM PRECISA SER EMPRESA DE PRODUCAO ' TO WTXT
              GO TO R-VALIDA-PEDIDO-1-ERRO
           END-IF
           IF WTRE-EMP-DST NOT NUMERIC OR WTRE-EMP-DST < '02'
              MOVE 'EMPRESA DE TREINAMENTO DEVE SER 02 A 09 ' TO WTXT
              GO TO R-VALIDA-PEDIDO-1-ERRO
           END-IF
           COMPUTE WTRE-SLOT-DST = FUNCTION NUMVAL(WTRE-EMP-DST)
           IF WTRE-SLOT-DST > 9
              MOVE 'EMPRESA DE TREINAMENTO DEVE SER 02 A 09 ' TO WTXT
              GO TO R-VALIDA-PEDIDO-1-ERRO
           END-IF
           IF WTRE-SLOT-DST = WTRE-SLOT-ORG
              MOVE 'TREINAMENTO IGUAL A EMPRESA DE ORIGEM ' TO WTXT
              GO TO R-VALIDA-PEDIDO-1-ERRO
           END-IF
           MOVE 'N' TO WTRE-RECARGA
           MOVE 'EMPRESA NOVA' TO WTRE-SITUACAO-TXT
           IF WEMP-NOME(WTRE-SLOT-DST) NOT = SPACES
              IF WEMP-TIPO(WTRE-SLOT-DST) NOT = 'T'
                 MOVE SPACES TO WTXT
                 STRING 'EMPRESA ' WTRE-EMP-DST
                        ' E DE PRODUCAO - NAO SOBRESCREVE'
                        DELIMITED BY SIZE INTO WTXT
                 GO TO R-VALIDA-PEDIDO-1-ERRO
              END-IF
              MOVE 'S' TO WTRE-RECARGA
              MOVE 'RECARGA DE TREINAMENTO EXISTENTE'
                   TO WTRE-SITUACAO-TXT
           END-IF
           IF WTRE-NOME = SPACES
              MOVE 'TREINAMENTO' TO WTRE-NOME
           END-IF
      *----ARQUIVOS DA ORIGEM (CAMPO EM BRANCO = NOME PADRAO)
           MOVE 'CLIENTES.DAT' TO WID-ARQ-CLIENTES
           MOVE 'VENDEDOR.DAT' TO WID-ARQ-VENDEDORES
           MOVE 'DISTRIBUICAO.DAT' TO WID-ARQ-DISTRIBUICAO
           MOVE 'REGIAO.DAT' TO WID-ARQ-REGIOES
           IF WEMP-ARQ-CLI(WTRE-SLOT-ORG) NOT = SPACES
              MOVE WEMP-ARQ-CLI(WTRE-SLOT-ORG) TO WID-ARQ-CLIENTES
           END-IF
           IF WEMP-ARQ-VEN(WTRE-SLOT-ORG) NOT = SPACES
              MOVE WEMP-ARQ-VEN(WTRE-SLOT-ORG) TO WID-ARQ-VENDEDORES
           END-IF
           IF WEMP-ARQ-DIS(WTRE-SLOT-ORG) NOT = SPACES
              MOVE WEMP-ARQ-DIS(WTRE-SLOT-ORG)
                   TO WID-ARQ-DISTRIBUICAO
           END-IF
           IF WEMP-ARQ-REG(WTRE-SLOT-ORG) NOT = SPACES
              MOVE WEMP-ARQ-REG(WTRE-SLOT-ORG) TO WID-ARQ-REGIOES
           END-IF
           MOVE 'VINCULO-ATUAL.DAT' TO WID-ARQ-VINCATUAL
           MOVE 'BLOQUEIO-VISITA.DAT' TO WID-ARQ-BLOQVIS
           IF WTRE-EMP-ORG NOT = '01'
              MOVE SPACES TO WID-ARQ-VINCATUAL WID-ARQ-BLOQVIS
              STRING 'VINCULO-ATUAL-E' WTRE-EMP-ORG '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
              STRING 'BLOQUEIO-VISITA-E' WTRE-EMP-ORG '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-BLOQVIS
           END-IF
      *----ARQUIVOS DO TREINAMENTO: OS JA CADASTRADOS NA RECARGA, OU
      *    O NOME PADRAO COM O CODIGO DA EMPRESA
           MOVE SPACES TO WID-ARQ-CLI-TRE WID-ARQ-VEN-TRE
                          WID-ARQ-DIS-TRE WID-ARQ-REG-TRE
                          WID-ARQ-VAT-TRE WID-ARQ-BLQ-TRE
           STRING 'CLIENTES-E' WTRE-EMP-DST '.DAT'
               DELIMITED BY SIZE INTO WID-ARQ-CLI-TRE
           STRING 'VENDEDOR-E' WTRE-EMP-DST '.DAT'
               DELIMITED BY SIZE INTO WID-ARQ-VEN-TRE
           STRING 'DISTRIBUICAO-E' WTRE-EMP-DST '.DAT'
               DELIMITED BY SIZE INTO WID-ARQ-DIS-TRE
           STRING 'REGIAO-E' WTRE-EMP-DST '.DAT'
               DELIMITED BY SIZE INTO WID-ARQ-REG-TRE
           STRING 'VINCULO-ATUAL-E' WTRE-EMP-DST '.DAT'
               DELIMITED BY SIZE INTO WID-ARQ-VAT-TRE
           STRING 'BLOQUEIO-VISITA-E' WTRE-EMP-DST '.DAT'
               DELIMITED BY SIZE INTO WID-ARQ-BLQ-TRE
           IF TRE-RECARGA
              IF WEMP-ARQ-CLI(WTRE-SLOT-DST) NOT = SPACES
                 MOVE WEMP-ARQ-CLI(WTRE-SLOT-DST) TO WID-ARQ-CLI-TRE
              END-IF
              IF WEMP-ARQ-VEN(WTRE-SLOT-DST) NOT = SPACES
                 MOVE WEMP-ARQ-VEN(WTRE-SLOT-DST) TO WID-ARQ-VEN-TRE
              END-IF
              IF WEMP-ARQ-DIS(WTRE-SLOT-DST) NOT = SPACES
                 MOVE WEMP-ARQ-DIS(WTRE-SLOT-DST) TO WID-ARQ-DIS-TRE
              END-IF
              IF WEMP-ARQ-REG(WTRE-SLOT-DST) NOT = SPACES
                 MOVE WEMP-ARQ-REG(WTRE-SLOT-DST) TO WID-ARQ-REG-TRE
              END-IF
           END-IF
           MOVE SPACES TO WTRE-COLIDE
           PERFORM R-CONFERE-COLISAO THRU R-CONFERE-COLISAO-FIM
               VARYING WIDX-EMP FROM 1 BY 1
               UNTIL WIDX-EMP > 9 OR WTRE-COLIDE NOT = SPACES
           IF WTRE-COLIDE NOT = SPACES
              MOVE SPACES TO WTXT
              STRING 'ARQUIVO COINCIDE COM O DA EMPRESA '
                     WTRE-COLIDE DELIMITED BY SIZE INTO WTXT
              GO TO R-VALIDA-PEDIDO-1-ERRO
           END-IF
           GO TO R-VALIDA-PEDIDO-1-EXIT.
       R-VALIDA-PEDIDO-1-ERRO.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           MOVE 1 TO WSAIDA.
       R-VALIDA-PEDIDO-1-EXIT.
           EXIT.

       R-CONFERE-COLISAO.
           IF WEMP-NOME(WIDX-EMP) = SPACES OR
              WEMP-TIPO(WIDX-EMP) = 'T'
              GO TO R-CONFERE-COLISAO-FIM
           END-IF
           MOVE 'CLIENTES.DAT' TO WTRE-PRD-CLI
           MOVE 'VENDEDOR.DAT' TO WTRE-PRD-VEN
           MOVE 'DISTRIBUICAO.DAT' TO WTRE-PRD-DIS
           MOVE 'REGIAO.DAT' TO WTRE-PRD-REG
           IF WEMP-ARQ-CLI(WIDX-EMP) NOT = SPACES
              MOVE WEMP-ARQ-CLI(WIDX-EMP) TO WTRE-PRD-CLI
           END-IF
           IF WEMP-ARQ-VEN(WIDX-EMP) NOT = SPACES
              MOVE WEMP-ARQ-VEN(WIDX-EMP) TO WTRE-PRD-VEN
           END-IF
           IF WEMP-ARQ-DIS(WIDX-EMP) NOT = SPACES
              MOVE WEMP-ARQ-DIS(WIDX-EMP) TO WTRE-PRD-DIS
           END-IF
           IF WEMP-ARQ-REG(WIDX-EMP) NOT = SPACES
              MOVE WEMP-ARQ-REG(WIDX-EMP) TO WTRE-PRD-REG
           END-IF
           IF WID-ARQ-CLI-TRE = WTRE-PRD-CLI OR
              WID-ARQ-CLI-TRE = WTRE-PRD-VEN OR
              WID-ARQ-CLI-TRE = WTRE-PRD-DIS OR
              WID-ARQ-CLI-TRE = WTRE-PRD-REG OR
              WID-ARQ-VEN-TRE = WTRE-PRD-CLI OR
              WID-ARQ-VEN-TRE = WTRE-PRD-VEN OR
              WID-ARQ-VEN-TRE = WTRE-PRD-DIS OR
              WID-ARQ-VEN-TRE = WTRE-PRD-REG OR
              WID-ARQ-DIS-TRE = WTRE-PRD-CLI OR
              WID-ARQ-DIS-TRE = WTRE-PRD-VEN OR
              WID-ARQ-DIS-TRE = WTRE-PRD-DIS OR
              WID-ARQ-DIS-TRE = WTRE-PRD-REG OR
              WID-ARQ-REG-TRE = WTRE-PRD-CLI OR
              WID-ARQ-REG-TRE = WTRE-PRD-VEN OR
              WID-ARQ-REG-TRE = WTRE-PRD-DIS OR
              WID-ARQ-REG-TRE = WTRE-PRD-REG
              MOVE '0' TO WTRE-COLIDE(1:1)
              MOVE WIDX-EMP TO WTRE-COLIDE(2:1)
           END-IF.
       R-CONFERE-COLISAO-FIM.
           EXIT.

      *----COPIA OS CADASTROS. A ORIGEM E SO LIDA; OS ARQUIVOS DO
      *    TREINAMENTO SAO ABERTOS EM OUTPUT (RECRIADOS). REGIAO,
      *    VINCULOS ATUAIS E BLOQUEIOS AUSENTES NA ORIGEM DEIXAM O
      *    ARQUIVO CORRESPONDENTE VAZIO NO TREINAMENTO.
       S-COPIA-CADASTROS SECTION.
       R-COPIA-CADASTROS-1.
           INITIALIZE WCONT-CLI WCONT-VEN WCONT-DIS WCONT-REG
                      WCONT-VAT WCONT-BLQ WCONT-FALHAS
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-COPIA-CADASTROS-1-ERRO
           END-IF
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              CLOSE CLIENTES
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDORES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-COPIA-CADASTROS-1-ERRO
           END-IF
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              CLOSE CLIENTES VENDEDORES
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              GO TO R-COPIA-CADASTROS-1-ERRO
           END-IF
           OPEN OUTPUT CLI-TRE VEN-TRE DIS-TRE REG-TRE VAT-TRE BLQ-TRE
           IF FS-CLT NOT = '00' OR FS-VET NOT = '00' OR
              FS-DIT NOT = '00' OR FS-RGT NOT = '00' OR
              FS-VTT NOT = '00' OR FS-BLT NOT = '00'
              CLOSE CLIENTES VENDEDORES DISTRIBUICAO
              CLOSE CLI-TRE VEN-TRE DIS-TRE REG-TRE VAT-TRE BLQ-TRE
              MOVE 'ERRO NA CRIACAO DOS ARQUIVOS DO TREINAMENTO '
                   TO WTXT
              GO TO R-COPIA-CADASTROS-1-ERRO
           END-IF
           PERFORM R-SORTEIA-CHAVES THRU R-SORTEIA-CHAVES-FIM
           PERFORM UNTIL FS-CLI NOT = '00'
              READ CLIENTES NEXT
              IF FS-CLI = '00'
                 PERFORM R-COPIA-CLIENTE THRU R-COPIA-CLIENTE-FIM
              END-IF
           END-PERFORM
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00'
                 PERFORM R-COPIA-VENDEDOR THRU R-COPIA-VENDEDOR-FIM
              END-IF
           END-PERFORM
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00'
                 MOVE REGISTRO-DISTRIBUICAO TO REGISTRO-DIS-TRE
                 WRITE REGISTRO-DIS-TRE
                 IF FS-DIT = '00'
                    ADD 1 TO WCONT-DIS
                 ELSE
                    ADD 1 TO WCONT-FALHAS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CLIENTES VENDEDORES DISTRIBUICAO
           OPEN INPUT REGIAO.
           PERFORM UNTIL FS-REG NOT = '00'
              READ REGIAO NEXT
              IF FS-REG = '00'
                 MOVE REGISTRO-REGIAO TO REGISTRO-REG-TRE
                 WRITE REGISTRO-REG-TRE
                 IF FS-RGT = '00'
                    ADD 1 TO WCONT-REG
                 ELSE
                    ADD 1 TO WCONT-FALHAS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE REGIAO
           OPEN INPUT VINCATUAL.
           PERFORM UNTIL FS-VAT NOT = '00'
              READ VINCATUAL NEXT
              IF FS-VAT = '00'
                 MOVE REGISTRO-VINC-ATUAL TO REGISTRO-VAT-TRE
                 WRITE REGISTRO-VAT-TRE
                 IF FS-VTT = '00'
                    ADD 1 TO WCONT-VAT
                 ELSE
                    ADD 1 TO WCONT-FALHAS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE VINCATUAL
      *----A OBSERVACAO DO BLOQUEIO E TEXTO LIVRE E PODE TRAZER DADO
      *    PESSOAL: NAO VAI PARA O TREINAMENTO.
           OPEN INPUT BLOQVIS.
           PERFORM UNTIL FS-BLQ NOT = '00'
              READ BLOQVIS NEXT
              IF FS-BLQ = '00'
                 IF OBS-BLQ NOT = SPACES
                    MOVE 'OBSERVACAO OMITIDA NO TREINAMENTO' TO OBS-BLQ
                 END-IF
                 MOVE REGISTRO-BLOQ-VISITA TO REGISTRO-BLQ-TRE
                 WRITE REGISTRO-BLQ-TRE
                 IF FS-BLT = '00'
                    ADD 1 TO WCONT-BLQ
                 ELSE
                    ADD 1 TO WCONT-FALHAS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE BLOQVIS
           CLOSE CLI-TRE VEN-TRE DIS-TRE REG-TRE VAT-TRE BLQ-TRE
           GO TO R-COPIA-CADASTROS-1-EXIT.
       R-COPIA-CADASTROS-1-ERRO.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           MOVE 1 TO WSAIDA.
       R-COPIA-CADASTROS-1-EXIT.
           EXIT.

      *----MULTIPLICADORES TERMINADOS EM 3 (PRIMOS COM 10) E
      *    DESLOCAMENTOS SORTEADOS, SO EM MEMORIA DURANTE A CARGA.
       R-SORTEIA-CHAVES.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WTRE-SEMENTE
           COMPUTE WTRE-SORTEIO = FUNCTION RANDOM(WTRE-SEMENTE)
           COMPUTE WTRE-SORTEIO = FUNCTION RANDOM
           COMPUTE WTRE-MULT-CNPJ =
               FUNCTION INTEGER(WTRE-SORTEIO * 1000000) * 10 + 3
           COMPUTE WTRE-SORTEIO = FUNCTION RANDOM
           COMPUTE WTRE-DESL-CNPJ =
               FUNCTION INTEGER(WTRE-SORTEIO * 100000000)
           COMPUTE WTRE-SORTEIO = FUNCTION RANDOM
           COMPUTE WTRE-MULT-CPF =
               FUNCTION INTEGER(WTRE-SORTEIO * 10000000) * 10 + 3
           COMPUTE WTRE-SORTEIO = FUNCTION RANDOM
           COMPUTE WTRE-DESL-CPF =
               FUNCTION INTEGER(WTRE-SORTEIO * 1000000000).
       R-SORTEIA-CHAVES-FIM.
           EXIT.

      *----CLIENTE: CNPJ EMBARALHADO COM DIGITOS VALIDOS; RAZAO,
      *    ENDERECO, TELEFONE E E-MAIL TROCADOS POR VALORES FICTICIOS
      *    DERIVADOS DO CODIGO (CAMPO VAZIO CONTINUA VAZIO).
       R-COPIA-CLIENTE.
           MOVE CODIGO TO WTRE-COD-X
           IF CNPJ > ZEROES
              MOVE CNPJ TO WTRE-DOC14
              COMPUTE WTRE-CALC =
                  WTRE-D14-RAIZ * WTRE-MULT-CNPJ + WTRE-DESL-CNPJ
              COMPUTE WTRE-D14-RAIZ =
                  FUNCTION MOD(WTRE-CALC, 100000000)
              PERFORM R-DV-CNPJ THRU R-DV-CNPJ-FIM
              MOVE WTRE-DOC14 TO CNPJ
           END-IF
           MOVE SPACES TO RAZAO
           STRING 'CLIENTE TREINAMENTO ' WTRE-COD-X
               DELIMITED BY SIZE INTO RAZAO
           IF ENDERECO NOT = SPACES
              MOVE SPACES TO ENDERECO
              STRING 'RUA DO TREINAMENTO, ' WTRE-COD-X
                  DELIMITED BY SIZE INTO ENDERECO
           END-IF
           IF TELEFONE NOT = SPACES
              MOVE SPACES TO TELEFONE
              STRING '(00) 9' WTRE-COD-X(1:4) '-' WTRE-COD-X(5:3)
                  DELIMITED BY SIZE INTO TELEFONE
           END-IF
           IF EMAIL NOT = SPACES
              MOVE SPACES TO EMAIL
              STRING 'cliente' WTRE-COD-X '@treinamento.invalid'
                  DELIMITED BY SIZE INTO EMAIL
           END-IF
           MOVE REGISTRO-CLIENTES TO REGISTRO-CLI-TRE
           WRITE REGISTRO-CLI-TRE
           IF FS-CLT = '00'
              ADD 1 TO WCONT-CLI
           ELSE
              ADD 1 TO WCONT-FALHAS
           END-IF.
       R-COPIA-CLIENTE-FIM.
           EXIT.

      *----VENDEDOR: CPF EMBARALHADO COM DIGITOS VALIDOS E NOME
      *    FICTICIO; REGIAO, SUPERVISOR, METAS E DATAS SAO MANTIDOS.
       R-COPIA-VENDEDOR.
           MOVE CODIGO-VEN TO WTRE-VEN-X
           IF CPF-VEN > ZEROES
              MOVE CPF-VEN TO WTRE-DOC11
              COMPUTE WTRE-CALC =
                  WTRE-D11-BASE * WTRE-MULT-CPF + WTRE-DESL-CPF
              COMPUTE WTRE-D11-BASE =
                  FUNCTION MOD(WTRE-CALC, 1000000000)
              PERFORM R-DV-CPF THRU R-DV-CPF-FIM
              MOVE WTRE-DOC11 TO CPF-VEN
           END-IF
           MOVE SPACES TO NOME-VEN
           STRING 'VENDEDOR TREINAMENTO ' WTRE-VEN-X
               DELIMITED BY SIZE INTO NOME-VEN
           MOVE REGISTRO-VENDEDORES TO REGISTRO-VEN-TRE
           WRITE REGISTRO-VEN-TRE
           IF FS-VET = '00'
              ADD 1 TO WCONT-VEN
           ELSE
              ADD 1 TO WCONT-FALHAS
           END-IF.
       R-COPIA-VENDEDOR-FIM.
           EXIT.

      *----DIGITOS VERIFICADORES DO CNPJ (MODULO 11) SOBRE OS DOZE
      *    PRIMEIROS DIGITOS DE WTRE-DOC14.
       R-DV-CNPJ.
           MOVE ZEROES TO WTRE-SOMA
           PERFORM VARYING WTRE-IDX FROM 1 BY 1 UNTIL WTRE-IDX > 12
              COMPUTE WTRE-SOMA = WTRE-SOMA +
                  WTRE-D14-DIG(WTRE-IDX) * WTRE-PESO-CNPJ(WTRE-IDX + 1)
           END-PERFORM
           COMPUTE WTRE-RESTO = FUNCTION MOD(WTRE-SOMA, 11)
           IF WTRE-RESTO < 2
              MOVE ZERO TO WTRE-D14-DIG(13)
           ELSE
              COMPUTE WTRE-D14-DIG(13) = 11 - WTRE-RESTO
           END-IF
           MOVE ZEROES TO WTRE-SOMA
           PERFORM VARYING WTRE-IDX FROM 1 BY 1 UNTIL WTRE-IDX > 13
              COMPUTE WTRE-SOMA = WTRE-SOMA +
                  WTRE-D14-DIG(WTRE-IDX) * WTRE-PESO-CNPJ(WTRE-IDX)
           END-PERFORM
           COMPUTE WTRE-RESTO = FUNCTION MOD(WTRE-SOMA, 11)
           IF WTRE-RESTO < 2
              MOVE ZERO TO WTRE-D14-DIG(14)
           ELSE
              COMPUTE WTRE-D14-DIG(14) = 11 - WTRE-RESTO
           END-IF.
       R-DV-CNPJ-FIM.
           EXIT.

      *----DIGITOS VERIFICADORES DO CPF (MODULO 11) SOBRE OS NOVE
      *    PRIMEIROS DIGITOS DE WTRE-DOC11.
       R-DV-CPF.
           MOVE ZEROES TO WTRE-SOMA
           PERFORM VARYING WTRE-IDX FROM 1 BY 1 UNTIL WTRE-IDX > 9
              COMPUTE WTRE-SOMA = WTRE-SOMA +
                  WTRE-D11-DIG(WTRE-IDX) * WTRE-PESO-CPF(WTRE-IDX + 1)
           END-PERFORM
           COMPUTE WTRE-RESTO = FUNCTION MOD(WTRE-SOMA, 11)
           IF WTRE-RESTO < 2
              MOVE ZERO TO WTRE-D11-DIG(10)
           ELSE
              COMPUTE WTRE-D11-DIG(10) = 11 - WTRE-RESTO
           END-IF
           MOVE ZEROES TO WTRE-SOMA
           PERFORM VARYING WTRE-IDX FROM 1 BY 1 UNTIL WTRE-IDX > 10
              COMPUTE WTRE-SOMA = WTRE-SOMA +
                  WTRE-D11-DIG(WTRE-IDX) * WTRE-PESO-CPF(WTRE-IDX)
           END-PERFORM
           COMPUTE WTRE-RESTO = FUNCTION MOD(WTRE-SOMA, 11)
           IF WTRE-RESTO < 2
              MOVE ZERO TO WTRE-D11-DIG(11)
           ELSE
              COMPUTE WTRE-D11-DIG(11) = 11 - WTRE-RESTO
           END-IF.
       R-DV-CPF-FIM.
           EXIT.

      *----GRAVA A ENTRADA DA EMPRESA DE TREINAMENTO (TIPO 'T') E
      *    REGRAVA O EMPRESAS.DAT INTEIRO NO FORMATO DO CADASTRO DE
      *    EMPRESAS. SEM EMPRESAS.DAT, A EMPRESA 01 ENTRA COM OS NOMES
      *    PADRAO PARA CONTINUAR DISPONIVEL NO MENU.
       S-GRAVA-EMPRESA SECTION.
       R-GRAVA-EMPRESA-1.
           MOVE WTRE-NOME TO WEMP-NOME(WTRE-SLOT-DST)
           MOVE WID-ARQ-CLI-TRE TO WEMP-ARQ-CLI(WTRE-SLOT-DST)
           MOVE WID-ARQ-VEN-TRE TO WEMP-ARQ-VEN(WTRE-SLOT-DST)
           MOVE WID-ARQ-DIS-TRE TO WEMP-ARQ-DIS(WTRE-SLOT-DST)
           MOVE WID-ARQ-REG-TRE TO WEMP-ARQ-REG(WTRE-SLOT-DST)
           MOVE 'T' TO WEMP-TIPO(WTRE-SLOT-DST)
           OPEN OUTPUT EMPRESAS.
           IF FS-EMP NOT = '00'
              MOVE 'ERRO AO REGRAVAR EMPRESAS.DAT ST ' TO WTXT
              MOVE FS-EMP TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO R-GRAVA-EMPRESA-1-EXIT
           END-IF
           PERFORM VARYING WIDX-EMP FROM 1 BY 1 UNTIL WIDX-EMP > 9
              IF WEMP-NOME(WIDX-EMP) NOT = SPACES
                 MOVE SPACES TO EMPRESAS-DATA-01
                 STRING '0' WIDX-EMP ','
                     FUNCTION TRIM(WEMP-NOME(WIDX-EMP)) ','
                     FUNCTION TRIM(WEMP-ARQ-CLI(WIDX-EMP)) ','
                     FUNCTION TRIM(WEMP-ARQ-VEN(WIDX-EMP)) ','
                     FUNCTION TRIM(WEMP-ARQ-DIS(WIDX-EMP)) ','
                     FUNCTION TRIM(WEMP-ARQ-REG(WIDX-EMP)) ','
                     WEMP-TIPO(WIDX-EMP)
                     DELIMITED BY SIZE INTO EMPRESAS-DATA-01
                 WRITE EMPRESAS-REC
              END-IF
           END-PERFORM
           CLOSE EMPRESAS.
       R-GRAVA-EMPRESA-1-EXIT.
           EXIT.

       R-AUDITA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUD NOT = '00'
              GO TO R-AUDITA-FIM
           END-IF
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE 'I' TO WAUD-OPERACAO
           IF TRE-RECARGA
              MOVE 'A' TO WAUD-OPERACAO
           END-IF
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'ORIGEM=' WTRE-EMP-ORG ' CLI='
                  FUNCTION TRIM(WID-ARQ-CLIENTES)
                  DELIMITED BY SIZE INTO WAUD-ANTES
           STRING 'CLI=' WCONT-CLI ' VEN=' WCONT-VEN
                  ' DIS=' WCONT-DIS ' REG=' WCONT-REG
                  ' VAT=' WCONT-VAT ' BLQ=' WCONT-BLQ
                  ' FALHAS=' WCONT-FALHAS
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'TREINAMENTO' ',' WAUD-OPERACAO ',' WTRE-EMP-DST ','
               '"' FUNCTION TRIM(WAUD-ANTES) '"' ','
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ','
               WTRE-EMP-DST
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-FIM.
           EXIT.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
