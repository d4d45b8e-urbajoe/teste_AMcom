       IDENTIFICATION DIVISION.
       PROGRAM-ID. convleiaute.
       AUTHOR. URBANO.
      *----CONVERSAO UNICA DOS CADASTROS GRAVADOS NO LEIAUTE ANTERIOR
      *    AOS CAMPOS NOVOS NO FIM (OU NO MEIO) DO REGISTRO:
      *      OPERADORES.DAT     179 -> 220 (PERM-OPCAO-2, PERFIL E
      *                         NIVEL DE DADOS EM BRANCO)
      *      CLIENTES.DAT       216 -> 222 (GRUPO ECONOMICO ZERO,
      *                         ATENDIMENTO REMOTO 'N')
      *      VENDEDOR.DAT       119 -> 139 (CAPACIDADE ZERO = PADRAO
      *                         DO CONFIG, PAPEL 'C', DATAS ZERADAS)
      *      PENDENCIAS-VEN.DAT 145 -> 175 (CAPACIDADE E PAPEL NO
      *                         MEIO DO REGISTRO; ORIGEM 'C')
      *      DIS-VISITA.DAT     104 -> 136 (SEM RESULTADO E SEM GPS)
      *      PLANO-VISITA.DAT    20 ->  30 (SEM ADIAMENTO)
      *    CADA ARQUIVO E LIDO NO LEIAUTE ANTIGO E COPIADO PARA
      *    <NOME>.NOVO NO LEIAUTE NOVO, COM OS MESMOS INDICES. O .NOVO
      *    SO SUBSTITUI O ORIGINAL POR DECISAO DO OPERADOR, DEPOIS DE
      *    CONFERIR O CONVLEIAUTE.LOG (MESMA REGRA DO CHECAARQ).
      *    ARQUIVO AUSENTE OU QUE JA ABRE NO LEIAUTE NOVO FICA COMO
      *    ESTA, ENTAO A RODADA PODE SER REPETIDA SEM EFEITO.
      *    ARGUMENTO OPCIONAL DE DOIS DIGITOS = EMPRESA: CONVERTE OS
      *    CLIENTES E VENDEDORES DESSA EMPRESA (NOMES DE EMPRESAS.DAT);
      *    OS ARQUIVOS COMUNS SO ENTRAM SEM ARGUMENTO OU NA EMPRESA 01.
      *    RODAR COM O SISTEMA PARADO, ANTES DO PRIMEIRO LOGIN NA
      *    VERSAO NOVA (O MENU RECUSA O LOGIN COM O CADASTRO DE
      *    OPERADORES NO LEIAUTE ANTIGO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       SELECT EMPRESAS ASSIGN TO DISK WID-ARQ-EMPRESAS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EMP.

       SELECT OPRANT ASSIGN TO DISK WID-ARQ-ATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-OPERADOR-A
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ANT.

       SELECT OPRNOVO ASSIGN TO DISK WID-ARQ-NOVO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-OPERADOR-N
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NOV.

       SELECT CLIANT ASSIGN TO  DISK WID-ARQ-ATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI-A
              ALTERNATE RECORD KEY IS CNPJ-A   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO-A  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-1-A =
                                          CODIGO-A
                                          RAZAO-A WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ANT.

       SELECT CLINOVO ASSIGN TO  DISK WID-ARQ-NOVO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI-N
              ALTERNATE RECORD KEY IS CNPJ-N   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-N WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO-N  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-1-N =
                                          CODIGO-N
                                          RAZAO-N WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NOV.

       SELECT VENANT ASSIGN TO  DISK WID-ARQ-ATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN-A
              ALTERNATE RECORD KEY IS CPF-VEN-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN-A WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ANT.

       SELECT VENNOVO ASSIGN TO  DISK WID-ARQ-NOVO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN-N
              ALTERNATE RECORD KEY IS CPF-VEN-N WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN-N WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NOV.

       SELECT PENANT ASSIGN TO DISK WID-ARQ-ATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-VEN-PEND-A
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ANT.

       SELECT PENNOVO ASSIGN TO DISK WID-ARQ-NOVO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-VEN-PEND-N
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NOV.

       SELECT VISANT ASSIGN TO DISK WID-ARQ-ATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS-A
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ANT.

       SELECT VISNOVO ASSIGN TO DISK WID-ARQ-NOVO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VISITA-DIS-N
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NOV.

       SELECT PLAANT ASSIGN TO DISK WID-ARQ-ATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PLANO-A
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ANT.

       SELECT PLANOVO ASSIGN TO DISK WID-ARQ-NOVO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PLANO-N
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NOV.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       FD  EMPRESAS.
       01  EMPRESAS-REC.
           05  EMPRESAS-DATA-01    PIC X(00300).

      *----OPERADORES: OS CAMPOS NOVOS SAO TODOS ALFANUMERICOS NO FIM
      *    DO REGISTRO E FICAM EM BRANCO (OPCOES 61-99 NEGADAS, SEM
      *    PERFIL DE SUPERVISOR, DADOS PESSOAIS MASCARADOS).
       FD OPRANT.
       01  REGISTRO-OPRANT.
           02 CODIGO-OPERADOR-A         PIC  X(020).
           02 FILLER                    PIC  X(159).

       FD OPRNOVO.
       01  REGISTRO-OPRNOVO.
           02 CODIGO-OPERADOR-N         PIC  X(020).
           02 FILLER                    PIC  X(200).

       FD CLIANT.
       01  REGISTRO-CLIANT.
           02 CHAVE-CLI-A.
              03 CODIGO-A               PIC  9(007).
              03 CNPJ-A                 PIC  9(014).
           02 RAZAO-A                   PIC  X(040).
           02 FILLER                    PIC  X(155).

       FD CLINOVO.
       01  REGISTRO-CLINOVO.
           02 CHAVE-CLI-N.
              03 CODIGO-N               PIC  9(007).
              03 CNPJ-N                 PIC  9(014).
           02 RAZAO-N                   PIC  X(040).
           02 FILLER                    PIC  X(155).
           02 GRUPO-ECON-CLI-N          PIC  9(005).
           02 ATEND-REMOTO-CLI-N        PIC  X(001).

       FD VENANT.
       01  REGISTRO-VENANT.
           02 CHAVE-VEN-A.
              03 CODIGO-VEN-A           PIC  9(003).
              03 CPF-VEN-A              PIC  9(011).
           02 NOME-VEN-A                PIC  X(040).
           02 FILLER                    PIC  X(065).

       FD VENNOVO.
       01  REGISTRO-VENNOVO.
           02 CHAVE-VEN-N.
              03 CODIGO-VEN-N           PIC  9(003).
              03 CPF-VEN-N              PIC  9(011).
           02 NOME-VEN-N                PIC  X(040).
           02 FILLER                    PIC  X(065).
           02 MAX-VISITAS-DIA-VEN-N     PIC  9(003).
           02 TIPO-VEN-N                PIC  X(001).
           02 DATA-ADMISSAO-VEN-N       PIC  9(008).
           02 DATA-DESLIGAMENTO-VEN-N   PIC  9(008).

      *----PENDENCIA: CAPACIDADE E PAPEL ENTRARAM ANTES DA DATA-HORA
      *    E DO OPERADOR DA SOLICITACAO. PAPEL EM BRANCO MANTEM O
      *    PAPEL ATUAL DO VENDEDOR NA APROVACAO.
       FD PENANT.
       01  REGISTRO-PENANT.
           02 CODIGO-VEN-PEND-A         PIC  9(003).
           02 DADOS-PEND-A              PIC  X(108).
           02 SOLICITACAO-PEND-A        PIC  X(034).

       FD PENNOVO.
       01  REGISTRO-PENNOVO.
           02 CODIGO-VEN-PEND-N         PIC  9(003).
           02 DADOS-PEND-N              PIC  X(108).
           02 MAX-VISITAS-DIA-PEND-N    PIC  9(003).
           02 TIPO-VEN-PEND-N           PIC  X(001).
           02 SOLICITACAO-PEND-N        PIC  X(034).
           02 DATA-INICIO-AFAST-PEND-N  PIC  9(008).
           02 DATA-ADMISSAO-PEND-N      PIC  9(008).
           02 DATA-DESLIGAMENTO-PEND-N  PIC  9(008).
           02 ORIGEM-PEND-N             PIC  X(001).
           02 EVENTO-RH-PEND-N          PIC  X(001).

       FD VISANT.
       01  REGISTRO-VISANT.
           02 CHAVE-VISITA-DIS-A.
              03 CODIGO-CLI-VISITA-A   PIC  9(007).
              03 CODIGO-VEN-VISITA-A   PIC  9(003).
              03 DATA-HORA-VISITA-A    PIC  X(014).
           02 FILLER                   PIC  X(080).

       FD VISNOVO.
       01  REGISTRO-VISNOVO.
           02 CHAVE-VISITA-DIS-N.
              03 CODIGO-CLI-VISITA-N   PIC  9(007).
              03 CODIGO-VEN-VISITA-N   PIC  9(003).
              03 DATA-HORA-VISITA-N    PIC  X(014).
           02 FILLER                   PIC  X(080).
           02 RESULTADO-VISITA-N       PIC  X(002).
           02 LATITUDE-VISITA-N        PIC S9(003)v9(008).
           02 LONGITUDE-VISITA-N       PIC S9(003)v9(008).
           02 GPS-VISITA-N             PIC  X(001).
           02 DIST-GPS-VISITA-N        PIC  9(007).

       FD PLAANT.
       01  REGISTRO-PLAANT.
           02 CHAVE-PLANO-A.
              03 COD-VEN-PLANO-A        PIC  9(003).
              03 DATA-PLANO-A           PIC  9(008).
              03 COD-CLI-PLANO-A        PIC  9(007).
           02 FILLER                    PIC  X(002).

       FD PLANOVO.
       01  REGISTRO-PLANOVO.
           02 CHAVE-PLANO-N.
              03 COD-VEN-PLANO-N        PIC  9(003).
              03 DATA-PLANO-N           PIC  9(008).
              03 COD-CLI-PLANO-N        PIC  9(007).
           02 FILLER                    PIC  X(002).
           02 DATA-ORIG-PLANO-N         PIC  9(008).
           02 QTD-ADIA-PLANO-N          PIC  9(002).

       WORKING-STORAGE SECTION.
       01 FS-LOG.
          02 FS-LOG-1                 PIC 9.
          02 FS-LOG-2                 PIC 9.
          02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.
       01 FS-EMP.
          02 FS-EMP-1                 PIC 9.
          02 FS-EMP-2                 PIC 9.
          02 FS-EMP-R REDEFINES FS-EMP-2 PIC 99 COMP-X.
       01 FS-ANT.
          02 FS-ANT-1                 PIC 9.
          02 FS-ANT-2                 PIC 9.
          02 FS-ANT-R REDEFINES FS-ANT-2 PIC 99 COMP-X.
       01 FS-NOV.
          02 FS-NOV-1                 PIC 9.
          02 FS-NOV-2                 PIC 9.
          02 FS-NOV-R REDEFINES FS-NOV-2 PIC 99 COMP-X.

       01 WID-ARQ-LOGRUN       PIC X(50) VALUE 'CONVLEIAUTE.LOG'.
       01 WID-ARQ-EMPRESAS     PIC X(50) VALUE 'EMPRESAS.DAT'.
       01 WID-ARQ-OPERADORES   PIC X(50) VALUE 'OPERADORES.DAT'.
       01 WID-ARQ-CLIENTE      PIC X(50) VALUE 'CLIENTES.DAT'.
       01 WID-ARQ-VENDEDOR     PIC X(50) VALUE 'VENDEDOR.DAT'.
       01 WID-ARQ-PENDENCIAS-VEN PIC X(50) VALUE 'PENDENCIAS-VEN.DAT'.
       01 WID-ARQ-DIS-VISITA   PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-PLANOVIS     PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WID-ARQ-ATUAL        PIC X(50) VALUE SPACES.
       01 WID-ARQ-NOVO         PIC X(55) VALUE SPACES.

      *----1=OPERADORES 2=CLIENTES 3=VENDEDOR 4=PENDENCIAS-VEN
      *    5=DIS-VISITA 6=PLANO-VISITA.
       77 WIDX-ARQ             PIC 9(001) VALUE ZEROES.
       77 WCONT-LIDOS          PIC 9(007) VALUE ZEROES.
       77 WCONT-GRAVADOS       PIC 9(007) VALUE ZEROES.
       77 WCONT-ERROS-ARQ      PIC 9(007) VALUE ZEROES.
       77 WCONT-CONVERTIDOS    PIC 9(001) VALUE ZEROES.
       77 WCONT-ERROS          PIC 9(007) VALUE ZEROES.
       01 WCHAVE-ERRO          PIC X(030) VALUE SPACES.

      *----EMPRESA PEDIDA NA LINHA DE COMANDO (ARGUMENTO DE DOIS
      *    DIGITOS), COMO NO VARRELINHAS.
       01 WCMD-LINHA           PIC X(200) VALUE SPACES.
       01 WCMD-TOKEN           PIC X(050) VALUE SPACES.
       77 WCMD-PTR             PIC 9(003) VALUE 1.
       01 WEMPRESA-ARG         PIC X(002) VALUE SPACES.
       01 WEMP-ACHOU           PIC X VALUE 'N'.
          88 EMPRESA-ACHADA        VALUE 'S'.
       01 WEMP-T-COD           PIC X(002) VALUE SPACES.
       01 WEMP-T-NOME          PIC X(030) VALUE SPACES.
       01 WEMP-T-CLI           PIC X(050) VALUE SPACES.
       01 WEMP-T-VEN           PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS           PIC X(050) VALUE SPACES.
       01 WEMP-T-REG           PIC X(050) VALUE SPACES.

       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'convleiaute'.

       COPY ERROLOG.CPY.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND LOGRUN
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           PERFORM S-LE-EMPRESA-ARG THRU R-LE-EMPRESA-ARG-EXIT
           IF WEMPRESA-ARG NOT = SPACES AND NOT EMPRESA-ACHADA
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,EMPRESA '
                     WEMPRESA-ARG ' NAO CADASTRADA EM EMPRESAS.DAT'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14)
                  ',INICIO,EMPRESA=' WEMPRESA-ARG
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC
           INITIALIZE WCONT-CONVERTIDOS WCONT-ERROS
           PERFORM VARYING WIDX-ARQ FROM 1 BY 1 UNTIL WIDX-ARQ > 6
              IF WEMPRESA-ARG = SPACES OR WEMPRESA-ARG = '01' OR
                 WIDX-ARQ = 2 OR WIDX-ARQ = 3
                 PERFORM S-CONVERTE-ARQUIVO
                       THRU R-CONVERTE-ARQUIVO-EXIT
              END-IF
           END-PERFORM
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14)
                  ',FIM,ARQUIVOS CONVERTIDOS=' WCONT-CONVERTIDOS
                  ',ERROS=' WCONT-ERROS
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC
           CLOSE LOGRUN
           IF WCONT-ERROS > ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF
           GOBACK.

      *----CONVERTE UM ARQUIVO (WIDX-ARQ) PARA <NOME>.NOVO.
       S-CONVERTE-ARQUIVO SECTION.
       R-CONVERTE-ARQUIVO-1.
           EVALUATE WIDX-ARQ
              WHEN 1 MOVE WID-ARQ-OPERADORES TO WID-ARQ-ATUAL
              WHEN 2 MOVE WID-ARQ-CLIENTE TO WID-ARQ-ATUAL
              WHEN 3 MOVE WID-ARQ-VENDEDOR TO WID-ARQ-ATUAL
              WHEN 4 MOVE WID-ARQ-PENDENCIAS-VEN TO WID-ARQ-ATUAL
              WHEN 5 MOVE WID-ARQ-DIS-VISITA TO WID-ARQ-ATUAL
              WHEN 6 MOVE WID-ARQ-PLANOVIS TO WID-ARQ-ATUAL
           END-EVALUATE
           INITIALIZE WCONT-LIDOS WCONT-GRAVADOS WCONT-ERROS-ARQ
           PERFORM R-ABRE-ANTIGO
           IF FS-ANT = '35'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                     FUNCTION TRIM(WID-ARQ-ATUAL)
                     ',AUSENTE - NADA A CONVERTER'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              GO TO R-CONVERTE-ARQUIVO-EXIT
           END-IF
      *----NAO ABRE NO LEIAUTE ANTIGO: SE ABRE NO NOVO, JA FOI
      *    CONVERTIDO (E O .NOVO JA SUBSTITUIU O ORIGINAL).
           IF FS-ANT NOT = '00'
              MOVE FS-ANT TO WERR-STATUS
              MOVE WID-ARQ-ATUAL TO WID-ARQ-NOVO
              PERFORM R-ABRE-NOVO-ENTRADA
              IF FS-NOV = '00'
                 PERFORM R-FECHA-NOVO
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14) ','
                        FUNCTION TRIM(WID-ARQ-ATUAL)
                        ',JA ESTA NO LEIAUTE NOVO'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 WRITE LOGRUN-REC
                 MOVE SPACES TO WERR-DADOS
              ELSE
                 ADD 1 TO WCONT-ERROS
                 MOVE SPACES TO LOGRUN-DATA-01
                 STRING FUNCTION CURRENT-DATE(1:14) ','
                        'ERRO,' FUNCTION TRIM(WID-ARQ-ATUAL)
                        ' NAO ABRE EM NENHUM DOS LEIAUTES - ST '
                        WERR-STATUS '/' FS-NOV
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 MOVE 'F' TO WERR-SEVERIDADE
                 MOVE WID-ARQ-ATUAL TO WERR-ARQUIVO
                 PERFORM S-ERRO-CENTRAL
                 WRITE LOGRUN-REC
              END-IF
              GO TO R-CONVERTE-ARQUIVO-EXIT
           END-IF
           MOVE SPACES TO WID-ARQ-NOVO
           STRING FUNCTION TRIM(WID-ARQ-ATUAL) '.NOVO'
               DELIMITED BY SIZE INTO WID-ARQ-NOVO
           PERFORM R-ABRE-NOVO
           IF FS-NOV NOT = '00'
              PERFORM R-FECHA-ANTIGO
              ADD 1 TO WCONT-ERROS
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                     'ERRO,' FUNCTION TRIM(WID-ARQ-ATUAL)
                     ' - ERRO AO CRIAR ' FUNCTION TRIM(WID-ARQ-NOVO)
                     ' ST ' FS-NOV
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              MOVE FS-NOV TO WERR-STATUS
              MOVE WID-ARQ-NOVO TO WERR-ARQUIVO
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              GO TO R-CONVERTE-ARQUIVO-EXIT
           END-IF
           PERFORM UNTIL FS-ANT NOT = '00'
              PERFORM R-LE-ANTIGO
              IF FS-ANT = '00'
                 ADD 1 TO WCONT-LIDOS
                 PERFORM R-GRAVA-NOVO
              END-IF
           END-PERFORM
           IF FS-ANT NOT = '10'
              ADD 1 TO WCONT-ERROS-ARQ
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                     'ERRO,' FUNCTION TRIM(WID-ARQ-ATUAL)
                     ' - LEITURA INTERROMPIDA APOS ' WCONT-LIDOS
                     ' REGISTROS - ST ' FS-ANT
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE FS-ANT TO WERR-STATUS
              MOVE WID-ARQ-ATUAL TO WERR-ARQUIVO
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
           END-IF
           PERFORM R-FECHA-ANTIGO
           PERFORM R-FECHA-NOVO
           ADD WCONT-ERROS-ARQ TO WCONT-ERROS
           IF WCONT-ERROS-ARQ = ZEROES
              ADD 1 TO WCONT-CONVERTIDOS
           END-IF
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14) ','
                  FUNCTION TRIM(WID-ARQ-ATUAL)
                  ',CONVERTIDO EM ' FUNCTION TRIM(WID-ARQ-NOVO)
                  ',LIDOS=' WCONT-LIDOS
                  ',GRAVADOS=' WCONT-GRAVADOS
                  ',ERROS=' WCONT-ERROS-ARQ
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC.
       R-CONVERTE-ARQUIVO-EXIT.
           EXIT.

       R-ABRE-ANTIGO.
           EVALUATE WIDX-ARQ
              WHEN 1 OPEN INPUT OPRANT
              WHEN 2 OPEN INPUT CLIANT
              WHEN 3 OPEN INPUT VENANT
              WHEN 4 OPEN INPUT PENANT
              WHEN 5 OPEN INPUT VISANT
              WHEN 6 OPEN INPUT PLAANT
           END-EVALUATE.

       R-FECHA-ANTIGO.
           EVALUATE WIDX-ARQ
              WHEN 1 CLOSE OPRANT
              WHEN 2 CLOSE CLIANT
              WHEN 3 CLOSE VENANT
              WHEN 4 CLOSE PENANT
              WHEN 5 CLOSE VISANT
              WHEN 6 CLOSE PLAANT
           END-EVALUATE.

       R-LE-ANTIGO.
           EVALUATE WIDX-ARQ
              WHEN 1 READ OPRANT NEXT
              WHEN 2 READ CLIANT NEXT
              WHEN 3 READ VENANT NEXT
              WHEN 4 READ PENANT NEXT
              WHEN 5 READ VISANT NEXT
              WHEN 6 READ PLAANT NEXT
           END-EVALUATE.

       R-ABRE-NOVO.
           EVALUATE WIDX-ARQ
              WHEN 1 OPEN OUTPUT OPRNOVO
              WHEN 2 OPEN OUTPUT CLINOVO
              WHEN 3 OPEN OUTPUT VENNOVO
              WHEN 4 OPEN OUTPUT PENNOVO
              WHEN 5 OPEN OUTPUT VISNOVO
              WHEN 6 OPEN OUTPUT PLANOVO
           END-EVALUATE.

       R-ABRE-NOVO-ENTRADA.
           EVALUATE WIDX-ARQ
              WHEN 1 OPEN INPUT OPRNOVO
              WHEN 2 OPEN INPUT CLINOVO
              WHEN 3 OPEN INPUT VENNOVO
              WHEN 4 OPEN INPUT PENNOVO
              WHEN 5 OPEN INPUT VISNOVO
              WHEN 6 OPEN INPUT PLANOVO
           END-EVALUATE.

       R-FECHA-NOVO.
           EVALUATE WIDX-ARQ
              WHEN 1 CLOSE OPRNOVO
              WHEN 2 CLOSE CLINOVO
              WHEN 3 CLOSE VENNOVO
              WHEN 4 CLOSE PENNOVO
              WHEN 5 CLOSE VISNOVO
              WHEN 6 CLOSE PLANOVO
           END-EVALUATE.

      *----MONTA O REGISTRO NOVO: A PARTE ANTIGA VAI COMO ESTA E OS
      *    CAMPOS NOVOS RECEBEM O VALOR QUE O CADASTRO DA AO REGISTRO
      *    SEM A INFORMACAO.
       R-GRAVA-NOVO.
           EVALUATE WIDX-ARQ
              WHEN 1
                 MOVE REGISTRO-OPRANT TO REGISTRO-OPRNOVO
                 MOVE CODIGO-OPERADOR-A TO WCHAVE-ERRO
                 WRITE REGISTRO-OPRNOVO
              WHEN 2
                 MOVE REGISTRO-CLIANT TO REGISTRO-CLINOVO
                 MOVE ZEROES TO GRUPO-ECON-CLI-N
                 MOVE 'N' TO ATEND-REMOTO-CLI-N
                 MOVE CHAVE-CLI-A TO WCHAVE-ERRO
                 WRITE REGISTRO-CLINOVO
              WHEN 3
                 MOVE REGISTRO-VENANT TO REGISTRO-VENNOVO
                 MOVE ZEROES TO MAX-VISITAS-DIA-VEN-N
                                DATA-ADMISSAO-VEN-N
                                DATA-DESLIGAMENTO-VEN-N
                 MOVE 'C' TO TIPO-VEN-N
                 MOVE CHAVE-VEN-A TO WCHAVE-ERRO
                 WRITE REGISTRO-VENNOVO
              WHEN 4
                 MOVE CODIGO-VEN-PEND-A TO CODIGO-VEN-PEND-N
                 MOVE DADOS-PEND-A TO DADOS-PEND-N
                 MOVE ZEROES TO MAX-VISITAS-DIA-PEND-N
                 MOVE SPACE TO TIPO-VEN-PEND-N
                 MOVE SOLICITACAO-PEND-A TO SOLICITACAO-PEND-N
                 MOVE ZEROES TO DATA-INICIO-AFAST-PEND-N
                                DATA-ADMISSAO-PEND-N
                                DATA-DESLIGAMENTO-PEND-N
                 MOVE 'C' TO ORIGEM-PEND-N
                 MOVE SPACE TO EVENTO-RH-PEND-N
                 MOVE CODIGO-VEN-PEND-A TO WCHAVE-ERRO
                 WRITE REGISTRO-PENNOVO
              WHEN 5
                 MOVE REGISTRO-VISANT TO REGISTRO-VISNOVO
                 MOVE SPACES TO RESULTADO-VISITA-N GPS-VISITA-N
                 MOVE ZEROES TO LATITUDE-VISITA-N LONGITUDE-VISITA-N
                                DIST-GPS-VISITA-N
                 MOVE CHAVE-VISITA-DIS-A TO WCHAVE-ERRO
                 WRITE REGISTRO-VISNOVO
              WHEN 6
                 MOVE REGISTRO-PLAANT TO REGISTRO-PLANOVO
                 MOVE ZEROES TO DATA-ORIG-PLANO-N QTD-ADIA-PLANO-N
                 MOVE CHAVE-PLANO-A TO WCHAVE-ERRO
                 WRITE REGISTRO-PLANOVO
           END-EVALUATE
           IF FS-NOV = '00'
              ADD 1 TO WCONT-GRAVADOS
           ELSE
              ADD 1 TO WCONT-ERROS-ARQ
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14) ','
                     'ERRO,' FUNCTION TRIM(WID-ARQ-NOVO)
                     ' - REGISTRO ' FUNCTION TRIM(WCHAVE-ERRO)
                     ' NAO GRAVADO - ST ' FS-NOV
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE FS-NOV TO WERR-STATUS
              MOVE WID-ARQ-NOVO TO WERR-ARQUIVO
              MOVE WCHAVE-ERRO TO WERR-CHAVE
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
           END-IF.

      *----PROCURA UM ARGUMENTO DE DOIS DIGITOS NA LINHA DE COMANDO E
      *    CARREGA OS ARQUIVOS DE CLIENTES E VENDEDORES DA EMPRESA
      *    CORRESPONDENTE DE EMPRESAS.DAT (COD,NOME,ARQ-CLI,ARQ-VEN,
      *    ARQ-DIS,ARQ-REG POR VIRGULA). CAMPO EM BRANCO MANTEM O
      *    NOME PADRAO.
       S-LE-EMPRESA-ARG SECTION.
       R-LE-EMPRESA-ARG-1.
           MOVE 'N' TO WEMP-ACHOU
           MOVE SPACES TO WEMPRESA-ARG WCMD-LINHA
           ACCEPT WCMD-LINHA FROM COMMAND-LINE
           MOVE 1 TO WCMD-PTR
           PERFORM UNTIL WCMD-PTR > 200 OR WEMPRESA-ARG NOT = SPACES
              MOVE SPACES TO WCMD-TOKEN
              UNSTRING WCMD-LINHA DELIMITED BY ALL ' '
                  INTO WCMD-TOKEN WITH POINTER WCMD-PTR
                 ON OVERFLOW
                    CONTINUE
              END-UNSTRING
              IF WCMD-TOKEN(1:2) IS NUMERIC AND
                 WCMD-TOKEN(3:1) = SPACE
                 MOVE WCMD-TOKEN(1:2) TO WEMPRESA-ARG
              END-IF
              IF WCMD-TOKEN = SPACES
                 MOVE 201 TO WCMD-PTR
              END-IF
           END-PERFORM
           IF WEMPRESA-ARG = SPACES
              GO TO R-LE-EMPRESA-ARG-EXIT
           END-IF
           OPEN INPUT EMPRESAS.
           IF FS-EMP NOT = '00'
              GO TO R-LE-EMPRESA-ARG-EXIT
           END-IF
           PERFORM UNTIL FS-EMP NOT = '00' OR EMPRESA-ACHADA
              READ EMPRESAS
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                    IF WEMP-T-COD = WEMPRESA-ARG
                       MOVE 'S' TO WEMP-ACHOU
                       IF WEMP-T-CLI NOT = SPACES
                          MOVE WEMP-T-CLI TO WID-ARQ-CLIENTE
                       END-IF
                       IF WEMP-T-VEN NOT = SPACES
                          MOVE WEMP-T-VEN TO WID-ARQ-VENDEDOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPRESAS.
       R-LE-EMPRESA-ARG-EXIT.
           EXIT.

      *----REPETE NO REGISTRO DE ERROS CENTRAL (ERROS.LOG) A LINHA
      *    DE ERRO MONTADA PARA O LOG DA RODADA, SALVO SE O TEXTO JA
      *    TIVER SIDO PREENCHIDO PELO CHAMADOR.
       S-ERRO-CENTRAL SECTION.
       R-ERRO-CENTRAL-1.
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           MOVE WEMPRESA-ARG TO WERR-EMPRESA
           IF WERR-TEXTO = SPACES
              MOVE LOGRUN-DATA-01(21:) TO WERR-TEXTO
           END-IF
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.
