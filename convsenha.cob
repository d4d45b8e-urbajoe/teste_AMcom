       IDENTIFICATION DIVISION.
       PROGRAM-ID. convsenha.
       AUTHOR. URBANO.
      *----CONVERSAO UNICA DO CADASTRO DE OPERADORES PARA SENHA COM
      *    HASH E SAL (VIDE SENHAHASH.CPY): TODA SENHA AINDA EM CLARO
      *    PASSA A '$' + SAL + HASH E O OPERADOR FICA COM TROCA
      *    OBRIGATORIA NO PROXIMO LOGIN. SENHA EM BRANCO (NUNCA
      *    DEFINIDA) E SENHA JA CONVERTIDA FICAM COMO ESTAO, ENTAO A
      *    RODADA PODE SER REPETIDA SEM EFEITO. RESUMO EM
      *    CONVSENHA.LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPERADORES ASSIGN TO DISK WID-ARQ-OPERADORES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-OPERADOR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-OPR.

       SELECT LOGRUN  ASSIGN TO DISK WID-ARQ-LOGRUN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       01  REGISTRO-OPERADOR.
           02 CODIGO-OPERADOR            PIC  X(020).
           02 NOME-OPERADOR              PIC  X(040).
           02 STATUS-OPERADOR            PIC  X(001).
           02 PERM-OPCAO OCCURS 60 TIMES PIC  X(001).
           02 SENHA-OPERADOR             PIC  X(020).
           02 SENHA-CIFRADA-OPR REDEFINES SENHA-OPERADOR.
              03 SENHA-MARCA-OPR         PIC  X(001).
                 88 SENHA-COM-HASH              VALUE '$'.
              03 SENHA-SAL-OPR           PIC  X(005).
              03 SENHA-HASH-OPR          PIC  X(014).
           02 DATA-TROCA-SENHA           PIC  9(008).
           02 FLAG-TROCA-SENHA           PIC  X(001).
              88 TROCA-SENHA-OBRIGATORIA       VALUE 'S'.
           02 QTD-SENHA-ERRADA           PIC  9(002).
           02 DATA-HORA-BLOQUEIO         PIC  X(014).
           02 PERM-GRUPO OCCURS 4 TIMES  PIC  X(001).
           02 PERM-EMPRESA OCCURS 9 TIMES PIC X(001).
           02 PERM-OPCAO-2 OCCURS 39 TIMES PIC X(001).
           02 PERFIL-OPERADOR            PIC  X(001).
              88 PERFIL-SUPERVISOR             VALUE 'S'.
      *----NIVEL DE ACESSO A DADOS PESSOAIS: '2' = INTEGRAL; OS
      *    DEMAIS NIVEIS VEEM CPF, CNPJ DE PESSOA FISICA, TELEFONE,
      *    E-MAIL E CONTATOS PARCIALMENTE MASCARADOS.
           02 NIVEL-DADOS-OPERADOR       PIC  X(001).
              88 NIVEL-DADOS-INTEGRAL          VALUE '2'.

       FD  LOGRUN.
       01  LOGRUN-REC.
           05  LOGRUN-DATA-01      PIC X(00200).

       WORKING-STORAGE SECTION.
       01 FS-OPR.
          02 FS-OPR-1                 PIC 9.
          02 FS-OPR-2                 PIC 9.
          02 FS-OPR-R REDEFINES FS-OPR-2 PIC 99 COMP-X.
       01 FS-LOG.
          02 FS-LOG-1                 PIC 9.
          02 FS-LOG-2                 PIC 9.
          02 FS-LOG-R REDEFINES FS-LOG-2 PIC 99 COMP-X.

       01 WID-ARQ-OPERADORES   PIC X(50) VALUE 'OPERADORES.DAT'.
       01 WID-ARQ-LOGRUN       PIC X(50) VALUE 'CONVSENHA.LOG'.

       77 WCONT-CONVERTIDOS    PIC 9(005) VALUE ZEROES.
       77 WCONT-JA-HASH        PIC 9(005) VALUE ZEROES.
       77 WCONT-SEM-SENHA      PIC 9(005) VALUE ZEROES.
       77 WCONT-ERROS          PIC 9(005) VALUE ZEROES.

       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'convsenha'.

       COPY ERROLOG.CPY.

       COPY SENHAHASH.CPY.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O OPERADORES
           IF FS-OPR NOT = '00'
              OPEN EXTEND LOGRUN
              IF FS-LOG = '35'
                 OPEN OUTPUT LOGRUN
              END-IF
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,CONVERSAO NAO INICIADA - ERRO NA ABERTURA '
                     'DE ' FUNCTION TRIM(WID-ARQ-OPERADORES)
                     ' ST ' FS-OPR
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              MOVE FS-OPR TO WERR-STATUS
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND LOGRUN
           IF FS-LOG = '35'
              OPEN OUTPUT LOGRUN
           END-IF
           INITIALIZE WCONT-CONVERTIDOS WCONT-JA-HASH WCONT-SEM-SENHA
                      WCONT-ERROS
           MOVE LOW-VALUES TO CODIGO-OPERADOR
           START OPERADORES KEY IS NOT LESS THAN CODIGO-OPERADOR
           PERFORM UNTIL FS-OPR NOT = '00'
              READ OPERADORES NEXT
              IF FS-OPR = '00'
                 PERFORM R-CONVERTE-OPERADOR
              END-IF
           END-PERFORM
           CLOSE OPERADORES
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14)
                  ',FIM,CONVERTIDOS=' WCONT-CONVERTIDOS
                  ',JA-CONVERTIDOS=' WCONT-JA-HASH
                  ',SEM-SENHA=' WCONT-SEM-SENHA
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

       R-CONVERTE-OPERADOR.
           IF SENHA-OPERADOR = SPACES
              ADD 1 TO WCONT-SEM-SENHA
           ELSE
              IF SENHA-COM-HASH
                 ADD 1 TO WCONT-JA-HASH
              ELSE
                 MOVE 'G' TO WHSH-FUNCAO
                 MOVE SENHA-OPERADOR TO WHSH-SENHA
                 CALL 'hashsenha' USING WHSH-DADOS
                 MOVE WHSH-CIFRADA TO SENHA-OPERADOR
                 MOVE 'S' TO FLAG-TROCA-SENHA
                 REWRITE REGISTRO-OPERADOR
                 IF FS-OPR = '00'
                    ADD 1 TO WCONT-CONVERTIDOS
                 ELSE
                    ADD 1 TO WCONT-ERROS
                    MOVE SPACES TO LOGRUN-DATA-01
                    STRING FUNCTION CURRENT-DATE(1:14)
                           ',ERRO,OPERADOR '
                           FUNCTION TRIM(CODIGO-OPERADOR)
                           ' NAO CONVERTIDO - ST ' FS-OPR
                           DELIMITED BY SIZE INTO LOGRUN-DATA-01
                    MOVE FS-OPR TO WERR-STATUS
                    MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
                    MOVE CODIGO-OPERADOR TO WERR-CHAVE
                    PERFORM S-ERRO-CENTRAL
                    WRITE LOGRUN-REC
      *----O REWRITE COM ERRO NAO PODE ENCERRAR A LEITURA.
                    MOVE '00' TO FS-OPR
                 END-IF
              END-IF
           END-IF.

      *----REPETE NO REGISTRO DE ERROS CENTRAL (ERROS.LOG) A LINHA
      *    DE ERRO MONTADA PARA O LOG DA RODADA, SALVO SE O TEXTO JA
      *    TIVER SIDO PREENCHIDO PELO CHAMADOR.
       S-ERRO-CENTRAL SECTION.
       R-ERRO-CENTRAL-1.
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           IF WERR-TEXTO = SPACES
              MOVE LOGRUN-DATA-01(21:) TO WERR-TEXTO
           END-IF
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.
