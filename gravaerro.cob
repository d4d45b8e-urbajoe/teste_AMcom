       IDENTIFICATION DIVISION.
       PROGRAM-ID.  gravaerro.
       AUTHOR.      URBANO.
      *----REGISTRO DE ERROS CENTRAL: ACRESCENTA UMA LINHA AO
      *    ERROS.LOG PARA CADA ERRO QUE OS PROGRAMAS TRATAM (STATUS
      *    DE ARQUIVO VIA S-TRADUZ-STATUS-ARQ OU ERRO DE NEGOCIO VIA
      *    S-GRAVA-ERRO, VIDE ERROLOG.CPY). O ARQUIVO SO CRESCE; A
      *    CONSULTA E FEITA PELO CONSULTAERRO E O CONSOLE DE OPERACAO
      *    RESUME AS ULTIMAS 24 HORAS. FALHA NA GRAVACAO NAO DEVOLVE
      *    ERRO AO CHAMADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ERROS  ASSIGN TO DISK WID-ARQ-ERROS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
      *----LINHA DO ERROS.LOG: CAMPOS DE TAMANHO FIXO SEPARADOS POR
      *    VIRGULA, COM O TEXTO (QUE PODE TER VIRGULA) POR ULTIMO.
       FD  ERROS.
       01  REG-ERRO.
           02 ERR-DATA-HORA        PIC X(014).
           02 ERR-SEP1             PIC X(001).
           02 ERR-PROGRAMA         PIC X(020).
           02 ERR-SEP2             PIC X(001).
           02 ERR-EMPRESA          PIC X(002).
           02 ERR-SEP3             PIC X(001).
           02 ERR-OPERADOR         PIC X(020).
           02 ERR-SEP4             PIC X(001).
           02 ERR-SEVERIDADE       PIC X(001).
           02 ERR-SEP5             PIC X(001).
           02 ERR-STATUS           PIC X(002).
           02 ERR-SEP6             PIC X(001).
           02 ERR-ARQUIVO          PIC X(050).
           02 ERR-SEP7             PIC X(001).
           02 ERR-CHAVE            PIC X(030).
           02 ERR-SEP8             PIC X(001).
           02 ERR-TEXTO            PIC X(080).

       WORKING-STORAGE SECTION.
       01 FS-ERR.
           02 FS-ERR-1                PIC 9.
           02 FS-ERR-2                PIC 9.
           02 FS-ERR-R REDEFINES FS-ERR-2 PIC 99 COMP-X.

       01 WID-ARQ-ERROS           PIC X(50) VALUE 'ERROS.LOG'.

       LINKAGE SECTION.
       COPY ERROLOG.CPY.

       PROCEDURE DIVISION USING WERR-DADOS.
       ABERTURA.
           OPEN EXTEND ERROS
           IF FS-ERR = '35'
              OPEN OUTPUT ERROS
           END-IF
           IF FS-ERR NOT = '00'
              GO TO ABERTURA-EXIT
           END-IF
           MOVE SPACES TO REG-ERRO
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERR-DATA-HORA
           MOVE ',' TO ERR-SEP1 ERR-SEP2 ERR-SEP3 ERR-SEP4 ERR-SEP5
                       ERR-SEP6 ERR-SEP7 ERR-SEP8
           MOVE WERR-PROGRAMA   TO ERR-PROGRAMA
           MOVE WERR-EMPRESA    TO ERR-EMPRESA
           MOVE WERR-OPERADOR   TO ERR-OPERADOR
           IF ERR-OPERADOR = SPACES
              ACCEPT ERR-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           MOVE WERR-SEVERIDADE TO ERR-SEVERIDADE
           IF ERR-SEVERIDADE = SPACE
              MOVE 'E' TO ERR-SEVERIDADE
           END-IF
           MOVE WERR-STATUS     TO ERR-STATUS
           MOVE WERR-ARQUIVO    TO ERR-ARQUIVO
           MOVE WERR-CHAVE      TO ERR-CHAVE
           MOVE WERR-TEXTO      TO ERR-TEXTO
      *----CHAVE LIDA ANTES DA ABERTURA PODE TRAZER LIXO BINARIO, E
      *    VIRGULA NOS CAMPOS FIXOS QUEBRARIA A LEITURA POR CAMPO.
           INSPECT ERR-CHAVE REPLACING ALL LOW-VALUES BY SPACES
                                       ALL HIGH-VALUES BY SPACES
           INSPECT ERR-ARQUIVO REPLACING ALL ',' BY ';'
           INSPECT ERR-CHAVE REPLACING ALL ',' BY ';'
           WRITE REG-ERRO
           CLOSE ERROS.
       ABERTURA-EXIT.
           EXIT PROGRAM.
