                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EMP.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKRUN.
       01  EMPRESAS-REC.
           05  EMPRESAS-DATA-01    PIC X(00300).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       WORKING-STORAGE SECTION.
       01 FS-SEQ.
           02 FS-SEQ-1                PIC 9.
          02 LID-EMPRESA.
             03 WEMPRESA-LID           PIC X(002) VALUE '01'.

          02 LID-FILTRO-RELATORIO.
             03 WFILTRO-REGIAO-LID     PIC 9(003) VALUE ZEROES.
             03 WFILTRO-VEN-LID        PIC 9(003) VALUE ZEROES.
             03 WARQ-SAIDA-LID         PIC X(054) VALUE SPACES.

          02 LID-TREINAMENTO.
             03 WTREINAMENTO-LID       PIC X(001) VALUE 'N'.
                88 EMPRESA-TREINAMENTO       VALUE 'S'.

          02 LID-NIVEL-DADOS.
             03 WNIVEL-DADOS-LID       PIC X(001) VALUE '2'.
                88 DADOS-INTEGRAIS           VALUE '2'.

       01 FS-LCK.
          02 FS-LCK-1                 PIC 9.
          02 FS-LCK-2                 PIC 9.
       01 WMES-REF             PIC X(006).
       77 WCONT-LINHAS         PIC 9(007) VALUE ZEROES.
       77 WCONT-ARQUIVOS       PIC 9(003) VALUE ZEROES.
      *----RETORNO DA VERIFICACAO MENSAL DO ENCADEAMENTO DA AUDITORIA
      *    (8 = TRILHA QUEBRADA).
       77 WRC-VERIFICA-AUD     PIC 9(003) VALUE ZEROES.

       01 FS-CTR.
          02 FS-CTR-1                 PIC 9.
          02 FS-CTR-2                 PIC 9.
          02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 WID-ARQ-CATREL       PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO        PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS         PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM          PIC X(040) VALUE SPACES.

       01 FS-EMP.
          02 FS-EMP-1                 PIC 9.
       01 WEMP-T-VEN           PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS           PIC X(050) VALUE SPACES.
       01 WEMP-T-REG           PIC X(050) VALUE SPACES.
       01 WEMP-T-TIPO          PIC X(001) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'pacotemensal'.

       COPY ERROLOG.CPY.

       PROCEDURE DIVISION.
       INICIO.
                     ',ERRO,EXECUCAO NAO INICIADA - EMPRESA '
                     WEMPRESA-ARG ' NAO CADASTRADA EM EMPRESAS.DAT'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *----A EMPRESA DE TREINAMENTO NAO MANDA ARQUIVO PARA FORA: O
      *    PACOTE NAO E GERADO E A CADEIA SEGUE NORMALMENTE.
           IF EMPRESA-TREINAMENTO
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,PACOTE NAO GERADO - EMPRESA '
                     WEMPRESA-LID ' E DE TREINAMENTO'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              GOBACK
           END-IF
      *----RECUSA A EXECUCAO SE O LOCK DE UMA RODADA ANTERIOR AINDA
      *    ESTIVER ATIVO (MESMO ESQUEMA DOS DEMAIS UTILITARIOS DE
      *    LOTE).
                        'ANTERIOR AINDA PRESENTE (' LOCKRUN-DATA-INICIO
                        ')'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 MOVE 'F' TO WERR-SEVERIDADE
                 PERFORM S-ERRO-CENTRAL
                 WRITE LOGRUN-REC
                 CLOSE LOGRUN
                 MOVE 8 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCKRUN-DATA-INICIO
           WRITE LOCKRUN-REC
           CLOSE LOCKRUN
           IF WRC-VERIFICA-AUD NOT = ZEROES
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *----PROCURA UM ARGUMENTO DE DOIS DIGITOS NA LINHA DE COMANDO E
      *    CARREGA OS ARQUIVOS DA EMPRESA CORRESPONDENTE DE
      *    EMPRESAS.DAT (COD,NOME,ARQ-CLI,ARQ-VEN,ARQ-DIS,ARQ-REG POR
      *    VIRGULA). CAMPO DE ARQUIVO EM BRANCO MANTEM O NOME PADRAO.
      *    O SETIMO CAMPO 'T' MARCA A EMPRESA DE TREINAMENTO.
       S-LE-EMPRESA-ARG SECTION.
       R-LE-EMPRESA-ARG-1.
           MOVE 'N' TO WEMP-ACHOU
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                                   WEMP-T-TIPO
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                             WEMP-T-TIPO
                    IF WEMP-T-COD = WEMPRESA-ARG
                       MOVE 'S' TO WEMP-ACHOU
                       MOVE WEMPRESA-ARG TO WEMPRESA-LID
                       IF WEMP-T-TIPO = 'T'
                          MOVE 'S' TO WTREINAMENTO-LID
                       END-IF
                       IF WEMP-T-CLI NOT = SPACES
                          MOVE WEMP-T-CLI TO WID-ARQ-CLIENTE-1
                       END-IF

      *----RODA OS RELATORIOS GERENCIAIS EM MODO BATCH (DASHBOARD +
      *    SEGMENTACAO, CONSISTENCIA, COBERTURA GEOGRAFICA +
      *    SOBREPOSICAO DE TERRITORIO, VERIFICACAO DO ENCADEAMENTO DA
      *    TRILHA DE AUDITORIA) E CONCATENA AS SAIDAS DATADAS
      *    DE HOJE EM UM UNICO PACOTE-GERENCIAL-<AAAAMM>.TXT, COM
      *    SEPARADOR POR RELATORIO, PARA A DIRETORIA RECEBER UM UNICO
      *    ARQUIVO MENSAL EM VEZ DE VARIAS SAIDAS AVULSAS.
           CANCEL "consistencia"
           CALL "relcobertura" USING LINK-DADOS
           CANCEL "relcobertura"
           CALL "verificaaud" USING LINK-DADOS
           MOVE RETURN-CODE TO WRC-VERIFICA-AUD
           CANCEL "verificaaud"
           PERFORM R-LOGA-VERIFICACAO
           MOVE SPACES TO WID-ARQ-PACOTE
           STRING 'PACOTE-GERENCIAL-' WMES-REF '.TXT'
               DELIMITED BY SIZE INTO WID-ARQ-PACOTE
           STRING 'SOBREPOSICAO-TERRITORIO-' WDATA-HOJE '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-ENTRADA
           PERFORM R-ANEXA-ARQUIVO
           MOVE SPACES TO WID-ARQ-ENTRADA
           STRING 'VERIFICA-AUDITORIA-' WDATA-HOJE '.CSV'
               DELIMITED BY SIZE INTO WID-ARQ-ENTRADA
           PERFORM R-ANEXA-ARQUIVO
           PERFORM S-ENV-MONTA-TRL THRU R-ENV-MONTA-TRL-1-EXIT
           MOVE SPACES TO PACOTE-DATA-01
           MOVE WENV-LINHA TO PACOTE-DATA-01
           WRITE PACOTE-REC
           CLOSE PACOTE
           MOVE WID-ARQ-PACOTE TO WCATR-ARQUIVO
           COMPUTE WCATR-LINHAS = WENV-QTD + 2
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-REF ' RELATORIOS=' WCONT-ARQUIVOS
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO THRU R-REGISTRA-CATALOGO-1-EXIT
           OPEN EXTEND LOGRUN
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14)
       R-GERA-PACOTE-EXIT.
           EXIT.

      *----TRILHA QUEBRADA VAI COMO ERRO PARA O LOG DA RODADA E O
      *    REGISTRO DE ERROS CENTRAL; O DETALHE FICA NO RELATORIO DA
      *    VERIFICACAO, ANEXADO AO PACOTE.
       R-LOGA-VERIFICACAO.
           OPEN EXTEND LOGRUN
           MOVE SPACES TO LOGRUN-DATA-01
           IF WRC-VERIFICA-AUD = ZEROES
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',OK,TRILHA DE AUDITORIA VERIFICADA - '
                     'ENCADEAMENTO INTEGRO'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
           ELSE
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,TRILHA DE AUDITORIA COM ENCADEAMENTO '
                     'QUEBRADO - VIDE VERIFICA-AUDITORIA-' WDATA-HOJE
                     '.CSV'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              PERFORM S-ERRO-CENTRAL
           END-IF
           WRITE LOGRUN-REC
           CLOSE LOGRUN.

       R-ANEXA-ARQUIVO.
           OPEN INPUT ENTRADA
           IF FS-ENT NOT = '00'
           END-IF.

       COPY ENVELOPE.CPY.

       COPY CATALOGO.CPY.

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
