       01 WEMP-T-VEN           PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS           PIC X(050) VALUE SPACES.
       01 WEMP-T-REG           PIC X(050) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'arqdistmes'.

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
                        'ANTERIOR AINDA PRESENTE (' LOCKRUN-DATA-INICIO
                        ')'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 MOVE 'F' TO WERR-SEVERIDADE
                 PERFORM S-ERRO-CENTRAL
                 WRITE LOGRUN-REC
                 CLOSE LOGRUN
                 MOVE 8 TO RETURN-CODE
                     ',ERRO,ARQUIVAMENTO NAO REALIZADO - FALHA AO '
                     'ABRIR DISTRIBUICAO.DAT'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           ELSE
                     ',ERRO,ARQUIVAMENTO NAO REALIZADO - FALHA AO '
                     'CRIAR ' WID-ARQ-ARQDIST
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           ELSE
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
