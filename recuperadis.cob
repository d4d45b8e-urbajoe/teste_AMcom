
       77 WCONT-REC               PIC 9(007) VALUE ZEROES.
       77 WCONT-INVAL             PIC 9(005) VALUE ZEROES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'recuperadis'.

       COPY ERROLOG.CPY.

       COPY AUTORIZA.CPY.

       PROCEDURE DIVISION.
       INICIO.
                        'ANTERIOR AINDA PRESENTE (' LOCKRUN-DATA-INICIO
                        ')'
                        DELIMITED BY SIZE INTO LOGRUN-DATA-01
                 MOVE 'F' TO WERR-SEVERIDADE
                 PERFORM S-ERRO-CENTRAL
                 WRITE LOGRUN-REC
                 CLOSE LOGRUN
                 STOP RUN
              END-IF
           END-IF
      *----RECRIAR DISTRIBUICAO.DAT EXIGE AUTORIZACAO DE DUAS
      *    PESSOAS: SEM OPERADOR NA FRENTE, VALE A AUTORIZACAO DE LOTE
      *    EMITIDA PELO MENU, CONSUMIDA NESTA EXECUCAO.
           INITIALIZE WAUT-DADOS
           MOVE 'A' TO WAUT-FUNCAO
           MOVE 'S' TO WAUT-LOTE
           MOVE WPROGRAMA-ERRO TO WAUT-PROGRAMA
           MOVE 'OPERADORES.DAT' TO WAUT-ARQ-OPERADORES
           ACCEPT WAUT-SOLICITANTE FROM ENVIRONMENT "USER"
           MOVE 'SNAPSHOT=CONSISTENCIA-VINCULOS.CSV' TO WAUT-PARAMETROS
           CALL 'autorizadupla' USING WAUT-DADOS
           IF NOT AUT-CONCEDIDA
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,EXECUCAO NAO INICIADA - '
                     FUNCTION TRIM(WAUT-MOTIVO)
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              STOP RUN
           END-IF
           OPEN OUTPUT LOCKRUN
           MOVE 'S' TO LOCKRUN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCKRUN-DATA-INICIO
           CLOSE LOCKRUN
           PERFORM S-RECONSTROI-DISTRIBUICAO THRU
                   R-RECONSTROI-DISTRIBUICAO-EXIT
           MOVE 'F' TO WAUT-FUNCAO
      *----A ULTIMA LINHA MONTADA PARA O LOG DA RODADA DIZ SE A
      *    RECONSTRUCAO TERMINOU (OK) OU NAO (ERRO).
           MOVE SPACES TO WAUT-DESFECHO
           IF LOGRUN-DATA-01(16:3) = 'OK,'
              STRING 'OK REGISTROS=' WCONT-REC ' IGNORADAS='
                     WCONT-INVAL
                     DELIMITED BY SIZE INTO WAUT-DESFECHO
           ELSE
              MOVE 'ERRO - RECONSTRUCAO NAO REALIZADA' TO WAUT-DESFECHO
           END-IF
           CALL 'autorizadupla' USING WAUT-DADOS
           OPEN OUTPUT LOCKRUN
           MOVE 'N' TO LOCKRUN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCKRUN-DATA-INICIO
                     ',ERRO,RECONSTRUCAO NAO REALIZADA - SNAPSHOT '
                     'CONSISTENCIA-VINCULOS.CSV NAO ENCONTRADO'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           ELSE
                     ',ERRO,RECONSTRUCAO NAO REALIZADA - FALHA AO '
                     'RECRIAR DISTRIBUICAO.DAT ST=' FS-DIS
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           ELSE
                 ADD 1 TO WCONT-INVAL
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
