      *    PERM-EMPRESA DO OPERADOR E NO ARGUMENTO DOS BATCHES. CADA
      *    EMPRESA GUARDA OS NOMES DOS QUATRO ARQUIVOS MESTRES QUE
      *    VIAJAM NO LINK-DADOS; CAMPO EM BRANCO = NOME PADRAO.
      *    NOME EM BRANCO EXCLUI A EMPRESA DO ARQUIVO. O SETIMO CAMPO
      *    E O TIPO: 'T' = EMPRESA DE TREINAMENTO (SEM OUTBOX E SEM
      *    ARQUIVOS DE INTERFACE), 'P' OU AUSENTE = PRODUCAO.
       01 WTAB-EMPRESAS.
          02 WEMP-LINHA OCCURS 9 TIMES.
             03 WEMP-NOME           PIC X(030).
             03 WEMP-ARQ-VEN        PIC X(050).
             03 WEMP-ARQ-DIS        PIC X(050).
             03 WEMP-ARQ-REG        PIC X(050).
             03 WEMP-TIPO           PIC X(001).
       01 WEMP-T-COD               PIC X(002) VALUE SPACES.
       01 WEMP-T-NOME              PIC X(030) VALUE SPACES.
       01 WEMP-T-CLI               PIC X(050) VALUE SPACES.
       01 WEMP-T-VEN               PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS               PIC X(050) VALUE SPACES.
       01 WEMP-T-REG               PIC X(050) VALUE SPACES.
       01 WEMP-T-TIPO              PIC X(001) VALUE SPACES.
       77 WEMP-SLOT                PIC 99 VALUE ZEROES.
       77 WIDX-EMP                 PIC 9 VALUE ZEROES.
       77 WESCOLHA-EMP             PIC 9 VALUE ZEROES.
       01 WED-ARQ-VEN              PIC X(050) VALUE SPACES.
       01 WED-ARQ-DIS              PIC X(050) VALUE SPACES.
       01 WED-ARQ-REG              PIC X(050) VALUE SPACES.
       01 WED-TREINO               PIC X(001) VALUE 'N'.
          88 ED-TREINO                  VALUE 'S' 's'.
       01 WNOME-ANTES              PIC X(030) VALUE SPACES.

       01 WAUD-DATA-HORA           PIC X(014).
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.
          02 LINE 12 COL 5 VALUE "ARQUIVO DE REGIAO.......:".
          02 SCR-ED-REG LINE 12 COL 31 PIC X(045)
                 USING WED-ARQ-REG AUTO.
          02 LINE 13 COL 5 VALUE "EMPRESA DE TREINAMENTO..:".
          02 SCR-ED-TREINO LINE 13 COL 31 PIC X(001)
                 USING WED-TREINO AUTO.
          02 LINE 13 COL 33 VALUE "(S/N)".
          02 LINE 14 COL 5 VALUE
             "(ARQUIVO EM BRANCO = NOME PADRAO DO SISTEMA)".

                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                                   WEMP-T-TIPO
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                             WEMP-T-TIPO
                    IF WEMP-T-COD IS NUMERIC
                       COMPUTE WEMP-SLOT =
                           FUNCTION NUMVAL(WEMP-T-COD)
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
                 STRING '[' WIDX-EMP '] 0' WIDX-EMP ' '
                     WEMP-NOME(WIDX-EMP) DELIMITED BY SIZE
                     INTO WEMP-PAINEL-LIN(WIDX-EMP)
                 IF WEMP-TIPO(WIDX-EMP) = 'T'
                    MOVE '(TREINAMENTO)'
                         TO WEMP-PAINEL-LIN(WIDX-EMP)(39:13)
                 END-IF
              ELSE
                 STRING '[' WIDX-EMP '] (LIVRE)' DELIMITED BY SIZE
                     INTO WEMP-PAINEL-LIN(WIDX-EMP)
           MOVE WEMP-ARQ-VEN(WESCOLHA-EMP) TO WED-ARQ-VEN
           MOVE WEMP-ARQ-DIS(WESCOLHA-EMP) TO WED-ARQ-DIS
           MOVE WEMP-ARQ-REG(WESCOLHA-EMP) TO WED-ARQ-REG
           MOVE 'N' TO WED-TREINO
           IF WEMP-TIPO(WESCOLHA-EMP) = 'T'
              MOVE 'S' TO WED-TREINO
           END-IF
           DISPLAY TELA-EMPRESA-DET
           ACCEPT TELA-EMPRESA-DET
           IF ESC
           MOVE WED-ARQ-VEN TO WEMP-ARQ-VEN(WESCOLHA-EMP)
           MOVE WED-ARQ-DIS TO WEMP-ARQ-DIS(WESCOLHA-EMP)
           MOVE WED-ARQ-REG TO WEMP-ARQ-REG(WESCOLHA-EMP)
           MOVE 'P' TO WEMP-TIPO(WESCOLHA-EMP)
           IF ED-TREINO
              MOVE 'T' TO WEMP-TIPO(WESCOLHA-EMP)
           END-IF
           PERFORM S-REGRAVA-EMPRESAS THRU R-REGRAVA-EMPRESAS-1-EXIT
           PERFORM R-AUDITA-EMPRESA THRU R-AUDITA-EMPRESA-FIM.
       R-MANTEM-EMPRESA-1-EXIT.
                     FUNCTION TRIM(WEMP-ARQ-CLI(WIDX-EMP)) ','
                     FUNCTION TRIM(WEMP-ARQ-VEN(WIDX-EMP)) ','
                     FUNCTION TRIM(WEMP-ARQ-DIS(WIDX-EMP)) ','
                     FUNCTION TRIM(WEMP-ARQ-REG(WIDX-EMP)) ','
                     WEMP-TIPO(WIDX-EMP)
                     DELIMITED BY SIZE INTO EMPRESAS-DATA-01
                 WRITE EMPRESAS-REC
              END-IF
               '"' FUNCTION TRIM(WED-NOME) '"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-EMPRESA-FIM.
           EXIT.

       COPY ENCADEIAAUD.CPY.
