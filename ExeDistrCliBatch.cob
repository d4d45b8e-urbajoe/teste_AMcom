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
       01 WEMP-T-VEN                  PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS                  PIC X(050) VALUE SPACES.
       01 WEMP-T-REG                  PIC X(050) VALUE SPACES.
       01 WEMP-T-TIPO                 PIC X(001) VALUE SPACES.

       01 WDATA-HOJE                  PIC X(008).
       01 WDATA-CAL                   PIC X(008).
       01 WDIA-UTIL                   PIC X VALUE 'S'.
          88 DIA-UTIL                      VALUE 'S'.
          88 DIA-NAO-UTIL                  VALUE 'N'.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'ExeDistrCliBatch'.

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
           CLOSE CALENDARIO.
       R-VERIFICA-CALENDARIO-EXIT.
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
