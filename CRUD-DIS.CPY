           PERFORM LER-DIS
           IF FS-DIS = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'VINCULO JA EXISTE: ' WFS-DESC-TRADUZIDA
              IF FS-DIS NOT = '00'
                 MOVE 1 TO WSAIDA
                 MOVE FS-DIS TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
                 MOVE CHAVE-DIS TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
           PERFORM LER-DIS
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'VINCULO NAO EXISTE: ' WFS-DESC-TRADUZIDA
              IF FS-DIS NOT = '00'
                 MOVE 1 TO WSAIDA
                 MOVE FS-DIS TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
                 MOVE CHAVE-DIS TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
           PERFORM LER-DIS
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'VINCULO NAO EXISTE: ' WFS-DESC-TRADUZIDA
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           ELSE
              PERFORM EXCLUIR-CHECA-PERIODO
              IF PERIODO-FECHADO
                 MOVE SPACES TO WTXT
                 STRING 'VINCULO ATIVO EM MES FECHADO ' WPFE-MES-FECHADO
                        ' - USE ENCERRAR' DELIMITED BY SIZE INTO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE TELA-MENSAGEM
                 DISPLAY TELA-MENSAGEM
              ELSE
                 PERFORM EXCLUIR-3
              END-IF
           END-IF.

      *----A EXCLUSAO APAGA O VINCULO INTEIRO: SE ELE ESTEVE ATIVO EM
      *    ALGUM MES FECHADO, OS EXTRATOS DAQUELE MES DEIXARIAM DE SE
      *    REPRODUZIR. NESSE CASO SO O ENCERRAMENTO E PERMITIDO.
       EXCLUIR-CHECA-PERIODO.
           MOVE DATA-INICIO-DIS(1:6) TO WPFE-MES-INI
           IF DATA-FIM-DIS = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:6) TO WPFE-MES-FIM
           ELSE
              MOVE DATA-FIM-DIS(1:6) TO WPFE-MES-FIM
           END-IF
           PERFORM S-CHECA-PERIODO THRU R-CHECA-PERIODO-1-EXIT.

       EXCLUIR-3.
           PERFORM MOVE-DADOS-2.
           PERFORM UNTIL WSAIDA = 0
           IF FS-DIS NOT = '00'
              MOVE 1 TO WSAIDA
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE EXCLUSAO: ' WFS-DESC-TRADUZIDA
           IF FS-CLI NOT = '00'
              MOVE 'N' TO WVINCULO-VALIDO
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              MOVE CHAVE-CLI TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'CLIENTE INFORMADO NAO EXISTE: ' WFS-DESC-TRADUZIDA
           IF FS-VEN NOT = '00'
              MOVE 'N' TO WVINCULO-VALIDO
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              MOVE CHAVE-VEN TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'VENDEDOR INFORMADO NAO EXISTE:' WFS-DESC-TRADUZIDA
           PERFORM LER-DIS
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'VINCULO NAO EXISTE: ' WFS-DESC-TRADUZIDA
                 REWRITE REGISTRO-DISTRIBUICAO
                 IF FS-DIS NOT = '00'
                    MOVE FS-DIS TO WFS-COD-TRADUZIR
                    MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
                    MOVE CHAVE-DIS TO WERR-CHAVE
                    PERFORM S-TRADUZ-STATUS-ARQ
                          THRU S-TRADUZ-STATUS-ARQ-EXIT
                    MOVE SPACES TO WTXT
           PERFORM LER-DIS
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'VINCULO NAO EXISTE: ' WFS-DESC-TRADUZIDA
           ELSE
              ACCEPT OPERADOR-VISITA FROM ENVIRONMENT "USER"
           END-IF
           INITIALIZE WOBS-VISITA WRES-VISITA WDESC-RES-VISITA
      *----VISITA REGISTRADA NO ESCRITORIO NAO TEM POSICAO GPS.
           MOVE ZEROES TO LATITUDE-VISITA LONGITUDE-VISITA
                          DIST-GPS-VISITA
           MOVE SPACE TO GPS-VISITA
           DISPLAY TELA-VISITA-DIS
           ACCEPT TELA-VISITA-DIS
           MOVE WOBS-VISITA TO OBS-VISITA
           MOVE FUNCTION UPPER-CASE(WRES-VISITA) TO WRES-VISITA
           PERFORM VISITA-CHECA-RESULTADO
           IF WRES-VISITA NOT = SPACES AND WDESC-RES-VISITA = SPACES
              MOVE 'RESULTADO NAO CADASTRADO ' TO WTXT
              MOVE FS-RES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              MOVE 'N' TO WX
           ELSE
              MOVE WRES-VISITA TO RESULTADO-VISITA
              DISPLAY TELA-VISITA-DIS
              MOVE 'CONFIRMA REGISTRO DA VISITA ?...' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
           END-IF.
           IF WX = 'S' OR 's'
              WRITE REGISTRO-VISITA-DIS
              IF FS-VIS NOT = '00'
                 MOVE FS-VIS TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-DIS-VISITA TO WERR-ARQUIVO
                 MOVE CHAVE-VISITA-DIS TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
       S-REGISTRA-VISITA-EXIT.
           EXIT.

      *----O RESULTADO E OPCIONAL NO REGISTRO MANUAL; QUANDO
      *    INFORMADO TEM QUE EXISTIR EM RESULTADO-VISITA.DAT.
       VISITA-CHECA-RESULTADO.
           MOVE SPACES TO WDESC-RES-VISITA
           IF WRES-VISITA NOT = SPACES
              OPEN INPUT RESULTVIS
              IF FS-RES = '00'
                 MOVE WRES-VISITA TO CODIGO-RES
                 READ RESULTVIS
                 IF FS-RES = '00'
                    MOVE DESCRICAO-RES TO WDESC-RES-VISITA
                 END-IF
                 CLOSE RESULTVIS
              END-IF
           END-IF.

       S-REASSOC SECTION.
       REASSOC-1.
           MOVE ZEROES TO WCODIGO-VEN-ANTIGO WCODIGO-VEN-NOVO
           ELSE
              IF FS-RPEND NOT = '00'
                 MOVE FS-RPEND TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-REASSOC-PEND TO WERR-ARQUIVO
                 MOVE CHAVE-RPEND TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
           END-PERFORM
           IF REASSOC-ERRO
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO REASSOCIACAO: ' WFS-DESC-TRADUZIDA
           END-IF
           IF TROCA-ERRO
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              IF WTROCA-FALHA-LADO = 2
                 PERFORM TROCA-DESFAZ-LADO-1
              END-IF
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC.

      *----ENCERRAMENTO DE VINCULO COM MOTIVO ESTRUTURADO: O OPERADOR
           PERFORM LER-DIS
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'VINCULO NAO EXISTE: ' WFS-DESC-TRADUZIDA
                 PERFORM R-REFLETE-VINC-ATUAL
              ELSE
                 MOVE FS-DIS TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
                 MOVE CHAVE-DIS TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
           ADD 1 TO WENC-QTD-TOTAL
           MOVE 'N' TO WACHOU-MOT
           PERFORM VARYING WIDX-MOT FROM 1 BY 1
                   UNTIL WIDX-MOT > 10 OR ACHOU-MOTIVO-TAB
              IF WMOT-CODIGO(WIDX-MOT) = MOTIVO-FIM-DIS
                 MOVE 'S' TO WACHOU-MOT
              END-IF
               '"QTD. ENCERRAMENTOS"'
               DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM VARYING WIDX-MOT FROM 1 BY 1 UNTIL WIDX-MOT > 10
              MOVE SPACES TO ARQREL-DATA-01
              STRING WMOT-CODIGO(WIDX-MOT) ','
                  '"' FUNCTION TRIM(WMOT-DESC(WIDX-MOT)) '"' ','
