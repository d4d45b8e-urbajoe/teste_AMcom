       S-INCLUIR-LEAD SECTION.
       INCLUIR-LEAD-1.
           PERFORM UNTIL WCODIGO-LEAD = 9999999
           PERFORM S-PROTEGE-TELA-LEAD
                 THRU R-PROTEGE-TELA-LEAD-1-EXIT
           DISPLAY TELA-LEAD
           ACCEPT TELA-LEAD
           PERFORM S-RESTAURA-TELA-LEAD
                 THRU R-RESTAURA-TELA-LEAD-1-EXIT.
           IF ESC
              MOVE 9999999 TO WCODIGO-LEAD
           ELSE
              WRITE REGISTRO-LEAD
              IF FS-LEA NOT = '00'
                 MOVE FS-LEA TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-LEADS TO WERR-ARQUIVO
                 MOVE CODIGO-LEAD TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
              OPEN INPUT ARQIMPORT
              IF FS-IMPORT NOT = '00'
                 MOVE FS-IMPORT TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-IMPORT TO WERR-ARQUIVO
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
       S-REVISAR-LEADS SECTION.
       REVISAR-LEADS-1.
           INITIALIZE WCONT-PROMOVIDOS WCONT-DESCARTADOS
                      WCONT-FIXADOS
           MOVE ZEROES TO CODIGO-LEAD
           START LEADS KEY IS NOT LESS THAN CODIGO-LEAD
           IF FS-LEA NOT = '00'
           MOVE SPACES TO WTXT
           STRING 'PROMOVIDOS: ' WCONT-PROMOVIDOS
                  ' DESCARTADOS: ' WCONT-DESCARTADOS
                  ' FIXADOS: ' WCONT-FIXADOS
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM

       REVISAR-LEADS-DECIDE.
           MOVE SPACE TO WDECISAO-LEAD
           MOVE ZEROES TO WVEN-PROSP-LEAD WDIST-PROSP-LEAD
           IF PRP-DISPONIVEL
              MOVE CODIGO-LEAD TO CODIGO-LEAD-PRP
              READ PROSPECCAO
              IF FS-PRP = '00'
                 MOVE COD-VEN-PRP TO WVEN-PROSP-LEAD
                 MOVE DISTANCIA-PRP TO WDIST-PROSP-LEAD
              END-IF
           END-IF
           PERFORM S-MASCARA-REVISA-LEAD
                 THRU R-MASCARA-REVISA-LEAD-1-EXIT
           DISPLAY TELA-REVISA-LEAD
           ACCEPT TELA-REVISA-LEAD
           IF ESC
                    MOVE 'D' TO STATUS-LEAD
                    REWRITE REGISTRO-LEAD
                    ADD 1 TO WCONT-DESCARTADOS
                    PERFORM REVISAR-LEADS-LIMPA-PROSP
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
                 MOVE TELEFONE-LEAD  TO TELEFONE
                 MOVE EMAIL-LEAD     TO EMAIL
                 MOVE SPACES         TO LINHA-PRODUTO-CLI
                 MOVE ZEROES         TO GRUPO-ECON-CLI
                 MOVE 'N'            TO ATEND-REMOTO-CLI
                 WRITE REGISTRO-CLIENTES
                 IF FS-CLI = '00'
                    MOVE 'A' TO STATUS-LEAD
                    REWRITE REGISTRO-LEAD
                    ADD 1 TO WCONT-PROMOVIDOS
                    IF WVEN-PROSP-LEAD > ZEROES
                       PERFORM REVISAR-LEADS-FIXA-VEN
                             THRU REVISAR-LEADS-FIXA-VEN-FIM
                    END-IF
                    PERFORM REVISAR-LEADS-LIMPA-PROSP
                 ELSE
                    MOVE FS-CLI TO WFS-COD-TRADUZIR
                    MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
                    MOVE CHAVE-CLI TO WERR-CHAVE
                    PERFORM S-TRADUZ-STATUS-ARQ
                          THRU S-TRADUZ-STATUS-ARQ-EXIT
                    MOVE SPACES TO WTXT
              END-IF
           END-IF.

      *----LEAD COM VENDEDOR DE PROSPECCAO: O OPERADOR PODE FIXAR
      *    ESSE VENDEDOR COMO PRIMARIO DO NOVO CLIENTE, COM O VINCULO
      *    TRAVADO PARA O GERADOR NAO O TROCAR NA PROXIMA RODADA (MESMA
      *    GRAVACAO DO REBALANCEAMENTO).
       REVISAR-LEADS-FIXA-VEN.
           IF NOT DIS-DISPONIVEL
              GO TO REVISAR-LEADS-FIXA-VEN-FIM
           END-IF
           MOVE SPACES TO WTXT
           STRING 'FIXAR O VENDEDOR DE PROSPECCAO ' WVEN-PROSP-LEAD
                  ' NO CLIENTE? S/N'
                  DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO REVISAR-LEADS-FIXA-VEN-FIM
           END-IF
           MOVE WCOD-CLI-PROMOCAO TO CODIGO-CLI-DIS
           MOVE WVEN-PROSP-LEAD TO CODIGO-VEN-DIS
           MOVE WDIST-PROSP-LEAD TO DISTANCIA-DIS
           MOVE '1' TO TIPO-DIS
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-INICIO-DIS
           MOVE ZEROES TO DATA-FIM-DIS
           MOVE 'S' TO LOCK-DIS
           MOVE SPACES TO MOTIVO-FIM-DIS
           WRITE REGISTRO-DISTRIBUICAO
           IF FS-DIS = '22'
              READ DISTRIBUICAO KEY IS CHAVE-DIS
              IF FS-DIS = '00'
                 MOVE WDIST-PROSP-LEAD TO DISTANCIA-DIS
                 MOVE '1' TO TIPO-DIS
                 MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-INICIO-DIS
                 MOVE ZEROES TO DATA-FIM-DIS
                 MOVE 'S' TO LOCK-DIS
                 MOVE SPACES TO MOTIVO-FIM-DIS
                 REWRITE REGISTRO-DISTRIBUICAO
              END-IF
           END-IF
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ
                    THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO GRAVACAO VINCULO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-DIS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO REVISAR-LEADS-FIXA-VEN-FIM
           END-IF
           ADD 1 TO WCONT-FIXADOS
           MOVE WCOD-CLI-PROMOCAO TO WVAT-CLI
           PERFORM S-ATUALIZA-VINC-ATUAL
                 THRU R-ATUALIZA-VINC-ATUAL-1-EXIT.
       REVISAR-LEADS-FIXA-VEN-FIM.
           EXIT.

      *----LEAD QUE SAI DA TRIAGEM NAO TEM MAIS PROSPECCAO.
       REVISAR-LEADS-LIMPA-PROSP.
           IF PRP-DISPONIVEL AND WVEN-PROSP-LEAD > ZEROES
              MOVE CODIGO-LEAD TO CODIGO-LEAD-PRP
              DELETE PROSPECCAO
           END-IF.

       REVISAR-LEADS-RESERVA-COD.
           MOVE CODIGO-LEAD TO WCOD-CLI-PROMOCAO
           MOVE 'CLIENTES' TO WPROX-ENTIDADE
           MOVE WPROX-RESERVADO TO WCOD-CLI-PROMOCAO.
       REVISAR-LEADS-RESERVA-FIM.
           EXIT.

      *----SEM O NIVEL INTEGRAL, TELEFONE, E-MAIL E O CNPJ DE PESSOA
      *    FISICA (MEI) DO LEAD SAEM MASCARADOS NA TELA (VIDE
      *    MASCARADADOS.CPY). O CNPJ E EDITADO FORMATADO, COMO NA TELA
      *    DO CLIENTE. CAMPO DEVOLVIDO SEM ALTERACAO VOLTA AO VALOR
      *    ORIGINAL NA RESTAURACAO; DIGITADO DE NOVO, VALE O DIGITADO.
       S-PROTEGE-TELA-LEAD SECTION.
       R-PROTEGE-TELA-LEAD-1.
           MOVE 'J' TO WMASC-TIPO
           MOVE WCNPJ-LEAD TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           MOVE WMASC-TXT      TO WMSK-ORIG-CNPJ WMSK-EXIB-CNPJ
           MOVE WTELEFONE-LEAD TO WMSK-ORIG-FONE WMSK-EXIB-FONE
           MOVE WEMAIL-LEAD    TO WMSK-ORIG-EMAIL WMSK-EXIB-EMAIL
           IF DADOS-INTEGRAIS
              GO TO R-PROTEGE-TELA-LEAD-1-EXIT
           END-IF
           MOVE WCNPJ-LEAD  TO WMSK-CNPJ
           MOVE WRAZAO-LEAD TO WMSK-RAZAO
           PERFORM S-CNPJ-PESSOA-FISICA
                 THRU R-CNPJ-PESSOA-FISICA-1-EXIT
           IF WMSK-PF = 'S'
              MOVE 'J' TO WMSK-TIPO
              MOVE WMASC-TXT TO WMSK-TXT
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO WMSK-EXIB-CNPJ
           END-IF
           MOVE 'T' TO WMSK-TIPO
           MOVE WTELEFONE-LEAD TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-EXIB-FONE
           MOVE 'E' TO WMSK-TIPO
           MOVE WEMAIL-LEAD TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-EXIB-EMAIL
           MOVE WMSK-EXIB-CNPJ  TO WMASC-TXT
           MOVE WMSK-EXIB-FONE  TO WTELEFONE-LEAD
           MOVE WMSK-EXIB-EMAIL TO WEMAIL-LEAD.
       R-PROTEGE-TELA-LEAD-1-EXIT.
           EXIT.

       S-RESTAURA-TELA-LEAD SECTION.
       R-RESTAURA-TELA-LEAD-1.
           IF WMASC-TXT = WMSK-EXIB-CNPJ
              MOVE WMSK-ORIG-CNPJ TO WMASC-TXT
           END-IF
           PERFORM S-DESFORMATA-DOC THRU S-DESFORMATA-DOC-EXIT
           MOVE WMASC-NUM TO WCNPJ-LEAD
           IF WTELEFONE-LEAD = WMSK-EXIB-FONE
              MOVE WMSK-ORIG-FONE TO WTELEFONE-LEAD
           END-IF
           IF WEMAIL-LEAD = WMSK-EXIB-EMAIL
              MOVE WMSK-ORIG-EMAIL TO WEMAIL-LEAD
           END-IF.
       R-RESTAURA-TELA-LEAD-1-EXIT.
           EXIT.

      *----A TELA DE REVISAO SO EXIBE O LEAD: MOSTRA AS COPIAS
      *    (MASCARADAS SEM O NIVEL INTEGRAL) E NAO TOCA NO REGISTRO,
      *    QUE SEGUE INTEGRO PARA A PROMOCAO.
       S-MASCARA-REVISA-LEAD SECTION.
       R-MASCARA-REVISA-LEAD-1.
           MOVE 'J' TO WMASC-TIPO
           MOVE CNPJ-LEAD TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           MOVE WMASC-TXT     TO WMSK-EXIB-CNPJ
           MOVE TELEFONE-LEAD TO WMSK-EXIB-FONE
           MOVE EMAIL-LEAD    TO WMSK-EXIB-EMAIL
           IF DADOS-INTEGRAIS
              GO TO R-MASCARA-REVISA-LEAD-1-EXIT
           END-IF
           MOVE CNPJ-LEAD  TO WMSK-CNPJ
           MOVE RAZAO-LEAD TO WMSK-RAZAO
           PERFORM S-CNPJ-PESSOA-FISICA
                 THRU R-CNPJ-PESSOA-FISICA-1-EXIT
           IF WMSK-PF = 'S'
              MOVE 'J' TO WMSK-TIPO
              MOVE WMASC-TXT TO WMSK-TXT
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO WMSK-EXIB-CNPJ
           END-IF
           MOVE 'T' TO WMSK-TIPO
           MOVE TELEFONE-LEAD TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-EXIB-FONE
           MOVE 'E' TO WMSK-TIPO
           MOVE EMAIL-LEAD TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-EXIB-EMAIL.
       R-MASCARA-REVISA-LEAD-1-EXIT.
           EXIT.
