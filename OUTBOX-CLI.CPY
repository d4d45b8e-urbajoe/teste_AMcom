      *----MENSAGEM DIRIGIDA AO CLIENTE NA CAIXA DE SAIDA: SO SAI SE O
      *    CLIENTE WCNS-CLI TEM OPT-IN NO CANAL WCNS-CANAL (VIDE
      *    CONSENT.CPY); SEM CONSENTIMENTO A MENSAGEM E SUPRIMIDA E
      *    REGISTRADA NO MOVIMENTO DE CONSENTIMENTO COM A ORIGEM
      *    WCNS-ORIGEM. O DESTINO E MONTADO AQUI (CLI-NNNNNNN-C) E O
      *    SCRIPT DE ENVIO RESOLVE O TELEFONE/E-MAIL PELO CADASTRO.
      *    O CHAMADOR PREENCHE WOTB-TIPO, WOTB-SEVERIDADE E
      *    WOTB-MENSAGEM E INCLUI TAMBEM OUTBOX.CPY E CONSENT.CPY.
      *    WCNS-PERMITIDO DIZ SE A MENSAGEM SAIU.
       S-GRAVA-OUTBOX-CLIENTE SECTION.
       R-GRAVA-OUTBOX-CLIENTE-1.
           PERFORM S-CHECA-CONSENT THRU R-CHECA-CONSENT-1-EXIT
           IF CNS-PERMITIDO
              MOVE SPACES TO WOTB-DESTINO
              STRING 'CLI-' WCNS-CLI '-' WCNS-CANAL
                  DELIMITED BY SIZE INTO WOTB-DESTINO
              PERFORM S-GRAVA-OUTBOX THRU R-GRAVA-OUTBOX-1-EXIT
           ELSE
              MOVE SPACES TO WCNS-DETALHE
              STRING 'OUTBOX ' FUNCTION TRIM(WOTB-TIPO) ' '
                  WOTB-MENSAGEM
                  DELIMITED BY SIZE INTO WCNS-DETALHE
              PERFORM S-REGISTRA-SUPRESSAO
                 THRU R-REGISTRA-SUPRESSAO-1-EXIT
           END-IF.
       R-GRAVA-OUTBOX-CLIENTE-1-EXIT.
           EXIT.
