      *    FLAG DE ENTREGA QUE O SCRIPT EXTERNO DE ENVIO MARCA 'S'
      *    QUANDO DESPACHA - O CONSOLE DE OPERACAO MOSTRA AS LINHAS
      *    AINDA NAO ENTREGUES. FALHA NA GRAVACAO NAO IMPEDE O
      *    PROCESSAMENTO DO CHAMADOR. O ARQUIVO SO CRESCE: O NUMERO DA
      *    LINHA E O ID DA MENSAGEM NO RETORNO DE ENTREGA DO SCRIPT
      *    (VIDE RETORNOENVIO). A EMPRESA DE TREINAMENTO NUNCA GRAVA
      *    NA CAIXA DE SAIDA.
       S-GRAVA-OUTBOX SECTION.
       R-GRAVA-OUTBOX-1.
           IF EMPRESA-TREINAMENTO
              GO TO R-GRAVA-OUTBOX-1-EXIT
           END-IF
           OPEN EXTEND OUTBOX.
           IF FS-OTB = '00'
              MOVE FUNCTION CURRENT-DATE(1:14) TO OTB-DATA-HORA
