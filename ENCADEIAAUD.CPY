      * ENCADEIAAUD.CPY - ACRESCENTA A LINHA DE AUDITORIA MONTADA EM
      * AUDITORIA-DATA-01 O HASH ENCADEADO A LINHA ANTERIOR DA TRILHA
      * (VIDE ELOAUD.CPY). EXECUTAR IMEDIATAMENTE ANTES DE CADA WRITE
      * AUDITORIA-REC DE LINHA NOVA. O CHAMADOR DECLARA O FD AUDITORIA
      * E COPIA O ELOAUD.CPY NA WORKING-STORAGE.
       S-ENCADEIA-AUDITORIA SECTION.
       R-ENCADEIA-AUDITORIA-1.
           MOVE 'E' TO WELO-FUNCAO
           MOVE AUDITORIA-DATA-01 TO WELO-LINHA
           CALL 'eloaudit' USING WELO-DADOS
           MOVE WELO-LINHA TO AUDITORIA-DATA-01.
       R-ENCADEIA-AUDITORIA-1-EXIT.
           EXIT.
