          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

       COPY L-LINK.CPY.
               '"' FUNCTION TRIM(WED-TEXTO) '"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-AVISO-FIM.
           EXIT.

       COPY ENCADEIAAUD.CPY.
