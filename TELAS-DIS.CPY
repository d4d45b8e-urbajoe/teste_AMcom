          02 LINE 11 COL 10 VALUE "OBSERVACAO......:".
          02 SCR-OBS-VISITA LINE 11 COL 30 PIC X(060)
                 USING WOBS-VISITA AUTO.
          02 LINE 12 COL 10 VALUE "RESULTADO.......:".
          02 SCR-RES-VISITA LINE 12 COL 30 PIC X(002)
                 USING WRES-VISITA AUTO.
          02 LINE 12 COL 34 PIC X(030) FROM WDESC-RES-VISITA.

       01 TELA-APROVA-REASSOC.
          02 BLANK SCREEN.
