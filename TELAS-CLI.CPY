          02 LINE 11 COL 10 VALUE "[5] REGISTRAR/CONSULTAR CONTATOS".
          02 LINE 12 COL 10 VALUE "[6] ALTERAR STATUS EM LOTE".
          02 LINE 13 COL 10 VALUE "[7] ENDERECOS ADICIONAIS".
          02 LINE 14 COL 10 VALUE "[8] CONSENTIMENTOS DE CONTATO".
          02 LINE 15 COL 10 VALUE "[9] SAIR".
          02 LINE 16 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 OPCAO LINE 16 COL 34 PIC 9 USING WOPCAO AUTO.

       01 TELA-CLI.
          02 BLANK SCREEN.
          02 LINE 16 COL 30 VALUE "FREQ.VISITA(DIAS):".
          02 SCR-FREQ-VISITA LINE 16 COL 49 PIC 9(003)
                 USING WFREQ-VISITA-CLI AUTO.
          02 LINE 17 COL 10 VALUE "GRUPO ECONOM.:".
          02 SCR-GRUPO-ECON LINE 17 COL 25 PIC 9(005)
                 USING WGRUPO-ECON-CLI AUTO.
          02 LINE 17 COL 33 VALUE "ATEND.REMOTO(S/N):".
          02 SCR-ATEND-REMOTO LINE 17 COL 52 PIC X(001)
                 USING WATEND-REMOTO-CLI AUTO.

       01 TELA-CODIGO-CLI.
          02 SCR-CODIGO-CLI LINE 6 COL 25 PIC 9(007)
