          02 LINE 16 COL 10 VALUE "LINHAS HABILITADAS (5 DE 3)..:".
          02 SCR-LINHAS-HAB LINE 16 COL 42 PIC X(015)
                 USING WLINHAS-HABILITADAS-VEN AUTO.
          02 LINE 17 COL 10 VALUE "VISITAS POR DIA (0=PADRAO)...:".
          02 SCR-MAX-VISITAS-DIA LINE 17 COL 42 PIC 9(003)
                 USING WMAX-VISITAS-DIA-VEN AUTO.
          02 LINE 18 COL 10 VALUE "PAPEL (C=CAMPO K=KEY-ACC T=TELEV):".
          02 SCR-TIPO-VEN LINE 18 COL 46 PIC X(001)
                 USING WTIPO-VEN AUTO.
          02 LINE 19 COL 10 VALUE "ADMISSAO (AAAAMMDD)..........:".
          02 SCR-DATA-ADMISSAO LINE 19 COL 42 PIC 9(008)
                 USING WDATA-ADMISSAO-VEN AUTO.
          02 LINE 19 COL 52 VALUE "DESLIGAMENTO:".
          02 LINE 19 COL 66 PIC 9(008) FROM WDATA-DESLIGAMENTO-VEN.

       01 TELA-CODIGO-VEN.
          02 SCR-CODIGO-VEN LINE 6 COL 25 PIC 9(003)
          02 LINE 7 COL 30 PIC X(025) FROM NOME-VEN.
          02 LINE 7 COL 55 PIC X(025) FROM NOME-VEN-PEND.
          02 LINE 8 COL 10 VALUE "CPF..........:".
          02 LINE 8 COL 30 PIC X(014) FROM WMSK-CPF-ATUAL.
          02 LINE 8 COL 55 PIC X(014) FROM WMSK-CPF-PROP.
          02 LINE 9 COL 10 VALUE "LATITUDE.....:".
          02 LINE 9 COL 30 PIC S9(003)V9(008) FROM LATITUDE-VEN.
          02 LINE 9 COL 55 PIC S9(003)V9(008) FROM LATITUDE-VEN-PEND.
          02 LINE 15 COL 10 VALUE "META CLIENTES.:".
          02 LINE 15 COL 30 PIC 9(005) FROM META-CLIENTES-VEN.
          02 LINE 15 COL 55 PIC 9(005) FROM META-CLIENTES-PEND.
          02 LINE 16 COL 10 VALUE "VISITAS/DIA...:".
          02 LINE 16 COL 30 PIC 9(003) FROM MAX-VISITAS-DIA-VEN.
          02 LINE 16 COL 55 PIC 9(003) FROM MAX-VISITAS-DIA-PEND.
          02 LINE 17 COL 10 VALUE "PAPEL.........:".
          02 LINE 17 COL 30 PIC X(001) FROM TIPO-VEN.
          02 LINE 17 COL 55 PIC X(001) FROM TIPO-VEN-PEND.
          02 LINE 18 COL 10 VALUE "ADMISSAO......:".
          02 LINE 18 COL 30 PIC 9(008) FROM DATA-ADMISSAO-VEN.
          02 LINE 18 COL 55 PIC 9(008) FROM DATA-ADMISSAO-PEND.
          02 LINE 19 COL 10 VALUE "DESLIGAMENTO..:".
          02 LINE 19 COL 30 PIC 9(008) FROM DATA-DESLIGAMENTO-VEN.
          02 LINE 19 COL 55 PIC 9(008) FROM DATA-DESLIGAMENTO-PEND.
          02 LINE 20 COL 10 VALUE "SOLICITADO POR:".
          02 LINE 20 COL 30 PIC X(020) FROM OPERADOR-SOLIC-PEND.
          02 LINE 20 COL 55 VALUE "EM:".
          02 LINE 20 COL 59 PIC X(014) FROM DATA-HORA-SOLIC-PEND.
          02 LINE 21 COL 10 VALUE "ORIGEM (C=CADASTRO H=RH):".
          02 LINE 21 COL 36 PIC X(001) FROM ORIGEM-PEND.
          02 LINE 21 COL 40 VALUE "EVENTO RH:".
          02 LINE 21 COL 51 PIC X(001) FROM EVENTO-RH-PEND.
          02 LINE 22 COL 10 VALUE
             "APROVAR(A) REJEITAR(R) PULAR(P)..........[ ]".
          02 LINE 22 COL 53 PIC X USING WDECISAO-PEND AUTO.

       01 TELA-NOME-ARIMPORT.
          02 LINE 20 COL 10 VALUE "ARQUIVO.....:".
