          02 SCR-CODIGO-LEAD LINE 6 COL 25 PIC 9(007)
                 USING WCODIGO-LEAD AUTO.
          02 LINE 7 COL 10 VALUE "CNPJ.........:".
          02 LINE 7 COL 25 PIC X(018) USING WMASC-TXT AUTO.
          02 LINE 8 COL 10 VALUE "RAZAO SOCIAL.:".
          02 LINE 8 COL 25 PIC X(040) USING WRAZAO-LEAD AUTO.
          02 LINE 9 COL 10 VALUE "LATITUDE.....:".
          02 LINE 3 COL 10 VALUE "CODIGO.......:".
          02 LINE 3 COL 25 PIC 9(007) FROM CODIGO-LEAD.
          02 LINE 4 COL 10 VALUE "CNPJ.........:".
          02 LINE 4 COL 25 PIC X(018) FROM WMSK-EXIB-CNPJ.
          02 LINE 5 COL 10 VALUE "RAZAO SOCIAL.:".
          02 LINE 5 COL 25 PIC X(040) FROM RAZAO-LEAD.
          02 LINE 6 COL 10 VALUE "LATITUDE.....:".
          02 LINE 8 COL 10 VALUE "ENDERECO.....:".
          02 LINE 8 COL 25 PIC X(055) FROM ENDERECO-LEAD.
          02 LINE 9 COL 10 VALUE "TELEFONE.....:".
          02 LINE 9 COL 25 PIC X(015) FROM WMSK-EXIB-FONE.
          02 LINE 10 COL 10 VALUE "EMAIL........:".
          02 LINE 10 COL 25 PIC X(050) FROM WMSK-EXIB-EMAIL.
          02 LINE 11 COL 10 VALUE "ORIGEM.......:".
          02 LINE 11 COL 25 PIC X(020) FROM ORIGEM-LEAD.
          02 LINE 12 COL 10 VALUE "ENTRADA EM...:".
          02 LINE 12 COL 25 PIC 9(008) FROM DATA-ENTRADA-LEAD.
          02 LINE 13 COL 10 VALUE "VEN PROSPEC..:".
          02 LINE 13 COL 25 PIC 9(003) FROM WVEN-PROSP-LEAD.
          02 LINE 14 COL 10 VALUE
             "PROMOVER(P) DESCARTAR(D) PULAR(S) SAIR(ESC)..[ ]".
          02 LINE 14 COL 56 PIC X USING WDECISAO-LEAD AUTO.
