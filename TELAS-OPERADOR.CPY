          02 SCR-SENHA-OPERADOR LINE 9 COL 29 PIC X(020)
                 USING WSENHA-OPERADOR SECURE AUTO.
          02 LINE 10 COL 10 VALUE
                 "(SENHA NOVA EXIGE TROCA NO PROXIMO LOGIN;".
          02 LINE 11 COL 10 VALUE
                 " EM BRANCO MANTEM A SENHA ATUAL)".
          02 LINE 12 COL 10 VALUE "SUPERVISOR (S/N).:".
          02 SCR-PERFIL-OPERADOR LINE 12 COL 29 PIC X(001)
                 USING WPERFIL-OPERADOR AUTO.
          02 LINE 13 COL 10 VALUE "DADOS PESSOAIS...:".
          02 SCR-NIVEL-DADOS-OPERADOR LINE 13 COL 29 PIC X(001)
                 USING WNIVEL-DADOS-OPERADOR AUTO.
          02 LINE 13 COL 31 VALUE "(1-MASCARADOS / 2-INTEGRAIS)".

       01 TELA-CODIGO-OPERADOR.
          02 SCR-CODIGO-OPERADOR LINE 6 COL 29 PIC X(020)
          02 LINE 5 COL 10 VALUE
                 "PERMISSOES DE ACESSO AO MENU PRINCIPAL".
          02 LINE 8 COL 10 VALUE "OPCAO DO MENU NUMERO...:".
          02 LINE 8 COL 35 PIC 999 FROM WIDX-PERM.
          02 LINE 9 COL 10 VALUE "PERMITE ACESSO (S/N)...:".
          02 SCR-PERM-EDIT LINE 9 COL 35 PIC X(001)
                 USING WPERM-EDIT AUTO.
