           PERFORM LER-OPERADOR
           IF FS-OPR = '00'
              MOVE FS-OPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              MOVE CODIGO-OPERADOR TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU
                      S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
      *    UM INITIALIZE SEM SUBSCRITO SO ALCANCARIA A PRIMEIRA E O
      *    OPERADOR NOVO HERDARIA AS MARCAS DO ULTIMO EDITADO.
           PERFORM VARYING WIDX-PERM FROM 1 BY 1
                   UNTIL WIDX-PERM > 99
              MOVE SPACE TO WPERM-OPCAO-TAB(WIDX-PERM)
           END-PERFORM
           PERFORM VARYING WIDX-PERM FROM 1 BY 1
                          WDATA-HORA-BLOQUEIO
           MOVE ZEROES TO WDATA-TROCA-SENHA WQTD-SENHA-ERRADA
           MOVE 'S' TO WFLAG-TROCA-SENHA
           MOVE 'N' TO WPERFIL-OPERADOR
           MOVE '1' TO WNIVEL-DADOS-OPERADOR
           PERFORM UNTIL WSAIDA = 0
           ACCEPT TELA-OPERADOR.
           PERFORM S-EDITA-PERMISSOES THRU S-EDITA-PERMISSOES-EXIT
           IF FS-OPR NOT = '00'
              MOVE 1 TO WSAIDA
              MOVE FS-OPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              MOVE CODIGO-OPERADOR TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU
                      S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
           PERFORM LER-OPERADOR
           IF FS-OPR NOT = '00'
              MOVE FS-OPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              MOVE CODIGO-OPERADOR TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU
                      S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
           IF FS-OPR NOT = '00'
              MOVE 1 TO WSAIDA
              MOVE FS-OPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              MOVE CODIGO-OPERADOR TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU
                      S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
           PERFORM LER-OPERADOR
           IF FS-OPR NOT = '00'
              MOVE FS-OPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              MOVE CODIGO-OPERADOR TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU
                      S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
           IF FS-OPR NOT = '00'
              MOVE 1 TO WSAIDA
              MOVE FS-OPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              MOVE CODIGO-OPERADOR TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU
                      S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              MOVE WPERM-OPCAO-TAB(WIDX-PERM) TO
                   PERM-OPCAO(WIDX-PERM)
           END-PERFORM
           PERFORM VARYING WIDX-PERM FROM 61 BY 1
                   UNTIL WIDX-PERM > 99
              MOVE WPERM-OPCAO-TAB(WIDX-PERM) TO
                   PERM-OPCAO-2(WIDX-PERM - 60)
           END-PERFORM
      *----SENHA DIGITADA = RESET PELO SUPERVISOR: TROCA
      *    OBRIGATORIA NO PROXIMO LOGIN E CONTADORES DE BLOQUEIO
      *    ZERADOS. SO O HASH COM SAL NOVO E GRAVADO (VIDE
      *    SENHAHASH.CPY); EM BRANCO FICA A SENHA JA GRAVADA.
      *    REGISTRO AINDA COM SENHA EM CLARO (ANTERIOR A CONVERSAO
      *    DO CADASTRO) E CONVERTIDO AQUI MESMO, COM TROCA OBRIGATORIA.
           IF WSENHA-ANTERIOR NOT = SPACES AND
              WSENHA-ANTERIOR(1:1) NOT = '$'
              MOVE 'S' TO WFLAG-TROCA-SENHA
              MOVE 'G' TO WHSH-FUNCAO
              MOVE WSENHA-ANTERIOR TO WHSH-SENHA
              CALL 'hashsenha' USING WHSH-DADOS
              MOVE WHSH-CIFRADA TO WSENHA-ANTERIOR
           END-IF
           IF WSENHA-OPERADOR NOT = SPACES
              MOVE 'S' TO WFLAG-TROCA-SENHA
              MOVE ZEROES TO WDATA-TROCA-SENHA WQTD-SENHA-ERRADA
              MOVE SPACES TO WDATA-HORA-BLOQUEIO
              MOVE 'G' TO WHSH-FUNCAO
              MOVE WSENHA-OPERADOR TO WHSH-SENHA
              CALL 'hashsenha' USING WHSH-DADOS
              MOVE WHSH-CIFRADA TO WSENHA-ANTERIOR
              MOVE SPACES TO WSENHA-OPERADOR
           END-IF
           MOVE WSENHA-ANTERIOR     TO SENHA-OPERADOR
           MOVE WDATA-TROCA-SENHA   TO DATA-TROCA-SENHA
           MOVE WFLAG-TROCA-SENHA   TO FLAG-TROCA-SENHA
           MOVE WQTD-SENHA-ERRADA   TO QTD-SENHA-ERRADA
                   UNTIL WIDX-PERM > 9
              MOVE WPERM-EMPRESA-TAB(WIDX-PERM) TO
                   PERM-EMPRESA(WIDX-PERM)
           END-PERFORM
      *----PERFIL DE SUPERVISOR: AUTORIZA, COMO SEGUNDO OPERADOR, OS
      *    UTILITARIOS QUE EXIGEM AUTORIZACAO DE DUAS PESSOAS.
           IF WPERFIL-OPERADOR = 'S' OR 's'
              MOVE 'S' TO PERFIL-OPERADOR
           ELSE
              MOVE 'N' TO PERFIL-OPERADOR
           END-IF
      *----NIVEL DE DADOS PESSOAIS: SO '2' VE OS DADOS INTEGRAIS;
      *    QUALQUER OUTRO VALOR GRAVA O NIVEL RESTRITO ('1').
           IF WNIVEL-DADOS-OPERADOR = '2'
              MOVE '2' TO NIVEL-DADOS-OPERADOR
           ELSE
              MOVE '1' TO NIVEL-DADOS-OPERADOR
           END-IF.

       MOVE-DADOS-2.
           MOVE NOME-OPERADOR       TO WNOME-OPERADOR
              MOVE PERM-OPCAO(WIDX-PERM) TO
                   WPERM-OPCAO-TAB(WIDX-PERM)
           END-PERFORM
           PERFORM VARYING WIDX-PERM FROM 61 BY 1
                   UNTIL WIDX-PERM > 99
              MOVE PERM-OPCAO-2(WIDX-PERM - 60) TO
                   WPERM-OPCAO-TAB(WIDX-PERM)
           END-PERFORM
      *----O HASH GRAVADO NAO VAI PARA A TELA: O CAMPO DE SENHA
      *    ABRE EM BRANCO.
           MOVE SPACES              TO WSENHA-OPERADOR
           MOVE SENHA-OPERADOR      TO WSENHA-ANTERIOR
           MOVE DATA-TROCA-SENHA    TO WDATA-TROCA-SENHA
           MOVE FLAG-TROCA-SENHA    TO WFLAG-TROCA-SENHA
           MOVE QTD-SENHA-ERRADA    TO WQTD-SENHA-ERRADA
                   UNTIL WIDX-PERM > 9
              MOVE PERM-EMPRESA(WIDX-PERM) TO
                   WPERM-EMPRESA-TAB(WIDX-PERM)
           END-PERFORM
           IF PERFIL-SUPERVISOR
              MOVE 'S' TO WPERFIL-OPERADOR
           ELSE
              MOVE 'N' TO WPERFIL-OPERADOR
           END-IF
           IF NIVEL-DADOS-INTEGRAL
              MOVE '2' TO WNIVEL-DADOS-OPERADOR
           ELSE
              MOVE '1' TO WNIVEL-DADOS-OPERADOR
           END-IF.
