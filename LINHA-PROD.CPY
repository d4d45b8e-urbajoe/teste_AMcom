      *----LINHAS-PRODUTO.DAT: CADASTRO DAS LINHAS DE PRODUTO (CODIGO
      *    DE 3 POSICOES, DESCRICAO, SITUACAO E UNIDADE DE NEGOCIO),
      *    MANTIDO PELO LINHASPROD. A TABELA E CARREGADA UMA VEZ NA
      *    ABERTURA DO PROGRAMA E CONSULTADA EM MEMORIA A CADA
      *    CLIENTE/VENDEDOR. SEM O ARQUIVO (OU COM ELE VAZIO) NAO HA
      *    CONFERENCIA - OS CODIGOS SEGUEM COMO TEXTO LIVRE.
       S-CARREGA-LINHAS-PROD SECTION.
       R-CARREGA-LINHAS-PROD-1.
           MOVE ZEROES TO WQTD-LPR
           OPEN INPUT LINPROD.
           IF FS-LPR NOT = '00'
              GO TO R-CARREGA-LINHAS-PROD-1-EXIT
           END-IF
           PERFORM UNTIL FS-LPR NOT = '00' OR WQTD-LPR = 200
              READ LINPROD NEXT
              IF FS-LPR = '00'
                 ADD 1 TO WQTD-LPR
                 MOVE CODIGO-LIN TO WLPR-TAB-COD(WQTD-LPR)
                 MOVE STATUS-LIN TO WLPR-TAB-STATUS(WQTD-LPR)
              END-IF
           END-PERFORM
           CLOSE LINPROD.
       R-CARREGA-LINHAS-PROD-1-EXIT.
           EXIT.

      *----CONFERE WLPR-CODIGO: EM BRANCO OU SEM CADASTRO CARREGADO
      *    E ACEITO; SENAO PRECISA EXISTIR E ESTAR ATIVO.
       S-VALIDA-LINHA-PROD SECTION.
       R-VALIDA-LINHA-PROD-1.
           MOVE 'S' TO WLPR-RESULTADO
           IF WLPR-CODIGO = SPACES OR WQTD-LPR = ZEROES
              GO TO R-VALIDA-LINHA-PROD-1-EXIT
           END-IF
           MOVE 'D' TO WLPR-RESULTADO
           PERFORM VARYING WIDX-LPR FROM 1 BY 1
                   UNTIL WIDX-LPR > WQTD-LPR OR NOT LPR-DESCONHECIDA
              IF WLPR-TAB-COD(WIDX-LPR) = WLPR-CODIGO
                 IF WLPR-TAB-STATUS(WIDX-LPR) = 'A'
                    MOVE 'S' TO WLPR-RESULTADO
                 ELSE
                    MOVE 'I' TO WLPR-RESULTADO
                 END-IF
              END-IF
           END-PERFORM.
       R-VALIDA-LINHA-PROD-1-EXIT.
           EXIT.

      *----CONFERE OS 5 SLOTS DE 3 POSICOES DE WLPR-SLOTS (LINHAS
      *    HABILITADAS DO VENDEDOR); PARA NO PRIMEIRO SLOT RECUSADO,
      *    DEIXANDO O CODIGO EM WLPR-CODIGO.
       S-VALIDA-SLOTS-LINHA SECTION.
       R-VALIDA-SLOTS-LINHA-1.
           MOVE 'S' TO WLPR-RESULTADO
           PERFORM VARYING WIDX-LPR-SLOT FROM 1 BY 1
                   UNTIL WIDX-LPR-SLOT > 5 OR NOT LPR-VALIDA
              MOVE WLPR-SLOTS(WIDX-LPR-SLOT * 3 - 2:3) TO WLPR-CODIGO
              PERFORM S-VALIDA-LINHA-PROD
                    THRU R-VALIDA-LINHA-PROD-1-EXIT
           END-PERFORM.
       R-VALIDA-SLOTS-LINHA-1-EXIT.
           EXIT.
