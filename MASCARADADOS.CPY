      * MASCARADADOS.CPY - MASCARA PARCIAL DE DADOS PESSOAIS PARA
      * OPERADORES SEM ACESSO INTEGRAL (NIVEL DE DADOS DO OPERADOR EM
      * OPERADORES.DAT, REPASSADO PELO MENU EM WNIVEL-DADOS-LID).
      * S-MASCARA-DADO: ENTRADA WMSK-TIPO E WMSK-TXT, SAIDA WMSK-TXT.
      *   'F' = CPF FORMATADO (999.999.999-99)   -> ***.456.789-**
      *   'J' = CNPJ FORMATADO (99.999.999/9999-99)
      *                                         -> **.345.678/0001-**
      *   'T' = TELEFONE: SO OS 4 ULTIMOS DIGITOS FICAM VISIVEIS.
      *   'E' = E-MAIL: PRIMEIRA LETRA DO USUARIO + *** + @DOMINIO.
      *   'L' = TEXTO LIVRE (NOTAS DE CONTATO): E-MAILS COMO ACIMA E
      *         SEQUENCIAS DE 8 OU MAIS DIGITOS (TELEFONE, CPF, CNPJ)
      *         COM OS 2 ULTIMOS VISIVEIS; DATA DD/MM/AAAA NAO E MEXIDA.
      * S-CNPJ-PESSOA-FISICA: ENTRADA WMSK-CNPJ E WMSK-RAZAO, SAIDA
      *   WMSK-PF = 'S' QUANDO O CNPJ E DE MICROEMPREENDEDOR (RAZAO
      *   SOCIAL INICIADA PELA RAIZ DO PROPRIO CNPJ, COM OU SEM
      *   PONTUACAO) - O UNICO CNPJ TRATADO COMO DADO PESSOAL.
      * O CHAMADOR DECLARA WMSK-TIPO X(1), WMSK-TXT X(80), WMSK-AUX
      * X(80), WMSK-CAR X(1), WMSK-IDX, WMSK-INI, WMSK-FIM, WMSK-QTD,
      * WMSK-ORD E WMSK-BARRAS 9(3), WMSK-FIM-SEQ X(1), WMSK-CNPJ
      * 9(14), WMSK-RAZAO X(40), WMSK-RAIZ X(10) E WMSK-PF X(1).
       S-MASCARA-DADO SECTION.
       R-MASCARA-DADO-1.
           IF WMSK-TXT = SPACES
              GO TO R-MASCARA-DADO-1-EXIT
           END-IF
           EVALUATE WMSK-TIPO
              WHEN 'F'
                 MOVE '***' TO WMSK-TXT(1:3)
                 MOVE '**' TO WMSK-TXT(13:2)
              WHEN 'J'
                 MOVE '**' TO WMSK-TXT(1:2)
                 MOVE '**' TO WMSK-TXT(17:2)
              WHEN 'T'
                 PERFORM R-MASCARA-FONE
              WHEN 'E'
                 PERFORM R-MASCARA-EMAIL
              WHEN OTHER
                 PERFORM R-MASCARA-LIVRE
           END-EVALUATE.
       R-MASCARA-DADO-1-EXIT.
           EXIT.

       R-MASCARA-FONE.
           MOVE ZEROES TO WMSK-QTD
           INSPECT WMSK-TXT TALLYING WMSK-QTD
               FOR ALL '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'
           MOVE ZEROES TO WMSK-ORD
           PERFORM VARYING WMSK-IDX FROM 1 BY 1
                   UNTIL WMSK-IDX > LENGTH OF WMSK-TXT
              IF WMSK-TXT(WMSK-IDX:1) IS NUMERIC
                 ADD 1 TO WMSK-ORD
                 IF WMSK-ORD + 4 NOT > WMSK-QTD
                    MOVE '*' TO WMSK-TXT(WMSK-IDX:1)
                 END-IF
              END-IF
           END-PERFORM.

       R-MASCARA-EMAIL.
           MOVE ZEROES TO WMSK-INI
           INSPECT WMSK-TXT TALLYING WMSK-INI
               FOR CHARACTERS BEFORE INITIAL '@'
           IF WMSK-INI = ZEROES OR WMSK-INI NOT < LENGTH OF WMSK-TXT
              PERFORM R-MASCARA-LIVRE
           ELSE
              MOVE SPACES TO WMSK-AUX
              STRING WMSK-TXT(1:1) '***'
                     WMSK-TXT(WMSK-INI + 1:)
                  DELIMITED BY SIZE INTO WMSK-AUX
              MOVE WMSK-AUX TO WMSK-TXT
           END-IF.

      *----TEXTO LIVRE: PRIMEIRO OS E-MAILS (CADA '@' MASCARA O
      *    USUARIO PARA TRAS ATE O INICIO DA PALAVRA), DEPOIS AS
      *    SEQUENCIAS NUMERICAS, ADMITINDO . - / ( ) ENTRE OS DIGITOS.
       R-MASCARA-LIVRE.
           PERFORM VARYING WMSK-IDX FROM 2 BY 1
                   UNTIL WMSK-IDX > LENGTH OF WMSK-TXT
              IF WMSK-TXT(WMSK-IDX:1) = '@'
                 PERFORM R-MASCARA-LIVRE-USUARIO
              END-IF
           END-PERFORM
           MOVE 1 TO WMSK-IDX
           PERFORM UNTIL WMSK-IDX > LENGTH OF WMSK-TXT
              IF WMSK-TXT(WMSK-IDX:1) IS NUMERIC
                 PERFORM R-MASCARA-LIVRE-NUMERO
                    THRU R-MASCARA-LIVRE-NUMERO-EXIT
              ELSE
                 ADD 1 TO WMSK-IDX
              END-IF
           END-PERFORM.

       R-MASCARA-LIVRE-USUARIO.
           COMPUTE WMSK-INI = WMSK-IDX - 1
           MOVE 'N' TO WMSK-FIM-SEQ
           PERFORM UNTIL WMSK-FIM-SEQ = 'S'
              MOVE WMSK-TXT(WMSK-INI:1) TO WMSK-CAR
              IF WMSK-CAR = SPACE OR ',' OR ';' OR ':' OR '<' OR
                 '(' OR '"' OR '*'
                 ADD 1 TO WMSK-INI
                 MOVE 'S' TO WMSK-FIM-SEQ
              ELSE
                 IF WMSK-INI = 1
                    MOVE 'S' TO WMSK-FIM-SEQ
                 ELSE
                    SUBTRACT 1 FROM WMSK-INI
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WMSK-INI
           PERFORM UNTIL WMSK-INI NOT < WMSK-IDX
              MOVE '*' TO WMSK-TXT(WMSK-INI:1)
              ADD 1 TO WMSK-INI
           END-PERFORM.

       R-MASCARA-LIVRE-NUMERO.
           MOVE WMSK-IDX TO WMSK-INI WMSK-FIM
           MOVE ZEROES TO WMSK-QTD WMSK-BARRAS
           MOVE 'N' TO WMSK-FIM-SEQ
           PERFORM UNTIL WMSK-FIM-SEQ = 'S'
              IF WMSK-IDX > LENGTH OF WMSK-TXT
                 MOVE 'S' TO WMSK-FIM-SEQ
              ELSE
                 MOVE WMSK-TXT(WMSK-IDX:1) TO WMSK-CAR
                 EVALUATE TRUE
                    WHEN WMSK-CAR IS NUMERIC
                       ADD 1 TO WMSK-QTD
                       MOVE WMSK-IDX TO WMSK-FIM
                       ADD 1 TO WMSK-IDX
                    WHEN WMSK-CAR = '/'
                       ADD 1 TO WMSK-BARRAS
                       ADD 1 TO WMSK-IDX
                    WHEN WMSK-CAR = '.' OR '-' OR '(' OR ')'
                       ADD 1 TO WMSK-IDX
                    WHEN OTHER
                       MOVE 'S' TO WMSK-FIM-SEQ
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WMSK-QTD < 8 OR (WMSK-QTD = 8 AND WMSK-BARRAS = 2)
              GO TO R-MASCARA-LIVRE-NUMERO-EXIT
           END-IF
           MOVE ZEROES TO WMSK-ORD
           PERFORM VARYING WMSK-INI FROM WMSK-INI BY 1
                   UNTIL WMSK-INI > WMSK-FIM
              IF WMSK-TXT(WMSK-INI:1) IS NUMERIC
                 ADD 1 TO WMSK-ORD
                 IF WMSK-ORD + 2 NOT > WMSK-QTD
                    MOVE '*' TO WMSK-TXT(WMSK-INI:1)
                 END-IF
              END-IF
           END-PERFORM.
       R-MASCARA-LIVRE-NUMERO-EXIT.
           EXIT.

       S-CNPJ-PESSOA-FISICA SECTION.
       R-CNPJ-PESSOA-FISICA-1.
           MOVE 'N' TO WMSK-PF
           IF WMSK-CNPJ = ZEROES
              GO TO R-CNPJ-PESSOA-FISICA-1-EXIT
           END-IF
           MOVE SPACES TO WMSK-RAIZ
           STRING WMSK-CNPJ(1:2) '.' WMSK-CNPJ(3:3) '.'
                  WMSK-CNPJ(6:3)
               DELIMITED BY SIZE INTO WMSK-RAIZ
           IF WMSK-RAZAO(1:10) = WMSK-RAIZ OR
              WMSK-RAZAO(1:8) = WMSK-CNPJ(1:8)
              MOVE 'S' TO WMSK-PF
           END-IF.
       R-CNPJ-PESSOA-FISICA-1-EXIT.
           EXIT.
