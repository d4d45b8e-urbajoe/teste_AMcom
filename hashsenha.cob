       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hashsenha.
       AUTHOR.      URBANO.
      *----HASH DE SENHA COM SAL (VIDE SENHAHASH.CPY). O SAL (5
      *    POSICOES) E A SENHA SAO MISTURADOS EM QUATRO ACUMULADORES
      *    POR 256 RODADAS; O RESULTADO SAI EM 14 POSICOES DE BASE 36.
      *    NAO HA COMO VOLTAR DO HASH PARA A SENHA: O LOGIN REFAZ O
      *    CALCULO COM O SAL GRAVADO E COMPARA OS HASHES.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WALFABETO            PIC X(036)
              VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WSEMEADO             PIC X VALUE 'N'.
          88 SEMENTE-FEITA         VALUE 'S'.
       77 WALEATORIO           PIC V9(009) VALUE ZEROES.
       77 WIDX-ALF             PIC 9(002) VALUE ZEROES.
       77 WIDX-SAL             PIC 9(002) VALUE ZEROES.

       01 WHSH-BUFFER          PIC X(030) VALUE SPACES.
       77 WRODADA              PIC 9(003) VALUE ZEROES.
       77 WPOS                 PIC 9(002) VALUE ZEROES.
       77 WCOD                 PIC 9(003) VALUE ZEROES.
       77 WH1                  PIC 9(018) VALUE ZEROES.
       77 WH2                  PIC 9(018) VALUE ZEROES.
       77 WH3                  PIC 9(018) VALUE ZEROES.
       77 WH4                  PIC 9(018) VALUE ZEROES.

      *----CONVERSAO DE UM ACUMULADOR EM WQTD-DIG POSICOES DE BASE 36
      *    A PARTIR DE WPOS-INI NO HASH.
       77 WVAL                 PIC 9(018) VALUE ZEROES.
       77 WPOS-INI             PIC 9(002) VALUE ZEROES.
       77 WQTD-DIG             PIC 9(002) VALUE ZEROES.
       77 WIDX-DIG             PIC 9(002) VALUE ZEROES.
       77 WDIGITO              PIC 9(002) VALUE ZEROES.

       LINKAGE SECTION.
       COPY SENHAHASH.CPY.

       PROCEDURE DIVISION USING WHSH-DADOS.
       ABERTURA.
           IF HSH-GERA-SAL
              PERFORM R-SORTEIA-SAL
           END-IF
           MOVE SPACES TO WHSH-BUFFER
           STRING WHSH-SAL WHSH-SENHA WHSH-SAL
                  DELIMITED BY SIZE INTO WHSH-BUFFER
           MOVE 5381 TO WH1
           MOVE 7 TO WH2
           MOVE 11 TO WH3
           MOVE 13 TO WH4
           PERFORM VARYING WRODADA FROM 1 BY 1 UNTIL WRODADA > 256
              PERFORM VARYING WPOS FROM 1 BY 1 UNTIL WPOS > 30
                 COMPUTE WCOD = FUNCTION ORD(WHSH-BUFFER(WPOS:1))
                 COMPUTE WH1 = FUNCTION MOD(
                     WH1 * 31 + WCOD + WRODADA, 2147483647)
                 COMPUTE WH2 = FUNCTION MOD(
                     WH2 * 131 + WH1 + WCOD * 7, 2147483629)
                 COMPUTE WH3 = FUNCTION MOD(
                     WH3 * 65599 + WH2 + WPOS, 2147483587)
                 COMPUTE WH4 = FUNCTION MOD(
                     WH4 * 257 + WH3 + WH1, 2147483549)
              END-PERFORM
           END-PERFORM
           MOVE '$' TO WHSH-MARCA
           MOVE SPACES TO WHSH-HASH
           MOVE WH1 TO WVAL
           MOVE 1 TO WPOS-INI
           MOVE 4 TO WQTD-DIG
           PERFORM R-CONVERTE
           MOVE WH2 TO WVAL
           MOVE 5 TO WPOS-INI
           PERFORM R-CONVERTE
           MOVE WH3 TO WVAL
           MOVE 9 TO WPOS-INI
           MOVE 3 TO WQTD-DIG
           PERFORM R-CONVERTE
           MOVE WH4 TO WVAL
           MOVE 12 TO WPOS-INI
           PERFORM R-CONVERTE
      *----NADA DA SENHA EM CLARO FICA NA MEMORIA DEPOIS DO CALCULO.
           MOVE SPACES TO WHSH-SENHA WHSH-BUFFER.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----SAL NOVO DE 5 POSICOES. A SEMENTE (HORA ATE O CENTESIMO)
      *    E PLANTADA UMA VEZ POR EXECUCAO: CHAMADAS SEGUIDAS, COMO NA
      *    CONVERSAO DO CADASTRO, CONTINUAM A MESMA SEQUENCIA.
       R-SORTEIA-SAL.
           IF NOT SEMENTE-FEITA
              COMPUTE WALEATORIO = FUNCTION RANDOM(
                  FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:8)))
              MOVE 'S' TO WSEMEADO
           END-IF
           PERFORM VARYING WIDX-SAL FROM 1 BY 1 UNTIL WIDX-SAL > 5
              COMPUTE WALEATORIO = FUNCTION RANDOM
              COMPUTE WIDX-ALF = WALEATORIO * 36 + 1
              MOVE WALFABETO(WIDX-ALF:1) TO WHSH-SAL(WIDX-SAL:1)
           END-PERFORM.

       R-CONVERTE.
           PERFORM VARYING WIDX-DIG FROM WQTD-DIG BY -1
                   UNTIL WIDX-DIG < 1
              COMPUTE WDIGITO = FUNCTION MOD(WVAL, 36)
              MOVE WALFABETO(WDIGITO + 1:1)
                   TO WHSH-HASH(WPOS-INI + WIDX-DIG - 1:1)
              DIVIDE 36 INTO WVAL
           END-PERFORM.
