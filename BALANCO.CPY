      * BALANCO.CPY - TOTAIS DE CONTROLE DA CADEIA NOTURNA
      * (CADEIA-BALANCO.DAT): UMA LINHA POR TOTAL COM DATA-HORA,
      * EMPRESA, PROGRAMA, NOME DO TOTAL E VALOR, PARA O
      * CADEIANOTURNA CONFERIR AS REGRAS DE BALANCEAMENTO ENTRE OS
      * PASSOS (CADEIA-REGRAS.DAT). O CHAMADOR DECLARA O ARQUIVO
      * BALANCO, FS-BAL, WID-ARQ-BALANCO E OS CAMPOS WBAL-EMPRESA/
      * WBAL-PROGRAMA/WBAL-TOTAL/WBAL-VALOR. FALHA NA GRAVACAO NAO
      * DEVOLVE ERRO AO CHAMADOR.
       S-GRAVA-BALANCO SECTION.
       R-GRAVA-BALANCO-1.
           OPEN EXTEND BALANCO.
           IF FS-BAL = '35'
              OPEN OUTPUT BALANCO
           END-IF
           IF FS-BAL NOT = '00'
              GO TO R-GRAVA-BALANCO-1-EXIT
           END-IF
           IF WBAL-EMPRESA = SPACES
              MOVE '01' TO WBAL-EMPRESA
           END-IF
           MOVE SPACES TO BALANCO-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14) ','
               WBAL-EMPRESA ','
               FUNCTION TRIM(WBAL-PROGRAMA) ','
               FUNCTION TRIM(WBAL-TOTAL) ','
               WBAL-VALOR
               DELIMITED BY SIZE INTO BALANCO-DATA-01
           WRITE BALANCO-REC
           CLOSE BALANCO
           MOVE SPACES TO WBAL-TOTAL
           MOVE ZEROES TO WBAL-VALOR.
       R-GRAVA-BALANCO-1-EXIT.
           EXIT.
