      *----BLOQUEIO-VISITA.DAT: CLIENTES QUE NAO DEVEM SER VISITADOS
      *    POR UM TEMPO (DISPUTA JURIDICA, PEDIDO DO CLIENTE, BLOQUEIO
      *    DE CREDITO). O BLOQUEIO NAO MEXE NA CARTEIRA NEM NO STATUS
      *    DO CLIENTE: SO O TIRA DO PLANEJAMENTO DE VISITAS. VALE DE
      *    DATA-INICIO-BLQ ATE DATA-FIM-BLQ INCLUSIVE (ZERO = SEM
      *    PRAZO); DEPOIS DO PRAZO O BLOQVISITA O LEVANTA E REGISTRA
      *    NA AUDITORIA, MAS ATE LA A DATA JA BASTA PARA LIBERAR.
      *    O CHAMADOR DECLARA O ARQUIVO BLOQVIS, FS-BLQ, WID-ARQ-
      *    BLOQVIS, WBLQ-DISPONIVEL, WBLQ-CLI, WBLQ-DATA E
      *    WBLQ-BLOQUEADO. O ARQUIVO E OPCIONAL PARA OS LEITORES.
       S-ABRE-BLOQVIS SECTION.
       R-ABRE-BLOQVIS-1.
           MOVE 'N' TO WBLQ-DISPONIVEL
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-BLOQVIS
              STRING 'BLOQUEIO-VISITA-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-BLOQVIS
           END-IF
           OPEN INPUT BLOQVIS
           IF FS-BLQ = '00'
              MOVE 'S' TO WBLQ-DISPONIVEL
           END-IF.
       R-ABRE-BLOQVIS-1-EXIT.
           EXIT.

      *----WBLQ-BLOQUEADO = 'S' QUANDO O CLIENTE WBLQ-CLI TEM
      *    BLOQUEIO ATIVO QUE COBRE A DATA WBLQ-DATA (AAAAMMDD).
       S-CHECA-BLOQUEIO SECTION.
       R-CHECA-BLOQUEIO-1.
           MOVE 'N' TO WBLQ-BLOQUEADO
           IF NOT BLQ-DISPONIVEL
              GO TO R-CHECA-BLOQUEIO-1-EXIT
           END-IF
           MOVE WBLQ-CLI TO COD-CLI-BLQ
           READ BLOQVIS
           IF FS-BLQ = '00' AND BLQ-ATIVO AND
              DATA-INICIO-BLQ NOT > WBLQ-DATA AND
              (DATA-FIM-BLQ = ZEROES OR
               DATA-FIM-BLQ NOT < WBLQ-DATA)
              MOVE 'S' TO WBLQ-BLOQUEADO
           END-IF.
       R-CHECA-BLOQUEIO-1-EXIT.
           EXIT.
