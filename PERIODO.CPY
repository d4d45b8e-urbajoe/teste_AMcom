      *----PERIODO-FECHA.DAT: MESES FECHADOS NO FIM DO MES (VIDE
      *    FECHAPERIODO E REABREPERIODO). DEPOIS DE COMISSAO,
      *    EXTRATOVEN E PACOTEMENSAL O MES E FECHADO E NADA DATADO
      *    NELE PODE MAIS MUDAR (VISITAS, VINCULOS, COMISSAO) - SO UM
      *    SUPERVISOR REABRE, COM AUDITORIA. MES REABERTO FICA COM
      *    SITUACAO 'R' E VOLTA A ACEITAR ALTERACOES.
      *    O CHAMADOR DECLARA O ARQUIVO PERFECHA, FS-PFE, WID-ARQ-
      *    PERFECHA, WPFE-DISPONIVEL, WPFE-MES-INI, WPFE-MES-FIM,
      *    WPFE-MES-FECHADO E WPFE-FECHADO. O ARQUIVO E OPCIONAL:
      *    AUSENTE = NENHUM MES FECHADO.
       S-ABRE-PERFECHA SECTION.
       R-ABRE-PERFECHA-1.
           MOVE 'N' TO WPFE-DISPONIVEL
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-PERFECHA
              STRING 'PERIODO-FECHA-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PERFECHA
           END-IF
           OPEN INPUT PERFECHA
           IF FS-PFE = '00'
              MOVE 'S' TO WPFE-DISPONIVEL
           END-IF.
       R-ABRE-PERFECHA-1-EXIT.
           EXIT.

      *----WPFE-FECHADO = 'S' QUANDO ALGUM MES ENTRE WPFE-MES-INI E
      *    WPFE-MES-FIM (AAAAMM, INCLUSIVE) ESTA FECHADO; O PRIMEIRO
      *    DELES FICA EM WPFE-MES-FECHADO. PARA UM MES SO, INI = FIM.
       S-CHECA-PERIODO SECTION.
       R-CHECA-PERIODO-1.
           MOVE 'N' TO WPFE-FECHADO
           MOVE ZEROES TO WPFE-MES-FECHADO
           IF NOT PFE-DISPONIVEL
              GO TO R-CHECA-PERIODO-1-EXIT
           END-IF
           MOVE WPFE-MES-INI TO MES-PER
           START PERFECHA KEY IS NOT LESS THAN MES-PER
           PERFORM UNTIL FS-PFE NOT = '00' OR PERIODO-FECHADO
              READ PERFECHA NEXT
              IF FS-PFE = '00'
                 IF MES-PER > WPFE-MES-FIM
                    MOVE '10' TO FS-PFE
                 ELSE
                    IF PER-FECHADO
                       MOVE 'S' TO WPFE-FECHADO
                       MOVE MES-PER TO WPFE-MES-FECHADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       R-CHECA-PERIODO-1-EXIT.
           EXIT.
