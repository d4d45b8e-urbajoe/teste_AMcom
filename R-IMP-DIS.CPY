           END-IF
           IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
                 THRU R-APLICA-PONTO-ENTREGA-FIM
           PERFORM S-CHECA-VINCULO-TRAVADO
           IF NAO-TEM-VINCULO-TRAVADO
              PERFORM R-CHECA-GRUPO-ECON
              EVALUATE TRUE
                 WHEN GRUPO-ECON-FIXO
                    PERFORM S-ATRIBUI-GRUPO-ECON
                          THRU R-ATRIBUI-GRUPO-ECON-1-EXIT
                 WHEN CLI-ATEND-REMOTO
                    PERFORM S-ACHA-VENDEDOR-TELEVENDAS
                          THRU R-ACHA-VENDEDOR-TELEVENDAS-1-EXIT
                 WHEN MODO-GRUPO AND GRUPO-GER-DISPONIVEL
                    PERFORM S-ATRIBUI-POR-GRUPO
                          THRU R-ATRIBUI-POR-GRUPO-1-EXIT
                 WHEN OTHER
                    PERFORM S-ACHA-VENDEDOR-PROXIMO
                    IF ACHOU-VEN
                       PERFORM S-APLICA-ESTABILIDADE
                             THRU R-APLICA-ESTABILIDADE-1-EXIT
                    END-IF
              END-EVALUATE
              IF ACHOU-VEN
                 PERFORM S-REMOVE-DISTRIBUICAO-ANTIGA
                 MOVE WMENOR-COD-VEN TO WGRAVA-COD-VEN
              END-IF
           END-IF.

      *----CLIENTE DE GRUPO ECONOMICO CADASTRADO COM VENDEDOR DA
      *    CONTA-CHAVE E MARCA DE MANTER OS MEMBROS COM ELE.
       R-CHECA-GRUPO-ECON.
           MOVE 'N' TO WGRUPO-ECON-FIXO
           IF GEC-DISPONIVEL AND GRUPO-ECON-CLI NOT = ZEROES
              MOVE GRUPO-ECON-CLI TO CODIGO-GEC
              READ GRUPOECON
              IF FS-GEC = '00' AND GEC-MANTEM-VEN AND
                 VEN-GEC NOT = ZEROES
                 MOVE 'S' TO WGRUPO-ECON-FIXO
              END-IF
           END-IF.

       R-ENTRA-LISTA-ESPERA.
           MOVE CODIGO TO CODIGO-CLI-ESP
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-ESPERA
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR NOT VEN-ATIVO OR NOT VEN-CAMPO
              GO TO R-APLICA-ESTABILIDADE-1-EXIT
           END-IF
           MOVE LATITUDE-VEN TO WDLA-VEN
       R-ATRIBUI-POR-GRUPO-1-EXIT.
           EXIT.

      *----GRUPO ECONOMICO COM VENDEDOR MANTIDO: O VENDEDOR DA
      *    CONTA-CHAVE E O PRIMARIO DE TODOS OS MEMBROS, SEM LIMITE DE
      *    CARTEIRA NEM HISTERESE; A BUSCA NORMAL DA A RESERVA (O MAIS
      *    PROXIMO QUE NAO SEJA ELE). VENDEDOR DA CONTA INATIVO OU
      *    FORA DO CADASTRO: O CLIENTE SEGUE A BUSCA NORMAL, COM AVISO.
       S-ATRIBUI-GRUPO-ECON SECTION.
       R-ATRIBUI-GRUPO-ECON-1.
           IF CLI-ATEND-REMOTO
              PERFORM S-ACHA-VENDEDOR-TELEVENDAS
                    THRU R-ACHA-VENDEDOR-TELEVENDAS-1-EXIT
           ELSE
              PERFORM S-ACHA-VENDEDOR-PROXIMO
           END-IF
           MOVE ZEROES TO WGEC-CAND1-VEN WGEC-CAND2-VEN
           IF ACHOU-VEN
              MOVE WMENOR-COD-VEN TO WGEC-CAND1-VEN
              MOVE WMENOR-DIST TO WGEC-CAND1-DIST
           END-IF
           IF ACHOU-VEN-RESERVA
              MOVE WSEGUNDO-COD-VEN TO WGEC-CAND2-VEN
              MOVE WSEGUNDO-DIST TO WGEC-CAND2-DIST
           END-IF
           MOVE LATITUDE TO WDLA-CLI
           MOVE LONGITUDE TO WDLO-CLI
           MOVE VEN-GEC TO WVEN-DIST-GRUPO
           PERFORM R-DIST-CLI-VEN-GRUPO
           IF NOT GRT-VEN-OK
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,GRUPO ECONOMICO ' CODIGO-GEC
                     ' VENDEDOR ' VEN-GEC ' INATIVO - CLIENTE '
                     CODIGO ' PELA BUSCA NORMAL'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              IF ACHOU-VEN AND NOT CLI-ATEND-REMOTO
                 PERFORM S-APLICA-ESTABILIDADE
                       THRU R-APLICA-ESTABILIDADE-1-EXIT
              END-IF
              GO TO R-ATRIBUI-GRUPO-ECON-1-EXIT
           END-IF
           MOVE 'S' TO WACHOU-VEN
           MOVE 'N' TO WHOUVE-CHEIO
           MOVE VEN-GEC TO WMENOR-COD-VEN
           MOVE WRESULT-FINAL TO WMENOR-DIST
           MOVE 'N' TO WACHOU-VEN-RESERVA
           IF WGEC-CAND1-VEN NOT = ZEROES AND
              WGEC-CAND1-VEN NOT = VEN-GEC
              MOVE WGEC-CAND1-VEN TO WSEGUNDO-COD-VEN
              MOVE WGEC-CAND1-DIST TO WSEGUNDO-DIST
              MOVE 'S' TO WACHOU-VEN-RESERVA
           ELSE
              IF WGEC-CAND2-VEN NOT = ZEROES AND
                 WGEC-CAND2-VEN NOT = VEN-GEC
                 MOVE WGEC-CAND2-VEN TO WSEGUNDO-COD-VEN
                 MOVE WGEC-CAND2-DIST TO WSEGUNDO-DIST
                 MOVE 'S' TO WACHOU-VEN-RESERVA
              END-IF
           END-IF
           ADD 1 TO WCONT-GRUPOS-ECON.
       R-ATRIBUI-GRUPO-ECON-1-EXIT.
           EXIT.

      *----O GRUPO JA FOI DECIDIDO POR OUTRO MEMBRO NESTA RODADA: O
      *    CLIENTE HERDA O PRIMARIO E A RESERVA DO GRUPO, COM AS
      *    DISTANCIAS DAS PROPRIAS COORDENADAS. A HERANCA IGNORA O
       S-ACHA-VENDEDOR-PROXIMO SECTION.
       R-ACHA-VENDEDOR-PROXIMO-0.
           MOVE 'N' TO WHOUVE-CHEIO
      *----LINHA DO CLIENTE FORA DO CADASTRO OU INATIVA: NENHUM
      *    VENDEDOR SE QUALIFICA (CONFERIDO UMA VEZ POR CLIENTE).
           MOVE LINHA-PRODUTO-CLI TO WLPR-CODIGO
           PERFORM S-VALIDA-LINHA-PROD THRU R-VALIDA-LINHA-PROD-1-EXIT
           MOVE WLPR-RESULTADO TO WLINHA-CLI-OK
           MOVE ZEROES TO WFILTRO-REGIAO
           IF MODO-REGIAO AND REGIAO-GER-DISPONIVEL
              PERFORM S-RESOLVE-REGIAO-CLI
           MOVE ZEROS TO WSEGUNDO-COD-VEN
           MOVE LONGITUDE TO WDLO-CLI
           MOVE LATITUDE TO WDLA-CLI
           ADD 1 TO WCONT-BUSCAS-VEN
           PERFORM R-LE-RELOGIO-GRADE
           MOVE WGRD-CENT-AGORA TO WGRD-CENT-INI
           MOVE 'N' TO WGRD-CLI-OK
           IF GRADE-DISPONIVEL
              PERFORM R-CHECA-CLI-GRADE
           END-IF
           IF GRD-CLI-OK
              ADD WQTD-VEN-ARQUIVO TO WCONT-VEN-VARREDURA
              PERFORM R-BUSCA-VEN-GRADE THRU R-BUSCA-VEN-GRADE-FIM
           ELSE
              ADD 1 TO WCONT-BUSCAS-COMPLETAS
              MOVE LOW-VALUES TO CHAVE-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              PERFORM UNTIL FS-VEN NOT = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00'
                    ADD 1 TO WCONT-VEN-EXAMINADOS
                    ADD 1 TO WCONT-VEN-VARREDURA
                    PERFORM R-AVALIA-CANDIDATO-VEN
                 END-IF
              END-PERFORM
           END-IF
           PERFORM R-LE-RELOGIO-GRADE
           IF WGRD-CENT-AGORA < WGRD-CENT-INI
              ADD 8640000 TO WGRD-CENT-AGORA
           END-IF
           COMPUTE WTEMPO-BUSCA-CENT = WTEMPO-BUSCA-CENT +
                   WGRD-CENT-AGORA - WGRD-CENT-INI.
       R-ACHA-VENDEDOR-PROXIMO-9.
           EXIT.

      *----REGRAS DE CANDIDATURA (O REGISTRO DO VENDEDOR JA ESTA NO
      *    BUFFER): ATIVO, DE CAMPO, DA REGIAO FILTRADA, HABILITADO NA
      *    LINHA DO CLIENTE E ABAIXO DO LIMITE DE CARTEIRA. AS MESMAS
      *    REGRAS VALEM NA VARREDURA COMPLETA E NA BUSCA PELO INDICE.
      *    KEY-ACCOUNT E TELEVENDAS NUNCA ENTRAM NA BUSCA POR DISTANCIA.
       R-AVALIA-CANDIDATO-VEN.
           IF VEN-ATIVO AND VEN-CAMPO AND
              (WFILTRO-REGIAO = ZEROES OR
               COD-REGIAO = WFILTRO-REGIAO)
              PERFORM R-CHECA-LINHA-VEN
              IF LINHA-VEN-OK
                 MOVE 'S' TO WVEN-DENTRO-DO-LIMITE
                 IF WMAX-CLI-VEN > ZEROES
                    PERFORM S-CONTA-CLI-VEN-ATUAL
                    PERFORM S-AVALIA-VENDEDOR
                 END-IF
              END-IF
           END-IF.

      *----O INDICE SO ATENDE CLIENTE COM COORDENADA VALIDA E SEM
      *    VENDEDOR A MAIS DE 180 GRAUS DE LONGITUDE (O LIMITE POR
      *    ANEL SUPOE A MENOR DIFERENCA DE LONGITUDE); FORA DISSO A
      *    BUSCA E A VARREDURA COMPLETA.
       R-CHECA-CLI-GRADE.
           MOVE 'N' TO WGRD-CLI-OK
           IF WDLA-CLI NOT < -90 AND WDLA-CLI NOT > 90 AND
              WDLO-CLI NOT < -180 AND WDLO-CLI NOT > 180 AND
              (WDLO-CLI - WGRD-LON-MIN) NOT > 180 AND
              (WGRD-LON-MAX - WDLO-CLI) NOT > 180
              MOVE 'S' TO WGRD-CLI-OK
              COMPUTE WGRD-CEL-LAT-CLI =
                      (WDLA-CLI + 90) / WGRD-TAM-CELULA
              COMPUTE WGRD-CEL-LON-CLI =
                      (WDLO-CLI + 180) / WGRD-TAM-CELULA
           END-IF.

      *----BUSCA PELO INDICE: CALCULA O ANEL DE CADA CELULA OCUPADA
      *    (MAIOR DIFERENCA DE LINHA/COLUNA ATE A CELULA DO CLIENTE)
      *    E LE AS CELULAS DO ANEL MAIS PROXIMO PARA FORA. O CRITERIO
      *    DE DESEMPATE DE S-AVALIA-VENDEDOR NAO DEPENDE DA ORDEM DE
      *    LEITURA, ENTAO PRIMARIO E RESERVA SAEM IGUAIS AOS DA
      *    VARREDURA COMPLETA.
       R-BUSCA-VEN-GRADE.
           PERFORM VARYING WIDX-GRD FROM 1 BY 1
                   UNTIL WIDX-GRD > WQTD-GRD-CELULAS
              COMPUTE WGRD-DIF-LAT =
                      WGRD-TAB-LAT(WIDX-GRD) - WGRD-CEL-LAT-CLI
              COMPUTE WGRD-DIF-LON =
                      WGRD-TAB-LON(WIDX-GRD) - WGRD-CEL-LON-CLI
              IF WGRD-DIF-LAT < ZEROES
                 COMPUTE WGRD-DIF-LAT = WGRD-DIF-LAT * -1
              END-IF
              IF WGRD-DIF-LON < ZEROES
                 COMPUTE WGRD-DIF-LON = WGRD-DIF-LON * -1
              END-IF
              IF WGRD-DIF-LAT > WGRD-DIF-LON
                 MOVE WGRD-DIF-LAT TO WGRD-TAB-ANEL(WIDX-GRD)
              ELSE
                 MOVE WGRD-DIF-LON TO WGRD-TAB-ANEL(WIDX-GRD)
              END-IF
           END-PERFORM
           MOVE ZEROES TO WGRD-ANEL-MIN-PROX
           PERFORM R-PROXIMO-ANEL-GRADE
           MOVE 'N' TO WGRD-FIM-BUSCA
           IF WGRD-PROX-ANEL = 9999
              GO TO R-BUSCA-VEN-GRADE-FIM
           END-IF
           PERFORM UNTIL GRD-FIM-BUSCA
              MOVE WGRD-PROX-ANEL TO WGRD-ANEL
              PERFORM VARYING WIDX-GRD FROM 1 BY 1
                      UNTIL WIDX-GRD > WQTD-GRD-CELULAS
                 IF WGRD-TAB-ANEL(WIDX-GRD) = WGRD-ANEL
                    PERFORM R-VARRE-CELULA-GRADE
                 END-IF
              END-PERFORM
              COMPUTE WGRD-ANEL-MIN-PROX = WGRD-ANEL + 1
              PERFORM R-PROXIMO-ANEL-GRADE
              IF WGRD-PROX-ANEL = 9999
                 MOVE 'S' TO WGRD-FIM-BUSCA
              ELSE
                 IF ACHOU-VEN-RESERVA
                    PERFORM R-LIMITE-ANEL-GRADE
                    IF WGRD-LIMITE-DIST > WSEGUNDO-DIST
                       MOVE 'S' TO WGRD-FIM-BUSCA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       R-BUSCA-VEN-GRADE-FIM.
           EXIT.

      *----MENOR ANEL OCUPADO A PARTIR DE WGRD-ANEL-MIN-PROX
      *    (9999 = NAO HA MAIS CELULA PARA LER).
       R-PROXIMO-ANEL-GRADE.
           MOVE 9999 TO WGRD-PROX-ANEL
           PERFORM VARYING WIDX-GRD FROM 1 BY 1
                   UNTIL WIDX-GRD > WQTD-GRD-CELULAS
              IF WGRD-TAB-ANEL(WIDX-GRD) NOT < WGRD-ANEL-MIN-PROX AND
                 WGRD-TAB-ANEL(WIDX-GRD) < WGRD-PROX-ANEL
                 MOVE WGRD-TAB-ANEL(WIDX-GRD) TO WGRD-PROX-ANEL
              END-IF
           END-PERFORM.

       R-VARRE-CELULA-GRADE.
           MOVE WGRD-TAB-LAT(WIDX-GRD) TO GRD-CEL-LAT
           MOVE WGRD-TAB-LON(WIDX-GRD) TO GRD-CEL-LON
           START VENGRADE KEY IS EQUAL TO GRD-CELULA
           PERFORM UNTIL FS-GRD NOT = '00'
              READ VENGRADE NEXT
              IF FS-GRD = '00' AND
                 GRD-CEL-LAT = WGRD-TAB-LAT(WIDX-GRD) AND
                 GRD-CEL-LON = WGRD-TAB-LON(WIDX-GRD)
                 MOVE GRD-CHAVE-VEN TO CHAVE-VEN
                 READ VENDEDORES KEY IS CHAVE-VEN
                 IF FS-VEN = '00'
                    ADD 1 TO WCONT-VEN-EXAMINADOS
                    PERFORM R-AVALIA-CANDIDATO-VEN
                 END-IF
              ELSE
                 MOVE '10' TO FS-GRD
              END-IF
           END-PERFORM.

      *----DISTANCIA MINIMA POSSIVEL ATE UM VENDEDOR NUMA CELULA DO
      *    ANEL WGRD-PROX-ANEL OU MAIS LONGE: A SEPARACAO E DE PELO
      *    MENOS (ANEL - 1) CELULAS EM LATITUDE OU EM LONGITUDE, E
      *    PELO HAVERSINE A DISTANCIA NAO FICA ABAIXO DA DE UMA
      *    DIFERENCA SO DE LONGITUDE DESSE TAMANHO ENTRE A LATITUDE
      *    DO CLIENTE E A MAIOR LATITUDE DO INDICE. A FOLGA DE 0,1%
      *    COBRE O ARREDONDAMENTO DO CALCULO.
       R-LIMITE-ANEL-GRADE.
           MOVE ZEROES TO WGRD-LIMITE-DIST
           COMPUTE WGRD-ARCO-GRAUS =
                   (WGRD-PROX-ANEL - 1) * WGRD-TAM-CELULA
           IF WGRD-ARCO-GRAUS > ZEROES AND WGRD-ARCO-GRAUS < 180
              COMPUTE WGRD-ARCO-RAD = (WGRD-ARCO-GRAUS * WPI) / 180
              COMPUTE WGRD-HAV-A =
                      FUNCTION COS ((WDLA-CLI * WPI) / 180) *
                      WGRD-COS-MIN *
                      (FUNCTION SIN (WGRD-ARCO-RAD / 2) ** 2)
              IF WGRD-HAV-A > ZEROES AND WGRD-HAV-A < 1
                 COMPUTE WGRD-HAV-C =
                    2 * FUNCTION ATAN (FUNCTION SQRT (WGRD-HAV-A) /
                                       FUNCTION SQRT (1 - WGRD-HAV-A))
                 COMPUTE WGRD-LIMITE-DIST =
                         WRAIO-TERRA * WGRD-HAV-C * 0.999
              END-IF
           END-IF.

      *----HORA CORRENTE EM CENTESIMOS DE SEGUNDO DO DIA.
       R-LE-RELOGIO-GRADE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WGRD-RELOGIO
           COMPUTE WGRD-CENT-AGORA =
                   ((WGRD-REL-HH * 60 + WGRD-REL-MI) * 60
                     + WGRD-REL-SS) * 100 + WGRD-REL-CC.

      *----QUALIFICACAO POR LINHA DE PRODUTO: CLIENTE COM LINHA
      *    DEFINIDA SO PODE SER ATENDIDO POR VENDEDOR QUE TENHA A
      *    MESMA LINHA EM UM DOS 5 SLOTS DE LINHAS-HABILITADAS-VEN.
      *    CLIENTE SEM LINHA ACEITA QUALQUER VENDEDOR; LINHA FORA DO
      *    CADASTRO DE LINHAS OU INATIVA NAO ACEITA NENHUM.
       R-CHECA-LINHA-VEN.
           MOVE 'S' TO WLINHA-VEN-OK
           IF NOT LINHA-CLI-OK
              MOVE 'N' TO WLINHA-VEN-OK
           END-IF
           IF LINHA-PRODUTO-CLI NOT = SPACES AND LINHA-CLI-OK
              MOVE 'N' TO WLINHA-VEN-OK
              PERFORM VARYING WIDX-LINHA FROM 1 BY 1
                      UNTIL WIDX-LINHA > 5 OR LINHA-VEN-OK
       R-ACHA-VENDEDOR-PROXIMO-1-EXIT.
           EXIT.

      *----CLIENTE DE ATENDIMENTO REMOTO: SO VENDEDOR DE TELEVENDAS,
      *    ATIVO, HABILITADO NA LINHA DO CLIENTE E ABAIXO DO LIMITE DE
      *    CARTEIRA. A DISTANCIA NAO CONTA: VENCE QUEM TEM MENOS
      *    CLIENTES PRIMARIOS ABERTOS (NO EMPATE, O MENOR CODIGO). O
      *    PRIMARIO DE TELEVENDAS QUE O CLIENTE JA TEM E MANTIDO
      *    ENQUANTO CONTINUAR ELEGIVEL, PARA O RODIZIO NAO TROCAR A
      *    CARTEIRA A CADA RODADA; O MENOS CARREGADO DOS OUTROS VIRA
      *    RESERVA. SEM VENDEDOR DE TELEVENDAS ELEGIVEL O CLIENTE FICA
      *    SEM ATRIBUICAO (NAO CAI PARA O VENDEDOR DE CAMPO).
       S-ACHA-VENDEDOR-TELEVENDAS SECTION.
       R-ACHA-VENDEDOR-TELEVENDAS-1.
           MOVE 'N' TO WHOUVE-CHEIO
           MOVE 'N' TO WACHOU-VEN
           MOVE 'N' TO WACHOU-VEN-RESERVA
           MOVE ZEROS TO WMENOR-DIST WSEGUNDO-DIST
           MOVE ZEROS TO WMENOR-COD-VEN WSEGUNDO-COD-VEN
           MOVE ZEROES TO WTLV-MENOR-VEN WTLV-SEGUNDO-VEN
           MOVE ZEROES TO WTLV-MENOR-QTD WTLV-SEGUNDO-QTD
           MOVE 'N' TO WTLV-ATUAL-OK
           MOVE LINHA-PRODUTO-CLI TO WLPR-CODIGO
           PERFORM S-VALIDA-LINHA-PROD THRU R-VALIDA-LINHA-PROD-1-EXIT
           MOVE WLPR-RESULTADO TO WLINHA-CLI-OK
      *----PRIMARIO ABERTO ATUAL DO CLIENTE.
           MOVE ZEROES TO WTLV-VEN-ATUAL
           MOVE CODIGO TO CODIGO-CLI-DIS
           START DISTRIBUICAO KEY IS EQUAL TO CODIGO-CLI-DIS
           IF FS-DIS = '00'
              PERFORM UNTIL FS-DIS NOT = '00'
                 READ DISTRIBUICAO NEXT
                 IF FS-DIS = '00' AND CODIGO-CLI-DIS = CODIGO
                    IF DATA-FIM-DIS = ZEROES AND VEN-PRIMARIO AND
                       WTLV-VEN-ATUAL = ZEROES
                       MOVE CODIGO-VEN-DIS TO WTLV-VEN-ATUAL
                    END-IF
                 ELSE
                    MOVE '10' TO FS-DIS
                 END-IF
              END-PERFORM
           END-IF
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00' AND VEN-ATIVO AND VEN-TELEVENDAS
                 PERFORM R-AVALIA-CANDIDATO-TLV
              END-IF
           END-PERFORM
           IF WTLV-MENOR-VEN = ZEROES
              ADD 1 TO WCONT-REMOTO-SEM-VEN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,CLIENTE ' CODIGO
                     ' DE ATENDIMENTO REMOTO SEM VENDEDOR DE'
                     ' TELEVENDAS DISPONIVEL'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              GO TO R-ACHA-VENDEDOR-TELEVENDAS-1-EXIT
           END-IF
           MOVE 'S' TO WACHOU-VEN
           ADD 1 TO WCONT-TELEVENDAS
           IF TLV-ATUAL-OK
              MOVE WTLV-VEN-ATUAL TO WMENOR-COD-VEN
              IF WTLV-MENOR-VEN NOT = WTLV-VEN-ATUAL
                 MOVE WTLV-MENOR-VEN TO WSEGUNDO-COD-VEN
              ELSE
                 MOVE WTLV-SEGUNDO-VEN TO WSEGUNDO-COD-VEN
              END-IF
           ELSE
              MOVE WTLV-MENOR-VEN TO WMENOR-COD-VEN
              MOVE WTLV-SEGUNDO-VEN TO WSEGUNDO-COD-VEN
           END-IF
           IF WSEGUNDO-COD-VEN NOT = ZEROES
              MOVE 'S' TO WACHOU-VEN-RESERVA
           END-IF.
       R-ACHA-VENDEDOR-TELEVENDAS-1-EXIT.
           EXIT.

      *----O REGISTRO DO VENDEDOR DE TELEVENDAS JA ESTA NO BUFFER.
      *    OS DOIS MENOS CARREGADOS FICAM EM WTLV-MENOR/WTLV-SEGUNDO;
      *    A LEITURA E EM ORDEM DE CODIGO, ENTAO SO TROCA COM MENOS.
       R-AVALIA-CANDIDATO-TLV.
           PERFORM R-CHECA-LINHA-VEN
           IF NOT LINHA-VEN-OK
              GO TO R-AVALIA-CANDIDATO-TLV-FIM
           END-IF
           PERFORM S-CONTA-CLI-VEN-ATUAL
                 THRU R-CONTA-CLI-VEN-ATUAL-1-EXIT
           IF WMAX-CLI-VEN > ZEROES AND
              WCONT-CLI-VEN-ATUAL NOT < WMAX-CLI-VEN
              MOVE 'S' TO WHOUVE-CHEIO
              GO TO R-AVALIA-CANDIDATO-TLV-FIM
           END-IF
           IF CODIGO-VEN = WTLV-VEN-ATUAL
              MOVE 'S' TO WTLV-ATUAL-OK
           END-IF
           EVALUATE TRUE
              WHEN WTLV-MENOR-VEN = ZEROES OR
                   WCONT-CLI-VEN-ATUAL < WTLV-MENOR-QTD
                 MOVE WTLV-MENOR-VEN TO WTLV-SEGUNDO-VEN
                 MOVE WTLV-MENOR-QTD TO WTLV-SEGUNDO-QTD
                 MOVE CODIGO-VEN TO WTLV-MENOR-VEN
                 MOVE WCONT-CLI-VEN-ATUAL TO WTLV-MENOR-QTD
              WHEN WTLV-SEGUNDO-VEN = ZEROES OR
                   WCONT-CLI-VEN-ATUAL < WTLV-SEGUNDO-QTD
                 MOVE CODIGO-VEN TO WTLV-SEGUNDO-VEN
                 MOVE WCONT-CLI-VEN-ATUAL TO WTLV-SEGUNDO-QTD
           END-EVALUATE.
       R-AVALIA-CANDIDATO-TLV-FIM.
           EXIT.

      *----MONTA O INDICE ESPACIAL DA RODADA A PARTIR DOS VENDEDORES
      *    ATIVOS. SEM O ARQUIVO DE TRABALHO, OU COM VENDEDOR DE
      *    COORDENADA FORA DA FAIXA, A BUSCA FICA NA VARREDURA
      *    COMPLETA (COM AVISO NO LOG).
       S-MONTA-GRADE-VEN SECTION.
       R-MONTA-GRADE-VEN-1.
           MOVE 'N' TO WGRADE-DISPONIVEL
           MOVE ZEROES TO WQTD-GRD-CELULAS WQTD-VEN-GRADE
                          WQTD-VEN-ARQUIVO WGRD-MAX-ABS-LAT
                          WGRD-LON-MIN WGRD-LON-MAX
           OPEN OUTPUT VENGRADE
           IF FS-GRD = '00'
              CLOSE VENGRADE
              OPEN I-O VENGRADE
           END-IF
           IF FS-GRD NOT = '00'
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,INDICE DE VENDEDORES INDISPONIVEL ST '
                     FS-GRD ' - BUSCA POR VARREDURA COMPLETA'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              GO TO R-MONTA-GRADE-VEN-1-EXIT
           END-IF
           MOVE 'S' TO WGRADE-DISPONIVEL
           MOVE LOW-VALUES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM UNTIL FS-VEN NOT = '00'
              READ VENDEDORES NEXT
              IF FS-VEN = '00'
                 ADD 1 TO WQTD-VEN-ARQUIVO
                 IF VEN-ATIVO AND VEN-CAMPO
                    PERFORM R-INCLUI-VEN-GRADE
                          THRU R-INCLUI-VEN-GRADE-FIM
                 END-IF
              END-IF
           END-PERFORM
           IF NOT GRADE-DISPONIVEL
              CLOSE VENGRADE
              GO TO R-MONTA-GRADE-VEN-1-EXIT
           END-IF
           COMPUTE WGRD-COS-MIN =
                   FUNCTION COS ((WGRD-MAX-ABS-LAT * WPI) / 180)
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14)
                  ',INDICE-VEN,MONTADO,VENDEDORES=' WQTD-VEN-GRADE
                  ',CELULAS=' WQTD-GRD-CELULAS
                  ',TAMANHO-CELULA-GRAUS=' WGRD-TAM-CELULA
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           WRITE LOGRUN-REC.
       R-MONTA-GRADE-VEN-1-EXIT.
           EXIT.

       R-INCLUI-VEN-GRADE.
           IF NOT GRADE-DISPONIVEL
              GO TO R-INCLUI-VEN-GRADE-FIM
           END-IF
           IF LATITUDE-VEN < -90 OR LATITUDE-VEN > 90 OR
              LONGITUDE-VEN < -180 OR LONGITUDE-VEN > 180
              MOVE 'N' TO WGRADE-DISPONIVEL
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,VENDEDOR ' CODIGO-VEN
                     ' COM COORDENADA INVALIDA - INDICE DE VENDEDORES'
                     ' DESLIGADO, BUSCA POR VARREDURA COMPLETA'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              GO TO R-INCLUI-VEN-GRADE-FIM
           END-IF
           COMPUTE WGRD-CEL-LAT-VEN =
                   (LATITUDE-VEN + 90) / WGRD-TAM-CELULA
           COMPUTE WGRD-CEL-LON-VEN =
                   (LONGITUDE-VEN + 180) / WGRD-TAM-CELULA
           MOVE WGRD-CEL-LAT-VEN TO GRD-CEL-LAT
           MOVE WGRD-CEL-LON-VEN TO GRD-CEL-LON
           MOVE CODIGO-VEN TO GRD-CODIGO-VEN
           MOVE CPF-VEN TO GRD-CPF-VEN
           WRITE REG-VENGRADE
           IF FS-GRD NOT = '00'
              GO TO R-INCLUI-VEN-GRADE-FIM
           END-IF
           ADD 1 TO WQTD-VEN-GRADE
           IF LATITUDE-VEN < ZEROES
              COMPUTE WGRD-ABS-LAT = LATITUDE-VEN * -1
           ELSE
              MOVE LATITUDE-VEN TO WGRD-ABS-LAT
           END-IF
           IF WGRD-ABS-LAT > WGRD-MAX-ABS-LAT
              MOVE WGRD-ABS-LAT TO WGRD-MAX-ABS-LAT
           END-IF
           IF WQTD-VEN-GRADE = 1 OR LONGITUDE-VEN < WGRD-LON-MIN
              MOVE LONGITUDE-VEN TO WGRD-LON-MIN
           END-IF
           IF WQTD-VEN-GRADE = 1 OR LONGITUDE-VEN > WGRD-LON-MAX
              MOVE LONGITUDE-VEN TO WGRD-LON-MAX
           END-IF
           PERFORM VARYING WIDX-GRD FROM 1 BY 1
                   UNTIL WIDX-GRD > WQTD-GRD-CELULAS
              IF WGRD-TAB-LAT(WIDX-GRD) = WGRD-CEL-LAT-VEN AND
                 WGRD-TAB-LON(WIDX-GRD) = WGRD-CEL-LON-VEN
                 GO TO R-INCLUI-VEN-GRADE-FIM
              END-IF
           END-PERFORM
           IF WQTD-GRD-CELULAS NOT < 999
              MOVE 'N' TO WGRADE-DISPONIVEL
              GO TO R-INCLUI-VEN-GRADE-FIM
           END-IF
           ADD 1 TO WQTD-GRD-CELULAS
           MOVE WGRD-CEL-LAT-VEN TO WGRD-TAB-LAT(WQTD-GRD-CELULAS)
           MOVE WGRD-CEL-LON-VEN TO WGRD-TAB-LON(WQTD-GRD-CELULAS)
           MOVE ZEROES TO WGRD-TAB-ANEL(WQTD-GRD-CELULAS).
       R-INCLUI-VEN-GRADE-FIM.
           EXIT.

      *----RESOLVE A REGIAO DO CLIENTE PELOS LIMITES GEOGRAFICOS DAS
      *    REGIOES CADASTRADAS (PRIMEIRA CAIXA QUE CONTEM A
      *    COORDENADA; REGIOES COM LIMITES TODOS ZERADOS FICAM FORA).
       R-CONTA-CLI-VEN-ATUAL-1-EXIT.
           EXIT.

      *----PRIMARIO E RESERVA SAO OS DOIS MENORES PELA DISTANCIA E,
      *    NO EMPATE, PELO MENOR CODIGO DE VENDEDOR - O MESMO QUE A
      *    VARREDURA EM ORDEM DE CHAVE PRODUZ, QUALQUER QUE SEJA A
      *    ORDEM EM QUE OS CANDIDATOS CHEGAM.
       S-AVALIA-VENDEDOR SECTION.
       R-AVALIA-VENDEDOR-1.
           IF PRIMEIRO-VEN
              MOVE 'N' TO WPRIMEIRO-VEN
              MOVE 'S' TO WACHOU-VEN
           ELSE
              IF WRESULT-FINAL < WMENOR-DIST OR
                 (WRESULT-FINAL = WMENOR-DIST AND
                  CODIGO-VEN < WMENOR-COD-VEN)
                 MOVE WMENOR-DIST TO WSEGUNDO-DIST
                 MOVE WMENOR-COD-VEN TO WSEGUNDO-COD-VEN
                 MOVE 'S' TO WACHOU-VEN-RESERVA
                 MOVE CODIGO-VEN TO WMENOR-COD-VEN
              ELSE
                 IF NOT ACHOU-VEN-RESERVA OR
                    WRESULT-FINAL < WSEGUNDO-DIST OR
                    (WRESULT-FINAL = WSEGUNDO-DIST AND
                     CODIGO-VEN < WSEGUNDO-COD-VEN)
                    MOVE WRESULT-FINAL TO WSEGUNDO-DIST
                    MOVE CODIGO-VEN TO WSEGUNDO-COD-VEN
                    MOVE 'S' TO WACHOU-VEN-RESERVA
           END-IF
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO-1 TO WERR-ARQUIVO
              MOVE CHAVE-DIS TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO GRAVACAO DISTRIB: ' WFS-DESC-TRADUZIDA
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           MOVE 'S' TO WKM-VEN-CAMPO
           IF FS-VEN = '00'
              MOVE NOME-VEN TO RL-NOME-VEN
              IF NOT VEN-CAMPO
                 MOVE 'N' TO WKM-VEN-CAMPO
              END-IF
           END-IF.
       R-MONTA-LINHA-DIS-1-EXIT.
           EXIT.
           ADD 1 TO WLINHAS-PAG
           ADD 1 TO WCONT
           ADD RL-DISTANCIA-VEN TO WSOMA-DIST
      *----KEY-ACCOUNT E TELEVENDAS NAO RODAM EM CAMPO: FORA DA
      *    QUILOMETRAGEM DE REEMBOLSO.
           IF WGRAVA-TIPO = '1' AND KM-VEN-CAMPO
              MOVE WGRAVA-COD-VEN TO KTR-COD-VEN
              READ KMTRAB KEY IS KTR-COD-VEN
              IF FS-KTR = '00'
                       MOVE CODIGO TO RLX-CODIGO-CLI
                       MOVE RAZAO TO RLX-RAZAO-CLI
                       MOVE SPACES TO RLX-MOTIVO-CLI
                       MOVE LINHA-PRODUTO-CLI TO WLPR-CODIGO
                       PERFORM S-VALIDA-LINHA-PROD
                             THRU R-VALIDA-LINHA-PROD-1-EXIT
                       EVALUATE TRUE
                          WHEN LPR-DESCONHECIDA
                             STRING 'LINHA ' LINHA-PRODUTO-CLI
                                 ' NAO CADASTRADA'
                                 DELIMITED BY SIZE INTO RLX-MOTIVO-CLI
                          WHEN LPR-INATIVA
                             STRING 'LINHA ' LINHA-PRODUTO-CLI
                                 ' INATIVA'
                                 DELIMITED BY SIZE INTO RLX-MOTIVO-CLI
                          WHEN LINHA-PRODUTO-CLI NOT = SPACES
                             STRING 'LINHA ' LINHA-PRODUTO-CLI
                                 ' SEM HABILITADO'
                                 DELIMITED BY SIZE INTO RLX-MOTIVO-CLI
                       END-EVALUATE
                       MOVE LIN01-CLI-SEM-VEN TO ARQREL-DATA-01
                       WRITE ARQREL-REC
                    END-IF
