           PERFORM UNTIL WCODIGO = 9999999
           MOVE ZEROES TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-CLI THRU R-PROTEGE-TELA-CLI-1-EXIT
           DISPLAY TELA-CLI
           ACCEPT TELA-CODIGO-CLI
           PERFORM S-RESTAURA-TELA-CLI THRU R-RESTAURA-TELA-CLI-1-EXIT.
      *----CODIGO ZERO NA INCLUSAO = RESERVA AUTOMATICA DO PROXIMO
      *    CODIGO LIVRE NO CONTROLE DE NUMERACAO; A DIGITACAO MANUAL
      *    SEGUE VALENDO PARA RECRIAR CODIGOS HISTORICOS.
           PERFORM LER-CLIENTE
           IF FS-CLI = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              MOVE CHAVE-CLI TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'CLIENTE JA EXISTE: ' WFS-DESC-TRADUZIDA

       INCLUIR-3.
           PERFORM UNTIL WSAIDA = 0
           PERFORM S-PROTEGE-TELA-CLI THRU R-PROTEGE-TELA-CLI-1-EXIT
           ACCEPT TELA-CLI
           PERFORM S-RESTAURA-TELA-CLI THRU R-RESTAURA-TELA-CLI-1-EXIT.
           PERFORM S-DESFORMATA-DOC THRU S-DESFORMATA-DOC-EXIT
           MOVE WMASC-NUM TO WCNPJ.
           MOVE 'J'      TO WCGCCPF-1.
                 PERFORM CHECA-CONTATO THRU CHECA-CONTATO-EXIT
              END-IF
              IF CNPJ-UNICO AND COORDENADAS-VALIDAS AND CONTATO-VALIDO
                 PERFORM CHECA-LINHA-PROD-CLI THRU
                         CHECA-LINHA-PROD-CLI-EXIT
              END-IF
              IF CNPJ-UNICO AND COORDENADAS-VALIDAS AND CONTATO-VALIDO
                 AND LINHA-CLI-VALIDA
                 PERFORM CHECA-GRUPO-ECON-CLI THRU
                         CHECA-GRUPO-ECON-CLI-EXIT
              END-IF
              IF CNPJ-UNICO AND COORDENADAS-VALIDAS AND CONTATO-VALIDO
                 AND LINHA-CLI-VALIDA AND GRUPO-CLI-VALIDO
                 PERFORM CHECA-CNPJ-SITUACAO THRU
                         CHECA-CNPJ-SITUACAO-EXIT
              END-IF
              IF CNPJ-UNICO AND COORDENADAS-VALIDAS AND CONTATO-VALIDO
                 AND LINHA-CLI-VALIDA AND GRUPO-CLI-VALIDO
                 AND CNPJSIT-ACEITO
                 PERFORM GRAVACAO-1 THRU GRAVACAO-EXIT
                 IF FS-CLI NOT = '00'
                    MOVE 1 TO WSAIDA
                    MOVE FS-CLI TO WFS-COD-TRADUZIR
                    MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
                    MOVE CHAVE-CLI TO WERR-CHAVE
                    PERFORM S-TRADUZ-STATUS-ARQ
                          THRU S-TRADUZ-STATUS-ARQ-EXIT
                    MOVE SPACES TO WTXT
           PERFORM UNTIL WCODIGO = 9999999
           MOVE WCNPJ TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-CLI THRU R-PROTEGE-TELA-CLI-1-EXIT
           DISPLAY TELA-CLI
           ACCEPT TELA-CODIGO-CLI
           PERFORM S-RESTAURA-TELA-CLI THRU R-RESTAURA-TELA-CLI-1-EXIT.
           PERFORM CHECA-CODIGO THRU CHECA-CODIGO-EXIT
           IF WCODIGO NOT = ZEROES
              PERFORM ALTERAR-2
           PERFORM LER-CLIENTE
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              MOVE CHAVE-CLI TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'CLIENTE NAO EXISTE: ' WFS-DESC-TRADUZIDA
           PERFORM UNTIL WSAIDA = 0
           MOVE WCNPJ TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-CLI THRU R-PROTEGE-TELA-CLI-1-EXIT
           DISPLAY TELA-CLI
           ACCEPT TELA-CLI
           PERFORM S-RESTAURA-TELA-CLI THRU R-RESTAURA-TELA-CLI-1-EXIT.
           PERFORM S-DESFORMATA-DOC THRU S-DESFORMATA-DOC-EXIT
           MOVE WMASC-NUM TO WCNPJ.
           MOVE 'J'      TO WCGCCPF-1.
                 PERFORM CHECA-CONTATO THRU CHECA-CONTATO-EXIT
              END-IF
              IF CNPJ-UNICO AND COORDENADAS-VALIDAS AND CONTATO-VALIDO
                 PERFORM CHECA-LINHA-PROD-CLI THRU
                         CHECA-LINHA-PROD-CLI-EXIT
              END-IF
              IF CNPJ-UNICO AND COORDENADAS-VALIDAS AND CONTATO-VALIDO
                 AND LINHA-CLI-VALIDA
                 PERFORM CHECA-GRUPO-ECON-CLI THRU
                         CHECA-GRUPO-ECON-CLI-EXIT
              END-IF
              IF CNPJ-UNICO AND COORDENADAS-VALIDAS AND CONTATO-VALIDO
                 AND LINHA-CLI-VALIDA AND GRUPO-CLI-VALIDO
                 PERFORM CHECA-CNPJ-SITUACAO THRU
                         CHECA-CNPJ-SITUACAO-EXIT
              END-IF
              IF CNPJ-UNICO AND COORDENADAS-VALIDAS AND CONTATO-VALIDO
                 AND LINHA-CLI-VALIDA AND GRUPO-CLI-VALIDO
                 AND CNPJSIT-ACEITO
                 PERFORM REGRAVACAO-1 THRU REGRAVACAO-EXIT
                 IF FS-CLI NOT = '00'
                    MOVE 1 TO WSAIDA
                    MOVE FS-CLI TO WFS-COD-TRADUZIR
                    MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
                    MOVE CHAVE-CLI TO WERR-CHAVE
                    PERFORM S-TRADUZ-STATUS-ARQ
                          THRU S-TRADUZ-STATUS-ARQ-EXIT
                    MOVE SPACES TO WTXT
           PERFORM UNTIL WCODIGO = 9999999
           MOVE WCNPJ TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-CLI THRU R-PROTEGE-TELA-CLI-1-EXIT
           DISPLAY TELA-CLI
           ACCEPT TELA-CODIGO-CLI
           PERFORM S-RESTAURA-TELA-CLI THRU R-RESTAURA-TELA-CLI-1-EXIT.
           PERFORM CHECA-CODIGO THRU CHECA-CODIGO-EXIT
           IF WCODIGO NOT = ZEROES
              PERFORM EXCLUIR-2
           PERFORM LER-CLIENTE
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              MOVE CHAVE-CLI TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'CLIENTE NAO EXISTE: ' WFS-DESC-TRADUZIDA
           PERFORM UNTIL WSAIDA = 0
           MOVE WCNPJ TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-CLI THRU R-PROTEGE-TELA-CLI-1-EXIT
           DISPLAY TELA-CLI
           PERFORM S-RESTAURA-TELA-CLI THRU R-RESTAURA-TELA-CLI-1-EXIT
           PERFORM S-DELETAR
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              MOVE CHAVE-CLI TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE EXCLUSAO: ' WFS-DESC-TRADUZIDA
               'CLASSIF=' CLASSIFICACAO-CLI ';'
               'FREQ=' FREQ-VISITA-CLI ';'
               'LINHA=' FUNCTION TRIM(LINHA-PRODUTO-CLI) ';'
               'GRUPO=' GRUPO-ECON-CLI ';'
               'REMOTO=' ATEND-REMOTO-CLI ';'
               'TELEFONE=' FUNCTION TRIM(TELEFONE) ';'
               'EMAIL=' FUNCTION TRIM(EMAIL) ';'
               'ENDERECO=' FUNCTION TRIM(ENDERECO)
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC.
       S-GRAVA-AUDITORIA-EXIT.
           EXIT.
              DISPLAY TELA-MENSAGEM
           END-IF.

      *----LINHA DE PRODUTO CONFERIDA NO CADASTRO DE LINHAS: CODIGO
      *    NAO CADASTRADO OU INATIVO NAO GRAVA. EM BRANCO CONTINUA
      *    VALENDO (CLIENTE ATENDIDO POR QUALQUER VENDEDOR).
       CHECA-LINHA-PROD-CLI SECTION.
       CHECA-LINHA-PROD-CLI-1.
           MOVE 'S' TO WLINHA-CLI-VALIDA
           MOVE WLINHA-PRODUTO-CLI TO WLPR-CODIGO
           PERFORM S-VALIDA-LINHA-PROD THRU R-VALIDA-LINHA-PROD-1-EXIT
           IF NOT LPR-VALIDA
              MOVE 'N' TO WLINHA-CLI-VALIDA
              MOVE SPACES TO WTXT
              IF LPR-INATIVA
                 STRING 'LINHA DE PRODUTO ' WLPR-CODIGO ' INATIVA '
                        DELIMITED BY SIZE INTO WTXT
              ELSE
                 STRING 'LINHA DE PRODUTO ' WLPR-CODIGO
                        ' NAO CADASTRADA ' DELIMITED BY SIZE INTO WTXT
              END-IF
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       CHECA-LINHA-PROD-CLI-EXIT.
           EXIT.

      *----GRUPO ECONOMICO: ZERO = CLIENTE FORA DE GRUPO; SENAO O
      *    CODIGO PRECISA ESTAR NO CADASTRO DE GRUPOS DA EMPRESA.
       CHECA-GRUPO-ECON-CLI SECTION.
       CHECA-GRUPO-ECON-CLI-1.
           MOVE 'S' TO WGRUPO-CLI-VALIDO
           IF WGRUPO-ECON-CLI = ZEROES
              GO TO CHECA-GRUPO-ECON-CLI-EXIT
           END-IF
           MOVE '99' TO FS-GEC
           IF GEC-DISPONIVEL
              MOVE WGRUPO-ECON-CLI TO CODIGO-GEC
              READ GRUPOECON
           END-IF
           IF FS-GEC NOT = '00'
              MOVE 'N' TO WGRUPO-CLI-VALIDO
              MOVE SPACES TO WTXT
              STRING 'GRUPO ECONOMICO ' WGRUPO-ECON-CLI
                     ' NAO CADASTRADO ' DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       CHECA-GRUPO-ECON-CLI-EXIT.
           EXIT.

      *----CONSULTA OPCIONAL A BASE DE SITUACAO CADASTRAL DA RECEITA
      *    (CNPJ-STATUS.DAT, CARREGADA PERIODICAMENTE DE EXTRATO DO
      *    REGISTRO): CNPJ CONSTANDO SUSPENSO OU BAIXADO GERA AVISO E
       S-CONTATOS-CLI SECTION.
       CONTATOS-CLI-1.
           PERFORM UNTIL WCODIGO = 9999999
           PERFORM S-PROTEGE-TELA-CLI THRU R-PROTEGE-TELA-CLI-1-EXIT
           DISPLAY TELA-CLI
           ACCEPT TELA-CODIGO-CLI
           PERFORM S-RESTAURA-TELA-CLI THRU R-RESTAURA-TELA-CLI-1-EXIT.
           PERFORM CHECA-CODIGO THRU CHECA-CODIGO-EXIT
           IF WCODIGO NOT = ZEROES
              MOVE WCODIGO TO CODIGO
              PERFORM LER-CLIENTE
              IF FS-CLI NOT = '00'
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
                    END-IF
                    MOVE SPACES TO
                         WTAB-CONTATO-LINHA(WCONT-CONTATOS-TAB)
                    MOVE NOTA-CONT TO WMSK-TXT
                    IF NOT DADOS-INTEGRAIS
                       MOVE 'L' TO WMSK-TIPO
                       PERFORM S-MASCARA-DADO THRU
                               R-MASCARA-DADO-1-EXIT
                    END-IF
                    STRING DATA-HORA-CONT ' ' OPERADOR-CONT ' '
                           WMSK-TXT(1:60)
                        DELIMITED BY SIZE INTO
                        WTAB-CONTATO-LINHA(WCONT-CONTATOS-TAB)
                 ELSE
           WRITE REGISTRO-CONTATO-CLI
           IF FS-CONT NOT = '00'
              MOVE FS-CONT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CONTATOS-CLI TO WERR-ARQUIVO
              MOVE CHAVE-CONTATO-CLI TO WERR-CHAVE
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
           MOVE FUNCTION UPPER-CASE(WCLASSIFICACAO-CLI)
                TO CLASSIFICACAO-CLI
           MOVE WFREQ-VISITA-CLI TO FREQ-VISITA-CLI
           MOVE WGRUPO-ECON-CLI TO GRUPO-ECON-CLI
      *----ATENDIMENTO REMOTO (TELEVENDAS): SO 'S' MARCA; O RESTO E
      *    ATENDIMENTO DE CAMPO.
           IF WATEND-REMOTO-CLI = 'S' OR 's'
              MOVE 'S' TO ATEND-REMOTO-CLI
           ELSE
              MOVE 'N' TO ATEND-REMOTO-CLI
           END-IF
           PERFORM DEFAULT-FREQ-VISITA.

      *----FREQUENCIA DE VISITA EM DIAS: QUANDO NAO INFORMADA, A
           MOVE EMAIL     TO WEMAIL
           MOVE LINHA-PRODUTO-CLI TO WLINHA-PRODUTO-CLI
           MOVE CLASSIFICACAO-CLI TO WCLASSIFICACAO-CLI
           MOVE FREQ-VISITA-CLI TO WFREQ-VISITA-CLI
           MOVE GRUPO-ECON-CLI TO WGRUPO-ECON-CLI
           IF CLI-ATEND-REMOTO
              MOVE 'S' TO WATEND-REMOTO-CLI
           ELSE
              MOVE 'N' TO WATEND-REMOTO-CLI
           END-IF.

      *----OPERADOR SEM NIVEL INTEGRAL DE DADOS PESSOAIS: A TELA DO
      *    CLIENTE MOSTRA TELEFONE, E-MAIL E O CNPJ DE PESSOA FISICA
      *    (MEI) MASCARADOS. O CAMPO DEVOLVIDO SEM ALTERACAO VOLTA AO
      *    VALOR ORIGINAL; DIGITADO DE NOVO, VALE O QUE FOI DIGITADO.
       S-PROTEGE-TELA-CLI SECTION.
       R-PROTEGE-TELA-CLI-1.
           MOVE WMASC-TXT TO WMSK-ORIG-CNPJ WMSK-EXIB-CNPJ
           MOVE WTELEFONE TO WMSK-ORIG-FONE WMSK-EXIB-FONE
           MOVE WEMAIL    TO WMSK-ORIG-EMAIL WMSK-EXIB-EMAIL
           IF DADOS-INTEGRAIS
              GO TO R-PROTEGE-TELA-CLI-1-EXIT
           END-IF
           MOVE WMASC-NUM TO WMSK-CNPJ
           MOVE WRAZAO    TO WMSK-RAZAO
           PERFORM S-CNPJ-PESSOA-FISICA THRU R-CNPJ-PESSOA-FISICA-1-EXIT
           IF WMSK-PF = 'S'
              MOVE 'J' TO WMSK-TIPO
              MOVE WMASC-TXT TO WMSK-TXT
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO WMSK-EXIB-CNPJ
           END-IF
           MOVE 'T' TO WMSK-TIPO
           MOVE WTELEFONE TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-EXIB-FONE
           MOVE 'E' TO WMSK-TIPO
           MOVE WEMAIL TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-EXIB-EMAIL
           MOVE WMSK-EXIB-CNPJ  TO WMASC-TXT
           MOVE WMSK-EXIB-FONE  TO WTELEFONE
           MOVE WMSK-EXIB-EMAIL TO WEMAIL.
       R-PROTEGE-TELA-CLI-1-EXIT.
           EXIT.

       S-RESTAURA-TELA-CLI SECTION.
       R-RESTAURA-TELA-CLI-1.
           IF WMASC-TXT = WMSK-EXIB-CNPJ
              MOVE WMSK-ORIG-CNPJ TO WMASC-TXT
           END-IF
           IF WTELEFONE = WMSK-EXIB-FONE
              MOVE WMSK-ORIG-FONE TO WTELEFONE
           END-IF
           IF WEMAIL = WMSK-EXIB-EMAIL
              MOVE WMSK-ORIG-EMAIL TO WEMAIL
           END-IF.
       R-RESTAURA-TELA-CLI-1-EXIT.
           EXIT.
