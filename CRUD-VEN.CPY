      *----OPERADOR SEM NIVEL INTEGRAL DE DADOS PESSOAIS: A TELA DO
      *    VENDEDOR MOSTRA O CPF MASCARADO. O CAMPO DEVOLVIDO SEM
      *    ALTERACAO VOLTA AO VALOR ORIGINAL; DIGITADO DE NOVO, VALE O
      *    QUE FOI DIGITADO.
       S-PROTEGE-TELA-VEN SECTION.
       R-PROTEGE-TELA-VEN-1.
           MOVE WMASC-TXT TO WMSK-ORIG-CPF WMSK-EXIB-CPF
           IF DADOS-INTEGRAIS
              IF WMASC-NUM NOT = ZEROES
                 MOVE WCODIGO-VEN TO WAUD-CPF-COD
                 MOVE WMASC-NUM TO WAUD-CPF-NUM
                 MOVE 'CADASTRO' TO WAUD-CPF-TELA
                 PERFORM S-AUDITA-CPF-VEN THRU R-AUDITA-CPF-VEN-1-EXIT
              END-IF
              GO TO R-PROTEGE-TELA-VEN-1-EXIT
           END-IF
           MOVE 'F' TO WMSK-TIPO
           MOVE WMASC-TXT TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-EXIB-CPF
           MOVE WMSK-EXIB-CPF TO WMASC-TXT.
       R-PROTEGE-TELA-VEN-1-EXIT.
           EXIT.

       S-RESTAURA-TELA-VEN SECTION.
       R-RESTAURA-TELA-VEN-1.
           IF WMASC-TXT = WMSK-EXIB-CPF
              MOVE WMSK-ORIG-CPF TO WMASC-TXT
           END-IF.
       R-RESTAURA-TELA-VEN-1-EXIT.
           EXIT.

      *----CPF ATUAL E PROPOSTO DA TELA DE APROVACAO DE PENDENCIA,
      *    FORMATADOS E MASCARADOS CONFORME O NIVEL DO OPERADOR.
       S-CPF-TELA-PENDENCIA SECTION.
       R-CPF-TELA-PENDENCIA-1.
           MOVE 'F' TO WMASC-TIPO
           MOVE CPF-VEN TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           MOVE WMASC-TXT TO WMSK-CPF-ATUAL
           MOVE CPF-VEN-PEND TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           MOVE WMASC-TXT TO WMSK-CPF-PROP
           IF NOT VEN-EXISTENTE
              MOVE SPACES TO WMSK-CPF-ATUAL
           END-IF
           IF DADOS-INTEGRAIS
              MOVE CODIGO-VEN-PEND TO WAUD-CPF-COD
              MOVE CPF-VEN-PEND TO WAUD-CPF-NUM
              MOVE 'APROVACAO' TO WAUD-CPF-TELA
              PERFORM S-AUDITA-CPF-VEN THRU R-AUDITA-CPF-VEN-1-EXIT
              GO TO R-CPF-TELA-PENDENCIA-1-EXIT
           END-IF
           MOVE 'F' TO WMSK-TIPO
           MOVE WMSK-CPF-ATUAL TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-CPF-ATUAL
           MOVE WMSK-CPF-PROP TO WMSK-TXT
           PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
           MOVE WMSK-TXT TO WMSK-CPF-PROP.
       R-CPF-TELA-PENDENCIA-1-EXIT.
           EXIT.

      *----CPF EXIBIDO SEM MASCARA (NIVEL INTEGRAL) GERA LINHA NA
      *    TRILHA DE AUDITORIA, COMO NO RELATORIO DE VENDEDORES. A MESMA
      *    TELA REEXIBIDA PARA O MESMO VENDEDOR NAO REPETE A LINHA.
       S-AUDITA-CPF-VEN SECTION.
       R-AUDITA-CPF-VEN-1.
           MOVE SPACES TO WAUD-CPF-CHAVE
           STRING WAUD-CPF-COD WAUD-CPF-TELA WAUD-CPF-NUM
               DELIMITED BY SIZE INTO WAUD-CPF-CHAVE
           IF WAUD-CPF-CHAVE = WAUD-CPF-ULT
              GO TO R-AUDITA-CPF-VEN-1-EXIT
           END-IF
           MOVE WAUD-CPF-CHAVE TO WAUD-CPF-ULT
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO WAUD-USUARIO
           ELSE
              ACCEPT WAUD-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA
           MOVE SPACES TO AUDITORIA-DATA-01
           STRING WAUD-DATA-HORA ',' FUNCTION TRIM(WAUD-USUARIO) ','
               'VENDEDORES' ',' 'V' ',' WAUD-CPF-COD ','
               '""' ','
               '"CPF EXIBIDO;PROGRAMA=' FUNCTION TRIM(WPROGRAMA-ERRO)
               ';TELA=' FUNCTION TRIM(WAUD-CPF-TELA) '"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC.
       R-AUDITA-CPF-VEN-1-EXIT.
           EXIT.

       S-INCLUIR SECTION.
       INCLUIR-1.
           MOVE 'A' TO WSTATUS-VEN
           MOVE SPACES TO WAUD-CPF-ULT
           MOVE ZEROES TO WDATA-INICIO-AFASTAMENTO
           MOVE ZEROES TO WDATA-FIM-AFASTAMENTO
           MOVE ZEROES TO WMETA-CLIENTES-VEN
           MOVE ZEROES TO WMAX-VISITAS-DIA-VEN
           MOVE 'C' TO WTIPO-VEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-ADMISSAO-VEN
           MOVE ZEROES TO WDATA-DESLIGAMENTO-VEN
           PERFORM UNTIL WCODIGO-VEN = 9999999
           MOVE ZEROES TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-VEN THRU R-PROTEGE-TELA-VEN-1-EXIT
           DISPLAY TELA-VEN
           ACCEPT TELA-CODIGO-VEN
           PERFORM S-RESTAURA-TELA-VEN THRU R-RESTAURA-TELA-VEN-1-EXIT.
      *----CODIGO ZERO NA INCLUSAO = RESERVA AUTOMATICA DO PROXIMO
      *    CODIGO LIVRE NO CONTROLE DE NUMERACAO; A DIGITACAO MANUAL
      *    SEGUE VALENDO PARA RECRIAR CODIGOS HISTORICOS.

       INCLUIR-3.
           PERFORM UNTIL WSAIDA = 0
           ACCEPT TELA-VEN
           PERFORM S-RESTAURA-TELA-VEN THRU R-RESTAURA-TELA-VEN-1-EXIT.
           PERFORM S-DESFORMATA-DOC THRU S-DESFORMATA-DOC-EXIT
           MOVE WMASC-NUM TO WCPF-VEN.
           MOVE 'F'      TO WCGCCPF-1.
                 PERFORM CHECA-COORDENADAS THRU CHECA-COORDENADAS-EXIT
              END-IF
              IF CPF-UNICO AND COORDENADAS-VALIDAS
                 PERFORM CHECA-LINHAS-VEN THRU CHECA-LINHAS-VEN-EXIT
              END-IF
              IF CPF-UNICO AND COORDENADAS-VALIDAS AND
                 LINHAS-VEN-VALIDAS
                 PERFORM CHECA-TIPO-VEN THRU CHECA-TIPO-VEN-EXIT
              END-IF
              IF CPF-UNICO AND COORDENADAS-VALIDAS AND
                 LINHAS-VEN-VALIDAS AND TIPO-VEN-VALIDO
                 PERFORM GRAVACAO-1 THRU GRAVACAO-EXIT
                 IF FS-VEN NOT = '00'
                    MOVE 1 TO WSAIDA

       S-ALTERAR SECTION.
       ALTERAR-1.
           MOVE SPACES TO WAUD-CPF-ULT
           PERFORM UNTIL WCODIGO-VEN = 9999999
           MOVE WCPF-VEN TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-VEN THRU R-PROTEGE-TELA-VEN-1-EXIT
           DISPLAY TELA-VEN
           ACCEPT TELA-CODIGO-VEN
           PERFORM S-RESTAURA-TELA-VEN THRU R-RESTAURA-TELA-VEN-1-EXIT.
           PERFORM CHECA-CODIGO THRU CHECA-CODIGO-EXIT
           IF WCODIGO-VEN NOT = ZEROES
              PERFORM ALTERAR-2
           PERFORM UNTIL WSAIDA = 0
           MOVE WCPF-VEN TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-VEN THRU R-PROTEGE-TELA-VEN-1-EXIT
           DISPLAY TELA-VEN
           ACCEPT TELA-VEN
           PERFORM S-RESTAURA-TELA-VEN THRU R-RESTAURA-TELA-VEN-1-EXIT.
           PERFORM S-DESFORMATA-DOC THRU S-DESFORMATA-DOC-EXIT
           MOVE WMASC-NUM TO WCPF-VEN.
           MOVE 'F'      TO WCGCCPF-1.
                 PERFORM CHECA-COORDENADAS THRU CHECA-COORDENADAS-EXIT
              END-IF
              IF CPF-UNICO AND COORDENADAS-VALIDAS
                 PERFORM CHECA-LINHAS-VEN THRU CHECA-LINHAS-VEN-EXIT
              END-IF
              IF CPF-UNICO AND COORDENADAS-VALIDAS AND
                 LINHAS-VEN-VALIDAS
                 PERFORM CHECA-TIPO-VEN THRU CHECA-TIPO-VEN-EXIT
              END-IF
              IF CPF-UNICO AND COORDENADAS-VALIDAS AND
                 LINHAS-VEN-VALIDAS AND TIPO-VEN-VALIDO
                 PERFORM REGRAVACAO-1 THRU REGRAVACAO-EXIT
                 IF FS-VEN NOT = '00'
                    MOVE 1 TO WSAIDA
       ALT-FIM.
             EXIT.

      *----OS 5 SLOTS DE LINHAS HABILITADAS CONFERIDOS NO CADASTRO DE
      *    LINHAS: SLOT COM CODIGO NAO CADASTRADO OU INATIVO NAO
      *    GRAVA. SLOT EM BRANCO CONTINUA VALENDO.
       CHECA-LINHAS-VEN SECTION.
       CHECA-LINHAS-VEN-1.
           MOVE 'S' TO WLINHAS-VEN-VALIDAS
           MOVE WLINHAS-HABILITADAS-VEN TO WLPR-SLOTS
           PERFORM S-VALIDA-SLOTS-LINHA THRU R-VALIDA-SLOTS-LINHA-1-EXIT
           IF NOT LPR-VALIDA
              MOVE 'N' TO WLINHAS-VEN-VALIDAS
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
       CHECA-LINHAS-VEN-EXIT.
           EXIT.

      *----PAPEL DO VENDEDOR: C=CAMPO (BUSCA POR DISTANCIA), K=KEY-
      *    ACCOUNT (FORA DA DISTRIBUICAO AUTOMATICA, SO RECEBE CLIENTE
      *    POR VINCULO MANUAL TRAVADO) E T=TELEVENDAS (SO CLIENTES DE
      *    ATENDIMENTO REMOTO, DIVIDIDOS POR QUANTIDADE). EM BRANCO
      *    VALE CAMPO.
       CHECA-TIPO-VEN SECTION.
       CHECA-TIPO-VEN-1.
           MOVE 'S' TO WTIPO-VEN-VALIDO
           IF WTIPO-VEN = SPACE
              MOVE 'C' TO WTIPO-VEN
           END-IF
           IF NOT WVEN-TIPO-VALIDO
              MOVE 'N' TO WTIPO-VEN-VALIDO
              MOVE SPACES TO WTXT
              STRING 'PAPEL INVALIDO: C=CAMPO K=KEY-ACCOUNT '
                     'T=TELEVENDAS' DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       CHECA-TIPO-VEN-EXIT.
           EXIT.

       S-EXCLUIR SECTION.
       EXCLUIR-1.
           MOVE SPACES TO WAUD-CPF-ULT
           PERFORM UNTIL WCODIGO-VEN = 9999999
           MOVE WCPF-VEN TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-VEN THRU R-PROTEGE-TELA-VEN-1-EXIT
           DISPLAY TELA-VEN
           ACCEPT TELA-CODIGO-VEN
           PERFORM S-RESTAURA-TELA-VEN THRU R-RESTAURA-TELA-VEN-1-EXIT.
           PERFORM CHECA-CODIGO THRU CHECA-CODIGO-EXIT
           IF WCODIGO-VEN NOT = ZEROES
              PERFORM EXCLUIR-2
           PERFORM UNTIL WSAIDA = 0
           MOVE WCPF-VEN TO WMASC-NUM
           PERFORM S-FORMATA-DOC THRU S-FORMATA-DOC-EXIT
           PERFORM S-PROTEGE-TELA-VEN THRU R-PROTEGE-TELA-VEN-1-EXIT
           DISPLAY TELA-VEN
           PERFORM S-DELETAR
           IF FS-VEN NOT = '00'
           MOVE WDATA-FIM-AFASTAMENTO TO DATA-FIM-AFASTAMENTO-PEND
           MOVE WMETA-CLIENTES-VEN TO META-CLIENTES-PEND
           MOVE WLINHAS-HABILITADAS-VEN TO LINHAS-HABILITADAS-PEND
           MOVE WMAX-VISITAS-DIA-VEN TO MAX-VISITAS-DIA-PEND
           MOVE WTIPO-VEN TO TIPO-VEN-PEND
           MOVE ZEROES TO DATA-INICIO-AFAST-PEND
           MOVE WDATA-ADMISSAO-VEN TO DATA-ADMISSAO-PEND
           MOVE WDATA-DESLIGAMENTO-VEN TO DATA-DESLIGAMENTO-PEND
           MOVE 'C' TO ORIGEM-PEND
           MOVE SPACE TO EVENTO-RH-PEND
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-SOLIC-PEND
           IF WOPERADOR-ID NOT = SPACES
              MOVE WOPERADOR-ID TO OPERADOR-SOLIC-PEND
                      FORMATA-AUDITORIA-VEN-EXIT
              MOVE WAUD-SNAPSHOT TO WAUD-ANTES
              MOVE 'I' TO STATUS-VEN
              IF DATA-DESLIGAMENTO-VEN = ZEROES
                 MOVE FUNCTION CURRENT-DATE(1:8)
                      TO DATA-DESLIGAMENTO-VEN
              END-IF
              REWRITE REGISTRO-VENDEDORES
              IF FS-VEN = '00'
                 PERFORM FORMATA-AUDITORIA-VEN THRU
           IF FS-PEND = '00'
              MOVE CODIGO-VEN-PEND TO CODIGO-VEN
              PERFORM LER-VEN
      *----ADMISSAO DE CPF NOVO VINDA DO RH: AINDA NAO HA CADASTRO, A
      *    COLUNA ATUAL DA TELA FICA EM BRANCO E A APROVACAO INCLUI.
              IF FS-VEN NOT = '00' AND PEND-ORIGEM-RH AND
                 PEND-ADMISSAO-RH
                 INITIALIZE REGISTRO-VENDEDORES
                 MOVE CODIGO-VEN-PEND TO CODIGO-VEN
                 MOVE '00' TO FS-VEN
                 MOVE 'N' TO WVEN-EXISTENTE
              ELSE
                 MOVE 'S' TO WVEN-EXISTENTE
              END-IF
              IF FS-VEN NOT = '00'
                 DELETE PENDENCIAS-VEN
              ELSE
                 MOVE SPACE TO WDECISAO-PEND
                 PERFORM S-CPF-TELA-PENDENCIA
                         THRU R-CPF-TELA-PENDENCIA-1-EXIT
                 PERFORM UNTIL DECISAO-APROVAR OR DECISAO-REJEITAR
                               OR DECISAO-PULAR
                    DISPLAY TELA-APROVA-PENDENCIA
                    ACCEPT TELA-APROVA-PENDENCIA
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN DECISAO-APROVAR AND NOT VEN-EXISTENTE
                       PERFORM S-INCLUI-PENDENCIA THRU
                               S-INCLUI-PENDENCIA-EXIT
                    WHEN DECISAO-APROVAR
                       PERFORM S-APLICA-PENDENCIA THRU
                               S-APLICA-PENDENCIA-EXIT
           MOVE DATA-FIM-AFASTAMENTO-PEND TO DATA-FIM-AFASTAMENTO
           MOVE META-CLIENTES-PEND TO META-CLIENTES-VEN
           MOVE LINHAS-HABILITADAS-PEND TO LINHAS-HABILITADAS-VEN
           MOVE MAX-VISITAS-DIA-PEND TO MAX-VISITAS-DIA-VEN
           IF TIPO-VEN-PEND NOT = SPACE
              MOVE TIPO-VEN-PEND TO TIPO-VEN
           END-IF
           MOVE DATA-ADMISSAO-PEND TO DATA-ADMISSAO-VEN
           MOVE DATA-DESLIGAMENTO-PEND TO DATA-DESLIGAMENTO-VEN
      *----A LICENCA INFORMADA PELO RH TRAZ A DATA DE INICIO; A DO
      *    CADASTRO COMECA NA APROVACAO.
           IF STATUS-VEN = 'L' AND WSTATUS-VEN-ANTERIOR NOT = 'L'
              IF DATA-INICIO-AFAST-PEND NOT = ZEROES
                 MOVE DATA-INICIO-AFAST-PEND TO DATA-INICIO-AFASTAMENTO
              ELSE
                 MOVE FUNCTION CURRENT-DATE(1:8)
                      TO DATA-INICIO-AFASTAMENTO
              END-IF
           END-IF
           IF STATUS-VEN NOT = 'L'
              MOVE ZEROES TO DATA-INICIO-AFASTAMENTO
              MOVE ZEROES TO DATA-FIM-AFASTAMENTO
           END-IF
      *----DESLIGAMENTO SEM DATA (INATIVACAO PELA TELA) VALE NA
      *    APROVACAO; VENDEDOR QUE VOLTA A ATIVO PERDE A DATA.
           IF STATUS-VEN = 'I' AND DATA-DESLIGAMENTO-VEN = ZEROES
              MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-DESLIGAMENTO-VEN
           END-IF
           IF STATUS-VEN NOT = 'I'
              MOVE ZEROES TO DATA-DESLIGAMENTO-VEN
           END-IF
           REWRITE REGISTRO-VENDEDORES
           IF FS-VEN = '00'
              PERFORM FORMATA-AUDITORIA-VEN THRU
       S-APLICA-PENDENCIA-EXIT.
           EXIT.

      *----ADMISSAO DO RH APROVADA: GRAVA O CADASTRO NOVO COM O CODIGO
      *    RESERVADO NA CARGA. OS CLIENTES CHEGAM PELA PROXIMA RODADA
      *    DE ExeDistrCli, COMO EM QUALQUER INCLUSAO.
       S-INCLUI-PENDENCIA SECTION.
       INCLUI-PENDENCIA-1.
           INITIALIZE REGISTRO-VENDEDORES
           MOVE CODIGO-VEN-PEND    TO CODIGO-VEN
           MOVE CPF-VEN-PEND       TO CPF-VEN
           MOVE NOME-VEN-PEND      TO NOME-VEN
           MOVE LATITUDE-VEN-PEND  TO LATITUDE-VEN
           MOVE LONGITUDE-VEN-PEND TO LONGITUDE-VEN
           MOVE 'A'                TO STATUS-VEN
           MOVE COD-REGIAO-PEND    TO COD-REGIAO
           MOVE COD-SUPERVISOR-PEND TO COD-SUPERVISOR
           MOVE META-CLIENTES-PEND TO META-CLIENTES-VEN
           MOVE LINHAS-HABILITADAS-PEND TO LINHAS-HABILITADAS-VEN
           MOVE MAX-VISITAS-DIA-PEND TO MAX-VISITAS-DIA-VEN
           MOVE TIPO-VEN-PEND      TO TIPO-VEN
           IF TIPO-VEN = SPACE
              MOVE 'C' TO TIPO-VEN
           END-IF
           MOVE DATA-ADMISSAO-PEND TO DATA-ADMISSAO-VEN
           WRITE REGISTRO-VENDEDORES
           IF FS-VEN = '00'
              MOVE SPACES TO WAUD-ANTES
              PERFORM FORMATA-AUDITORIA-VEN THRU
                      FORMATA-AUDITORIA-VEN-EXIT
              MOVE WAUD-SNAPSHOT TO WAUD-DEPOIS
              MOVE 'I' TO WAUD-OPERACAO
              PERFORM S-GRAVA-AUDITORIA THRU S-GRAVA-AUDITORIA-EXIT
              DELETE PENDENCIAS-VEN
              ADD 1 TO WCONT-PEND-APROV
           ELSE
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO DE GRAVACAO: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       S-INCLUI-PENDENCIA-EXIT.
           EXIT.

      *----QUANDO O CADASTRO DO VENDEDOR MUDA (ENDERECO, STATUS, ETC.)
      *    OS CLIENTES QUE ELE ATENDE PRECISAM SER RECALCULADOS NA
      *    PROXIMA RODADA DE ExeDistrCli, MESMO SEM O OPERADOR SABER
           STRING 'NOME=' FUNCTION TRIM(NOME-VEN) ';'
               'CPF=' CPF-VEN ';' 'STATUS=' STATUS-VEN ';'
               'REGIAO=' COD-REGIAO ';' 'SUPERVISOR=' COD-SUPERVISOR
               ';' 'PAPEL=' TIPO-VEN
               DELIMITED BY SIZE INTO WAUD-SNAPSHOT.
       FORMATA-AUDITORIA-VEN-EXIT.
           EXIT.
               '"' FUNCTION TRIM(WAUD-DEPOIS) '"' ','
               WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC.
       S-GRAVA-AUDITORIA-EXIT.
           EXIT.
           MOVE WDATA-INICIO-AFASTAMENTO TO DATA-INICIO-AFASTAMENTO
           MOVE WDATA-FIM-AFASTAMENTO    TO DATA-FIM-AFASTAMENTO
           MOVE WMETA-CLIENTES-VEN       TO META-CLIENTES-VEN
           MOVE WLINHAS-HABILITADAS-VEN  TO LINHAS-HABILITADAS-VEN
           MOVE WMAX-VISITAS-DIA-VEN     TO MAX-VISITAS-DIA-VEN
           MOVE WTIPO-VEN                TO TIPO-VEN
           MOVE WDATA-ADMISSAO-VEN       TO DATA-ADMISSAO-VEN
           MOVE WDATA-DESLIGAMENTO-VEN   TO DATA-DESLIGAMENTO-VEN.

       MOVE-DADOS-2.
           MOVE CPF-VEN       TO WCPF-VEN
           MOVE DATA-INICIO-AFASTAMENTO TO WDATA-INICIO-AFASTAMENTO
           MOVE DATA-FIM-AFASTAMENTO    TO WDATA-FIM-AFASTAMENTO
           MOVE META-CLIENTES-VEN       TO WMETA-CLIENTES-VEN
           MOVE LINHAS-HABILITADAS-VEN  TO WLINHAS-HABILITADAS-VEN
           MOVE MAX-VISITAS-DIA-VEN     TO WMAX-VISITAS-DIA-VEN
           MOVE TIPO-VEN                TO WTIPO-VEN
           MOVE DATA-ADMISSAO-VEN       TO WDATA-ADMISSAO-VEN
           MOVE DATA-DESLIGAMENTO-VEN   TO WDATA-DESLIGAMENTO-VEN
           IF WTIPO-VEN = SPACE
              MOVE 'C' TO WTIPO-VEN
           END-IF.

      *----VENDEDOR ACABOU DE ENTRAR EM LICENCA (CODIGO-VEN JA CONTEM O
      *    CODIGO DELE, POIS ESTA SECTION E CHAMADA LOGO APOS O REWRITE
