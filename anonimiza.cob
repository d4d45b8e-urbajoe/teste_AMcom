           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 DATA-FIM-AFASTAMENTO      PIC  9(008).
           02 META-CLIENTES-VEN         PIC  9(005).
           02 LINHAS-HABILITADAS-VEN    PIC  X(015).
           02 MAX-VISITAS-DIA-VEN       PIC  9(003).
           02 TIPO-VEN                  PIC  X(001).
              88 VEN-CAMPO                   VALUE 'C' ' '.
              88 VEN-KEY-ACCOUNT             VALUE 'K'.
              88 VEN-TELEVENDAS              VALUE 'T'.
           02 DATA-ADMISSAO-VEN         PIC  9(008).
           02 DATA-DESLIGAMENTO-VEN     PIC  9(008).

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
              03 DATA-HORA-VISITA      PIC  X(014).
           02 OPERADOR-VISITA          PIC  X(020).
           02 OBS-VISITA               PIC  X(060).
           02 RESULTADO-VISITA         PIC  X(002).
           02 LATITUDE-VISITA          PIC S9(003)v9(008).
           02 LONGITUDE-VISITA         PIC S9(003)v9(008).
           02 GPS-VISITA               PIC  X(001).
              88 GPS-NAO-CONFERIDO           VALUE SPACE.
              88 GPS-CONFERIDO               VALUE 'V'.
              88 GPS-FORA-TOLERANCIA         VALUE 'D'.
              88 GPS-SEM-POSICAO             VALUE 'S'.
              88 GPS-SEM-REFERENCIA          VALUE 'N'.
           02 DIST-GPS-VISITA          PIC  9(007).

       FD  CONTATOS-CLI.
       01  REGISTRO-CONTATO-CLI.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'anonimiza'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY AUTORIZA.CPY.

       COPY FUNCAO.CPY.

                    INITIALIZE TELA-MENSAGEM
                    DISPLAY TELA-MENSAGEM
                    IF WX = 'S' OR WX = 's'
                       PERFORM R-PEDE-AUTORIZACAO
                       IF AUT-CONCEDIDA
                          MOVE 'S' TO WMODO-EXECUTA
                          PERFORM S-VARRE-LGPD
                             THRU R-VARRE-LGPD-1-EXIT
                          PERFORM R-FINALIZA-AUTORIZACAO
                       ELSE
                          MOVE 'ANONIMIZACAO NAO AUTORIZADA' TO WTXT
                          MOVE ZEROES TO WST
                          DISPLAY TELA-MENSAGEM
                          ACCEPT WX
                          INITIALIZE TELA-MENSAGEM
                          DISPLAY TELA-MENSAGEM
                       END-IF
                    END-IF
                 WHEN 3
                    CONTINUE
           OPEN I-O CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
               '"CONTATOS E CNPJ COMPLETOS"' ','
               '"ANONIMIZADO MOTIVO=LGPD"' ',' WEMPRESA-LID
               DELIMITED BY SIZE INTO AUDITORIA-DATA-01
           PERFORM S-ENCADEIA-AUDITORIA
              THRU R-ENCADEIA-AUDITORIA-1-EXIT
           WRITE AUDITORIA-REC
           CLOSE AUDITORIA.
       R-AUDITA-LGPD-CLI-FIM.
                  '"CPF COMPLETO"' ','
                  '"CPF MASCARADO MOTIVO=LGPD"' ',' WEMPRESA-LID
                  DELIMITED BY SIZE INTO AUDITORIA-DATA-01
              PERFORM S-ENCADEIA-AUDITORIA
                 THRU R-ENCADEIA-AUDITORIA-1-EXIT
              WRITE AUDITORIA-REC
              CLOSE AUDITORIA
           END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAUD-DATA-HORA.

      *----A ANONIMIZACAO E IRREVERSIVEL: SO RODA COM A AUTORIZACAO
      *    DE UM SUPERVISOR (VIDE AUTORIZA.CPY); O DESFECHO, COM OS
      *    TOTAIS, VAI PARA O LOG DE SEGURANCA E PARA A AUDITORIA.
       R-PEDE-AUTORIZACAO.
           INITIALIZE WAUT-DADOS
           MOVE 'A' TO WAUT-FUNCAO
           MOVE WMODO-BATCH TO WAUT-LOTE
           MOVE WPROGRAMA-ERRO TO WAUT-PROGRAMA
           MOVE WEMPRESA-LID TO WAUT-EMPRESA
           MOVE WID-ARQ-OPERADORES-1 TO WAUT-ARQ-OPERADORES
           MOVE WOPERADOR-ID TO WAUT-SOLICITANTE
           STRING 'RETENCAO-ANOS=' WRETENCAO-ANOS
                  ' CORTE=' WDATA-CORTE
                  DELIMITED BY SIZE INTO WAUT-PARAMETROS
           CALL 'autorizadupla' USING WAUT-DADOS.

       R-FINALIZA-AUTORIZACAO.
           MOVE 'F' TO WAUT-FUNCAO
           MOVE SPACES TO WAUT-DESFECHO
           STRING 'ANONIMIZADOS CLI=' WCONT-CLI-FEITOS
                  ' VEN=' WCONT-VEN-FEITOS
                  ' NOTAS=' WCONT-CONT-PURGADOS
                  DELIMITED BY SIZE INTO WAUT-DESFECHO
           CALL 'autorizadupla' USING WAUT-DADOS.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
