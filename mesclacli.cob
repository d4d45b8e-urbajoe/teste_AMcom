              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CST.

       SELECT GRUPOECON ASSIGN TO DISK WID-ARQ-GRUPOECON
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-GEC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-GEC.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
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

       FD REGIAO.
       01  REGISTRO-REGIAO.
              88 REF-BAIXADA                  VALUE 'B'.
           02 DATA-ATUALIZACAO-REF      PIC  9(008).

       FD GRUPOECON.
       01  REGISTRO-GRUPO-ECON.
           02 CODIGO-GEC                PIC  9(005).
           02 NOME-GEC                  PIC  X(040).
           02 VEN-GEC                   PIC  9(003).
           02 MANTEM-VEN-GEC            PIC  X(001).
              88 GEC-MANTEM-VEN               VALUE 'S'.

       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       WORKING-STORAGE SECTION.
       01 WREGISTRO-CLIENTES.
          02 WCHAVE-CLI.
          02 WLINHA-PRODUTO-CLI         PIC  X(003).
          02 WCLASSIFICACAO-CLI         PIC  X(001).
          02 WFREQ-VISITA-CLI           PIC  9(003).
          02 WGRUPO-ECON-CLI            PIC  9(005).
          02 WATEND-REMOTO-CLI          PIC  X(001) VALUE 'N'.

       01 WSALVA-REG-CLIENTES.
          02 WSALVA-CHAVE-CLI.
          02 WSALVA-LINHA-PRODUTO       PIC  X(003).
          02 WSALVA-CLASSIFICACAO       PIC  X(001).
          02 WSALVA-FREQ-VISITA         PIC  9(003).
          02 WSALVA-GRUPO-ECON          PIC  9(005).
          02 WSALVA-ATEND-REMOTO        PIC  X(001).

       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
          88 MJR-OK                VALUE 'S'.
       01 WMJR-SOBREV          PIC 9(007) VALUE ZEROES.
       01 WMJR-DUPLIC          PIC 9(007) VALUE ZEROES.
       01 WMJR-CLI-IMG         PIC X(222) VALUE SPACES.
       01 WMJR-CLI-COMP        PIC X(222) VALUE SPACES.
       01 WMJR-VINC-IMG.
          02 WMJR-VI-CLI       PIC 9(007).
          02 WMJR-VI-VEN       PIC 9(003).
          88 CNPJSTAT-DISPONIVEL       VALUE 'S'.
       01 WCNPJSIT-VALIDA         PIC X VALUE 'S'.
          88 CNPJSIT-ACEITO            VALUE 'S'.
       01 WLINHA-CLI-VALIDA       PIC X VALUE 'S'.
          88 LINHA-CLI-VALIDA          VALUE 'S'.
       01 WREGIAO-CHECK           PIC X VALUE 'N'.
          88 REGIAO-CHECK-DISPONIVEL   VALUE 'S'.
       01 WCOORD-VEN-PRIMARIO     PIC 9(003) VALUE ZEROES.
       01 WMASC-TXT                        PIC X(018) VALUE SPACES.
       01 WMASC-IDX                        PIC 9(002) VALUE ZEROES.

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY) E OS
      *    VALORES ORIGINAIS/EXIBIDOS DA TELA DO CLIENTE.
       01 WMSK-TIPO               PIC X(001) VALUE SPACE.
       01 WMSK-TXT                PIC X(080) VALUE SPACES.
       01 WMSK-AUX                PIC X(080) VALUE SPACES.
       01 WMSK-CAR                PIC X(001) VALUE SPACE.
       77 WMSK-IDX                PIC 9(003) VALUE ZEROES.
       77 WMSK-INI                PIC 9(003) VALUE ZEROES.
       77 WMSK-FIM                PIC 9(003) VALUE ZEROES.
       77 WMSK-QTD                PIC 9(003) VALUE ZEROES.
       77 WMSK-ORD                PIC 9(003) VALUE ZEROES.
       77 WMSK-BARRAS             PIC 9(003) VALUE ZEROES.
       01 WMSK-FIM-SEQ            PIC X(001) VALUE 'N'.
       01 WMSK-CNPJ               PIC 9(014) VALUE ZEROES.
       01 WMSK-RAZAO              PIC X(040) VALUE SPACES.
       01 WMSK-RAIZ               PIC X(010) VALUE SPACES.
       01 WMSK-PF                 PIC X(001) VALUE 'N'.
       01 WMSK-ORIG-CNPJ          PIC X(018) VALUE SPACES.
       01 WMSK-EXIB-CNPJ          PIC X(018) VALUE SPACES.
       01 WMSK-ORIG-FONE          PIC X(015) VALUE SPACES.
       01 WMSK-EXIB-FONE          PIC X(015) VALUE SPACES.
       01 WMSK-ORIG-EMAIL         PIC X(050) VALUE SPACES.
       01 WMSK-EXIB-EMAIL         PIC X(050) VALUE SPACES.

      *----CODIGOS INFORMADOS PELO OPERADOR PARA A MESCLAGEM
       01 WCODIGO-SOBREV                   PIC 9(007) VALUE ZEROES.
       01 WCODIGO-DUPLIC                   PIC 9(007) VALUE ZEROES.
       01 WMRG-CODIGO-DUPLIC-CMP PIC X(020) VALUE SPACES.
       01 WMRG-CODIGO-SOBREV-CMP PIC X(020) VALUE SPACES.
       77 WMRG-PONTEIRO         PIC 9(004) VALUE 1.
      *----A TRILHA E ENCADEADA (VIDE ELOAUD.CPY): ANTES DE CONVERTER,
      *    O CAMPO DE HASH SAI DA LINHA; ATE A PRIMEIRA LINHA ALTERADA
      *    AS LINHAS VOLTAM COMO ESTAVAM, DALI EM DIANTE O ELO E
      *    RECALCULADO A PARTIR DO ULTIMO HASH PRESERVADO.
       01 WMRG-LINHA-ORIG       PIC X(400) VALUE SPACES.
       01 WMRG-HASH-LIDO        PIC X(024) VALUE SPACES.
       01 WMRG-ELO-ANTERIOR     PIC X(024) VALUE SPACES.
       01 WMRG-ALTEROU          PIC X(001) VALUE 'N'.
          88 MRG-ALTEROU               VALUE 'S'.
       77 WMRG-LEN              PIC 9(003) VALUE ZEROES.

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'mesclacli'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY AUTORIZA.CPY.

      *----CADASTRO DE GRUPOS ECONOMICOS (MANTIDO PELO GRUPOECON),
      *    LIDO PARA CONFERIR O GRUPO INFORMADO NO CLIENTE.
       01 FS-GEC.
           02 FS-GEC-1                PIC 9.
           02 FS-GEC-2                PIC 9.
           02 FS-GEC-R REDEFINES FS-GEC-2 PIC 99 COMP-X.
       01 WID-ARQ-GRUPOECON       PIC X(50) VALUE
              'GRUPO-ECONOMICO.DAT'.
       01 WGEC-DISPONIVEL         PIC X VALUE 'N'.
          88 GEC-DISPONIVEL            VALUE 'S'.
       01 WGRUPO-CLI-VALIDO       PIC X VALUE 'S'.
          88 GRUPO-CLI-VALIDO          VALUE 'S'.

      *----CADASTRO DE LINHAS DE PRODUTO (VER LINHA-PROD.CPY).
       01 FS-LPR.
           02 FS-LPR-1                PIC 9.
           02 FS-LPR-2                PIC 9.
           02 FS-LPR-R REDEFINES FS-LPR-2 PIC 99 COMP-X.
       01 WID-ARQ-LINPROD         PIC X(50) VALUE 'LINHAS-PRODUTO.DAT'.
       01 WTAB-LPR.
          02 WLPR-TAB-LIN OCCURS 200 TIMES.
             03 WLPR-TAB-COD      PIC X(003).
             03 WLPR-TAB-STATUS   PIC X(001).
       77 WQTD-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR                PIC 9(003) VALUE ZEROES.
       77 WIDX-LPR-SLOT           PIC 9(001) VALUE ZEROES.
       01 WLPR-CODIGO             PIC X(003) VALUE SPACES.
       01 WLPR-SLOTS              PIC X(015) VALUE SPACES.
       01 WLPR-RESULTADO          PIC X(001) VALUE 'S'.
          88 LPR-VALIDA                VALUE 'S'.
          88 LPR-DESCONHECIDA          VALUE 'D'.
          88 LPR-INATIVA               VALUE 'I'.

       COPY FUNCAO.CPY.

              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
              MOVE SPACES TO WID-ARQ-GRUPOECON
              STRING 'GRUPO-ECONOMICO-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-GRUPOECON
           END-IF
           INITIALIZE WSAIDA
           MOVE WID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTES
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           PERFORM ABRE-CLIENTE
           PERFORM S-ABRE-VINCATUAL THRU R-ABRE-VINCATUAL-1-EXIT
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           OPEN INPUT GRUPOECON
           IF FS-GEC = '00'
              MOVE 'S' TO WGEC-DISPONIVEL
           END-IF
           PERFORM UNTIL WOPCAO = 3
              DISPLAY TELA-OPCAO-MESCLA
              ACCEPT TELA-OPCAO-MESCLA
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           IF GEC-DISPONIVEL
              CLOSE GRUPOECON
           END-IF
           CLOSE CLIENTES DISTRIBUICAO
           EXIT PROGRAM.

              MOVE SPACES TO MESCJRN-DATA-01
              MOVE WMJR-TS TO MESCJRN-DATA-01(1:14)
              MOVE ',CLI,' TO MESCJRN-DATA-01(15:5)
              MOVE REGISTRO-CLIENTES TO MESCJRN-DATA-01(20:222)
              WRITE MESCJRN-REC
           END-IF.
       R-ABRE-JOURNAL-MESCLA-FIM.
                 PERFORM S-GRAVA-AUDITORIA THRU S-GRAVA-AUDITORIA-EXIT
              ELSE
                 MOVE FS-CLI TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
                 MOVE CHAVE-CLI TO WERR-CHAVE
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
       R-TRANSFERE-AUDITORIA-1.
           MOVE WCODIGO-DUPLIC TO WMRG-CODIGO-DUPLIC-CMP
           MOVE WCODIGO-SOBREV TO WMRG-CODIGO-SOBREV-CMP
           PERFORM R-INICIA-ELO-MESCLAGEM
           OPEN INPUT AUDITORIA
           OPEN OUTPUT AUDITORIA-TMP
           IF FS-AUD = '00' AND FS-AUD-TMP = '00'
              END-PERFORM
           END-IF
           CLOSE AUDITORIA
           CLOSE AUDITORIA-TMP
           PERFORM R-REALINHA-ELO-MESCLAGEM.
       R-TRANSFERE-AUDITORIA-EXIT.
           EXIT.

       R-CONVERTE-LINHA-AUDITORIA.
           PERFORM R-SEPARA-HASH-AUDITORIA
           MOVE SPACES TO WMRG-DATA-HORA WMRG-USUARIO WMRG-ENTIDADE
                          WMRG-OPERACAO WMRG-CODIGO WMRG-CODIGO-NOVO
           MOVE 1 TO WMRG-PONTEIRO
      *    CODIGO ORIGINAL SEM ADIVINHAR A PROVENIENCIA.
           IF FUNCTION TRIM(WMRG-ENTIDADE) = 'CLIENTES' AND
              WMRG-CODIGO = WMRG-CODIGO-DUPLIC-CMP
              MOVE 'S' TO WMRG-ALTEROU
              MOVE WMRG-CODIGO-SOBREV-CMP TO WMRG-CODIGO-NOVO
              MOVE SPACES TO AUDITORIA-TMP-DATA-01
              STRING FUNCTION TRIM(WMRG-DATA-HORA) ','
                     AUDITORIA-DATA-01(WMRG-PONTEIRO:)
                     DELIMITED BY SIZE INTO AUDITORIA-TMP-DATA-01
           END-IF
           PERFORM R-ENCADEIA-LINHA-TMP
           WRITE AUDITORIA-TMP-REC.

      *----DESFAZER MESCLAGEM: RESTAURA O CLIENTE PERDEDOR E DEVOLVE
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-DESFAZ-MESCLA-1-EXIT
           END-IF
      *----DESFAZER A MESCLAGEM EXIGE A AUTORIZACAO DE UM SUPERVISOR
      *    (VIDE AUTORIZA.CPY); O DESFECHO VAI PARA O LOG DE SEGURANCA
      *    E PARA A AUDITORIA.
           INITIALIZE WAUT-DADOS
           MOVE 'A' TO WAUT-FUNCAO
           MOVE WMODO-BATCH TO WAUT-LOTE
           MOVE WPROGRAMA-ERRO TO WAUT-PROGRAMA
           MOVE WEMPRESA-LID TO WAUT-EMPRESA
           MOVE WID-ARQ-OPERADORES-1 TO WAUT-ARQ-OPERADORES
           MOVE WOPERADOR-ID TO WAUT-SOLICITANTE
           STRING 'DESFAZER MESCLAGEM=' WMJR-TS
                  ' SOBREVIVENTE=' WMJR-SOBREV
                  ' DUPLICADO=' WMJR-DUPLIC
                  DELIMITED BY SIZE INTO WAUT-PARAMETROS
           CALL 'autorizadupla' USING WAUT-DADOS
           IF NOT AUT-CONCEDIDA
              MOVE 'DESFAZER MESCLAGEM NAO AUTORIZADO' TO WTXT
              MOVE ZEROES TO WST
              PERFORM R-MSG-DESFAZ
              GO TO R-DESFAZ-MESCLA-1-EXIT
           END-IF
           PERFORM R-APLICA-DESFAZ
           MOVE 'F' TO WAUT-FUNCAO
           MOVE SPACES TO WAUT-DESFECHO
           STRING 'MESCLAGEM DESFEITA VINCULOS DEVOLVIDOS='
                  WCONT-DESF-VINC
                  DELIMITED BY SIZE INTO WAUT-DESFECHO
           CALL 'autorizadupla' USING WAUT-DADOS
           MOVE SPACES TO WTXT
           STRING 'MESCLAGEM DESFEITA - VINCULOS DEVOLVIDOS: '
                  WCONT-DESF-VINC
                             MOVE MESCJRN-DATA-01(28:7)
                                  TO WMJR-DUPLIC
                          WHEN 'CLI'
                             MOVE MESCJRN-DATA-01(20:222)
                                  TO WMJR-CLI-IMG
                          WHEN 'VIN'
                             IF WCONT-DESF-TAB < 50
               INTO WMRG-MARCADOR
           MOVE WMJR-SOBREV TO WMRG-CODIGO-SOBREV-CMP
           MOVE WMJR-DUPLIC TO WMRG-CODIGO-DUPLIC-CMP
           PERFORM R-INICIA-ELO-MESCLAGEM
           OPEN INPUT AUDITORIA
           OPEN OUTPUT AUDITORIA-TMP
           IF FS-AUD = '00' AND FS-AUD-TMP = '00'
              END-PERFORM
           END-IF
           CLOSE AUDITORIA
           CLOSE AUDITORIA-TMP
           PERFORM R-REALINHA-ELO-MESCLAGEM.

       R-REVERTE-LINHA-AUDITORIA.
           PERFORM R-SEPARA-HASH-AUDITORIA
           COMPUTE WLEN-RESTO =
               FUNCTION LENGTH(FUNCTION TRIM(AUDITORIA-DATA-01))
           IF WLEN-RESTO > 20 AND
              AUDITORIA-DATA-01(WLEN-RESTO - 19:20) =
              WMRG-MARCADOR(1:20)
              MOVE 'S' TO WMRG-ALTEROU
              MOVE SPACES TO WMRG-DATA-HORA WMRG-USUARIO
                             WMRG-ENTIDADE WMRG-OPERACAO WMRG-CODIGO
              MOVE 1 TO WMRG-PONTEIRO
           ELSE
              MOVE AUDITORIA-DATA-01 TO AUDITORIA-TMP-DATA-01
           END-IF
           PERFORM R-ENCADEIA-LINHA-TMP
           WRITE AUDITORIA-TMP-REC.

      *----ELO DE ENTRADA DA TRILHA VIVA, SUBSTITUIDO PELO HASH DE
      *    CADA LINHA PRESERVADA ATE A PRIMEIRA ALTERACAO.
       R-INICIA-ELO-MESCLAGEM.
           MOVE 'N' TO WMRG-ALTEROU
           MOVE 'P' TO WELO-FUNCAO
           CALL 'eloaudit' USING WELO-DADOS
           MOVE WELO-ANTERIOR TO WMRG-ELO-ANTERIOR.

      *----GUARDA A LINHA LIDA E TIRA DELA O CAMPO ',#' + HASH.
       R-SEPARA-HASH-AUDITORIA.
           MOVE AUDITORIA-DATA-01 TO WMRG-LINHA-ORIG
           MOVE SPACES TO WMRG-HASH-LIDO
           COMPUTE WMRG-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(AUDITORIA-DATA-01 TRAILING))
           IF WMRG-LEN > 26
              IF AUDITORIA-DATA-01(WMRG-LEN - 25:2) = ',#'
                 MOVE AUDITORIA-DATA-01(WMRG-LEN - 23:24)
                      TO WMRG-HASH-LIDO
                 MOVE SPACES TO AUDITORIA-DATA-01(WMRG-LEN - 25:26)
              END-IF
           END-IF.

      *----LINHA QUE VAI AO TEMPORARIO: ANTES DA PRIMEIRA ALTERACAO
      *    VOLTA A ORIGINAL; DEPOIS, A LINHA QUE TINHA HASH RECEBE O
      *    HASH RECALCULADO SOBRE O ELO ANTERIOR (LINHA SEM HASH,
      *    ANTERIOR AO ENCADEAMENTO, CONTINUA SEM).
       R-ENCADEIA-LINHA-TMP.
           IF NOT MRG-ALTEROU
              MOVE WMRG-LINHA-ORIG TO AUDITORIA-TMP-DATA-01
              IF WMRG-HASH-LIDO NOT = SPACES
                 MOVE WMRG-HASH-LIDO TO WMRG-ELO-ANTERIOR
              END-IF
           ELSE
              IF WMRG-HASH-LIDO NOT = SPACES
                 COMPUTE WMRG-LEN = FUNCTION LENGTH(
                     FUNCTION TRIM(AUDITORIA-TMP-DATA-01 TRAILING))
                 IF WMRG-LEN > 374
                    MOVE 374 TO WMRG-LEN
                 END-IF
                 MOVE 'C' TO WELO-FUNCAO
                 MOVE WMRG-ELO-ANTERIOR TO WELO-ANTERIOR
                 MOVE AUDITORIA-TMP-DATA-01 TO WELO-LINHA
                 CALL 'eloaudit' USING WELO-DADOS
                 MOVE ',#' TO AUDITORIA-TMP-DATA-01(WMRG-LEN + 1:2)
                 MOVE WELO-HASH TO AUDITORIA-TMP-DATA-01(WMRG-LEN + 3:)
                 MOVE WELO-HASH TO WMRG-ELO-ANTERIOR
              END-IF
           END-IF.

      *----TRILHA REESCRITA: O PROXIMO ELO PARTE DA ULTIMA LINHA.
       R-REALINHA-ELO-MESCLAGEM.
           IF MRG-ALTEROU
              MOVE 'R' TO WELO-FUNCAO
              MOVE WMRG-ELO-ANTERIOR TO WELO-HASH
              CALL 'eloaudit' USING WELO-DADOS
           END-IF.

       R-GRAVA-AUDIT-DESFAZ.
           OPEN EXTEND AUDITORIA
           IF FS-AUD = '00'
           OPEN I-O CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
           OPEN I-O DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA

       COPY MASCARACPFCNPJ.CPY.

       COPY MASCARADADOS.CPY.

       COPY LINHA-PROD.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
