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

       SELECT CONSENT ASSIGN TO DISK WID-ARQ-CONSENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CNS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CNS.

       SELECT CONSMOV ASSIGN TO DISK WID-ARQ-CONSMOV
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CMV.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD  ARQIMPORT.
       01  ARQIMPORT-REC.
      *    COM COORDENADAS, E O USADO PELA DISTRIBUICAO E PELO ROTEIRO
      *    NO LUGAR DAS COORDENADAS DO CADASTRO; O FATURAMENTO SEGUE
      *    RECEBENDO O ENDERECO FISCAL DO CADASTRO.
      *----OS TIPOS '1' A '7' (SEGUNDA A DOMINGO) GUARDAM NO LUGAR DO
      *    ENDERECO AS JANELAS DE ATENDIMENTO DO CLIENTE NAQUELE DIA DA
      *    SEMANA (HHMM). SEM REGISTRO NO DIA O CLIENTE ATENDE A
      *    QUALQUER HORA; REGISTRO COM AS JANELAS ZERADAS = FECHADO.
       FD ENDCLI.
       01  REGISTRO-END-CLI.
           02 CHAVE-END-CLI.
              03 CODIGO-CLI-END         PIC  9(007).
              03 TIPO-END               PIC  X(001).
           02 ENDERECO-END              PIC  X(060).
           02 JANELAS-END REDEFINES ENDERECO-END.
              03 ABRE-1-END             PIC  9(004).
              03 FECHA-1-END            PIC  9(004).
              03 ABRE-2-END             PIC  9(004).
              03 FECHA-2-END            PIC  9(004).
              03 FILLER                 PIC  X(044).
           02 LATITUDE-END              PIC S9(003)v9(008).
           02 LONGITUDE-END             PIC S9(003)v9(008).

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

      *----CONSENTIMENTO DE MARKETING POR CANAL (VIDE CONSENT.CPY).
       FD CONSENT.
       01  REGISTRO-CONSENT.
           02 CHAVE-CNS.
              03 COD-CLI-CNS            PIC  9(007).
              03 CANAL-CNS              PIC  X(001).
                 88 CNS-TELEFONE              VALUE 'T'.
                 88 CNS-EMAIL                 VALUE 'E'.
           02 SITUACAO-CNS              PIC  X(001).
              88 CNS-OPT-IN                   VALUE 'S'.
              88 CNS-OPT-OUT                  VALUE 'N'.
           02 DATA-CNS                  PIC  9(008).
           02 ORIGEM-CNS                PIC  X(020).
           02 OPERADOR-CNS              PIC  X(020).
           02 CONTATO-CNS               PIC  X(050).
           02 DATA-HORA-CNS             PIC  X(014).

       FD  CONSMOV.
       01  CONSMOV-REC.
           05  CONSMOV-DATA-01     PIC X(00200).

       WORKING-STORAGE SECTION.
       01 WARQIMPORT-REC                 PIC X(512).
       01 WARQIMPORT-2 REDEFINES WARQIMPORT-REC.
           02 WLINHA-PRODUTO-IMP         PIC  X(003).
           02 WCLASSIFICACAO-IMP         PIC  X(001).
           02 WFREQ-VISITA-IMP           PIC  9(003).
           02 WGRUPO-ECON-IMP            PIC  9(005).
           02 WATEND-REMOTO-IMP          PIC  X(001).
           02 WCONSENT-FONE-IMP          PIC  X(001).
           02 WCONSENT-EMAIL-IMP         PIC  X(001).
           02 FILLER                     PIC X(410).

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
          88 CNPJSTAT-DISPONIVEL       VALUE 'S'.
       01 WCNPJSIT-VALIDA         PIC X VALUE 'S'.
          88 CNPJSIT-ACEITO            VALUE 'S'.
       01 WLINHA-CLI-VALIDA       PIC X VALUE 'S'.
          88 LINHA-CLI-VALIDA          VALUE 'S'.
       01 WREGIAO-CHECK           PIC X VALUE 'N'.
          88 REGIAO-CHECK-DISPONIVEL   VALUE 'S'.
       01 WCOORD-VEN-PRIMARIO     PIC 9(003) VALUE ZEROES.
       01 WID-ARQ-ENDCLI          PIC X(50) VALUE 'END-CLIENTE.DAT'.
       01 WEND-CODIGO-CLI         PIC 9(007) VALUE ZEROES.
       01 WEND-TIPO               PIC X(001) VALUE SPACE.
          88 WEND-TIPO-JANELA     VALUE '1' THRU '7'.
       01 WEND-ENDERECO           PIC X(060) VALUE SPACES.
       01 WEND-LAT                PIC S9(003)v9(008) VALUE ZEROES.
       01 WEND-LON                PIC S9(003)v9(008) VALUE ZEROES.
       01 WEND-JANELAS.
          02 WEND-ABRE-1          PIC 9(004) VALUE ZEROES.
          02 WEND-FECHA-1         PIC 9(004) VALUE ZEROES.
          02 WEND-ABRE-2          PIC 9(004) VALUE ZEROES.
          02 WEND-FECHA-2         PIC 9(004) VALUE ZEROES.
          02 FILLER               PIC X(044) VALUE SPACES.
       01 WEND-HHMM               PIC 9(004) VALUE ZEROES.
       01 WEND-HHMM-R REDEFINES WEND-HHMM.
          02 WEND-HH              PIC 9(002).
          02 WEND-MM              PIC 9(002).
       01 WEND-JANELA-OK          PIC X(001) VALUE 'S'.

      *----PARAMETROS DO PICKER DE BUSCA POR NOME (VIDE buscanome).
       01 PICK-PARM.
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

      *----CONSENTIMENTO DE MARKETING (VIDE CONSENT.CPY).
       01 FS-CNS.
           02 FS-CNS-1                PIC 9.
           02 FS-CNS-2                PIC 9.
           02 FS-CNS-R REDEFINES FS-CNS-2 PIC 99 COMP-X.
       01 FS-CMV.
           02 FS-CMV-1                PIC 9.
           02 FS-CMV-2                PIC 9.
           02 FS-CMV-R REDEFINES FS-CMV-2 PIC 99 COMP-X.
       01 WID-ARQ-CONSENT         PIC X(50) VALUE 'CONSENTIMENTO.DAT'.
       01 WID-ARQ-CONSMOV         PIC X(50) VALUE
              'CONSENTIMENTO-MOV.LOG'.
       01 WCNS-DISPONIVEL         PIC X VALUE 'N'.
          88 CNS-DISPONIVEL            VALUE 'S'.
       01 WCNS-ABERTURA           PIC X VALUE 'G'.
       01 WCNS-CLI                PIC 9(007) VALUE ZEROES.
       01 WCNS-CANAL              PIC X(001) VALUE SPACE.
       01 WCNS-SITUACAO           PIC X(001) VALUE SPACE.
          88 CNS-NOVO-OPT-IN           VALUE 'S'.
       01 WCNS-SITUACAO-ATUAL     PIC X(001) VALUE SPACE.
       01 WCNS-DATA               PIC 9(008) VALUE ZEROES.
       01 WCNS-ORIGEM             PIC X(020) VALUE SPACES.
       01 WCNS-OPERADOR           PIC X(020) VALUE SPACES.
       01 WCNS-CONTATO            PIC X(050) VALUE SPACES.
       01 WCNS-PERMITIDO          PIC X VALUE 'N'.
          88 CNS-PERMITIDO             VALUE 'S'.
       01 WCNS-GRAVOU             PIC X VALUE 'N'.
       01 WCNS-EVENTO             PIC X(010) VALUE SPACES.
       01 WCNS-DETALHE            PIC X(100) VALUE SPACES.
      *----CAMPOS DA TELA DE CONSENTIMENTO: SITUACAO ATUAL E NOVA DE
      *    CADA CANAL (ESPACO NA NOVA = NAO MEXE NO CANAL).
       01 WCNS-TELA-COD           PIC 9(007) VALUE ZEROES.
       01 WCNS-TELA-RAZAO         PIC X(040) VALUE SPACES.
       01 WCNS-TELA-FONE          PIC X(015) VALUE SPACES.
       01 WCNS-TELA-EMAIL         PIC X(050) VALUE SPACES.
       01 WCNS-EXIB-FONE          PIC X(015) VALUE SPACES.
       01 WCNS-EXIB-EMAIL         PIC X(050) VALUE SPACES.
       01 WCNS-ATUAL-FONE         PIC X(030) VALUE SPACES.
       01 WCNS-ATUAL-EMAIL        PIC X(030) VALUE SPACES.
       01 WCNS-NOVO-FONE          PIC X(001) VALUE SPACE.
       01 WCNS-NOVO-EMAIL         PIC X(001) VALUE SPACE.
       01 WCNS-TELA-ORIGEM        PIC X(020) VALUE SPACES.
       01 WCNS-DESC-ATUAL         PIC X(030) VALUE SPACES.

       77 WOPCAO          PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'clientes'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

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

          02 LINE 6 COL 10 VALUE "CODIGO CLIENTE:".
          02 SCR-END-COD LINE 6 COL 27 PIC 9(007)
                 USING WEND-CODIGO-CLI AUTO.
          02 LINE 7 COL 10 VALUE "TIPO..........:".
          02 SCR-END-TIPO LINE 7 COL 27 PIC X(001)
                 USING WEND-TIPO AUTO.
          02 LINE 7 COL 30 VALUE
             "F/E/C=ENDERECO  1 A 7=HORARIO SEG A DOM".
          02 LINE 9 COL 10 VALUE "ENDERECO......:".
          02 SCR-END-END LINE 9 COL 27 PIC X(050)
                 USING WEND-ENDERECO AUTO.
          02 LINE 11 COL 10 VALUE "LONGITUDE.....:".
          02 SCR-END-LON LINE 11 COL 27 PIC S9(003)V9(008)
                 USING WEND-LON AUTO.
          02 LINE 12 COL 10 VALUE "JANELA 1 HHMM.:".
          02 SCR-END-AB1 LINE 12 COL 27 PIC 9(004)
                 USING WEND-ABRE-1 AUTO.
          02 LINE 12 COL 32 VALUE "A".
          02 SCR-END-FE1 LINE 12 COL 34 PIC 9(004)
                 USING WEND-FECHA-1 AUTO.
          02 LINE 13 COL 10 VALUE "JANELA 2 HHMM.:".
          02 SCR-END-AB2 LINE 13 COL 27 PIC 9(004)
                 USING WEND-ABRE-2 AUTO.
          02 LINE 13 COL 32 VALUE "A".
          02 SCR-END-FE2 LINE 13 COL 34 PIC 9(004)
                 USING WEND-FECHA-2 AUTO.
          02 LINE 15 COL 10 VALUE
             "GRAVA (S) / EXCLUI (E) / CANCELA (N) NA MENSAGEM".
          02 LINE 16 COL 10 VALUE "[ESC] VOLTA / CODIGO 9999999 SAI".

       01 TELA-CONSENT-CLI.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 14 VALUE "SISTEMA EXEMPLO - CONSENTIMENTOS DE C
      -"ONTATO DO CLIENTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 10 VALUE "CODIGO CLIENTE:".
          02 SCR-CNS-COD LINE 6 COL 27 PIC 9(007)
                 USING WCNS-TELA-COD AUTO.
          02 LINE 7 COL 10 VALUE "RAZAO SOCIAL..:".
          02 LINE 7 COL 27 PIC X(040) FROM WCNS-TELA-RAZAO.
          02 LINE 9 COL 10 VALUE "TELEFONE......:".
          02 LINE 9 COL 27 PIC X(015) FROM WCNS-EXIB-FONE.
          02 LINE 10 COL 10 VALUE "  SITUACAO....:".
          02 LINE 10 COL 27 PIC X(030) FROM WCNS-ATUAL-FONE.
          02 LINE 11 COL 10 VALUE "  NOVA (S/N)..:".
          02 SCR-CNS-NOVO-FONE LINE 11 COL 27 PIC X(001)
                 USING WCNS-NOVO-FONE AUTO.
          02 LINE 13 COL 10 VALUE "E-MAIL........:".
          02 LINE 13 COL 27 PIC X(050) FROM WCNS-EXIB-EMAIL.
          02 LINE 14 COL 10 VALUE "  SITUACAO....:".
          02 LINE 14 COL 27 PIC X(030) FROM WCNS-ATUAL-EMAIL.
          02 LINE 15 COL 10 VALUE "  NOVA (S/N)..:".
          02 SCR-CNS-NOVO-EMAIL LINE 15 COL 27 PIC X(001)
                 USING WCNS-NOVO-EMAIL AUTO.
          02 LINE 17 COL 10 VALUE "ORIGEM........:".
          02 SCR-CNS-ORIGEM LINE 17 COL 27 PIC X(020)
                 USING WCNS-TELA-ORIGEM AUTO.
          02 LINE 17 COL 49 VALUE "(EX.: TELEFONEMA, FORMULARIO)".
          02 LINE 19 COL 10 VALUE
             "S=ACEITA (OPT-IN)  N=RECUSA (OPT-OUT)  BRANCO=MANTEM".
          02 LINE 20 COL 10 VALUE "[ESC] VOLTA / CODIGO 9999999 SAI".

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
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
           MOVE 'INICIO' TO WSES-EVENTO
           PERFORM S-MARCA-SESSAO
           PERFORM ACCEPTA-OPCAO.
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           IF GEC-DISPONIVEL
              CLOSE GRUPOECON
           END-IF
           MOVE 'FIM' TO WSES-EVENTO
           PERFORM S-MARCA-SESSAO
           CLOSE CLIENTES DISTRIBUICAO AUDITORIA CONTATOS-CLI
                 REDIST-PEND ENDCLI
           IF CNS-DISPONIVEL
              CLOSE CONSENT
           END-IF
           IF REGIAO-CHECK-DISPONIVEL
              CLOSE VENDEDORES REGIAO
           END-IF
           EXIT PROGRAM.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO = 9
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
                PERFORM S-CHECA-GERADOR
                IF GER-RODANDO AND WOPCAO NOT = 5 AND WOPCAO NOT = 8
                   AND WOPCAO NOT = 9
                   MOVE 'DISTRIBUICAO EM EXECUCAO - SOMENTE CONSULTA '
                        TO WTXT
                   MOVE ZEROES TO WST
                  WHEN 7
                    PERFORM S-ENDERECOS-CLI THRU S-ENDERECOS-CLI-EXIT
                  WHEN 8
                    PERFORM S-CONSENT-CLI THRU S-CONSENT-CLI-EXIT
                  WHEN 9
                    CONTINUE
                END-EVALUATE
           END-PERFORM.
           PERFORM UNTIL WEND-CODIGO-CLI = 9999999
              MOVE SPACES TO WEND-TIPO WEND-ENDERECO
              MOVE ZEROES TO WEND-LAT WEND-LON
              MOVE ZEROES TO WEND-ABRE-1 WEND-FECHA-1
                             WEND-ABRE-2 WEND-FECHA-2
              DISPLAY TELA-END-CLI
              ACCEPT TELA-END-CLI
              IF ESC
       ENDERECOS-CLI-2.
           MOVE FUNCTION UPPER-CASE(WEND-TIPO) TO WEND-TIPO
           IF WEND-TIPO NOT = 'F' AND WEND-TIPO NOT = 'E' AND
              WEND-TIPO NOT = 'C' AND NOT WEND-TIPO-JANELA
              MOVE 'TIPO INVALIDO (F, E, C OU 1 A 7) ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
           MOVE WEND-TIPO TO TIPO-END
           READ ENDCLI
           IF FS-END = '00'
              IF WEND-TIPO-JANELA
                 MOVE ENDERECO-END TO WEND-JANELAS
              ELSE
                 MOVE ENDERECO-END TO WEND-ENDERECO
                 MOVE LATITUDE-END TO WEND-LAT
                 MOVE LONGITUDE-END TO WEND-LON
              END-IF
              DISPLAY TELA-END-CLI
           END-IF
           ACCEPT TELA-END-CLI
      *----NOS TIPOS DE HORARIO SO AS JANELAS VALEM: O ENDERECO E AS
      *    COORDENADAS DIGITADOS SAO DESPREZADOS.
           IF WEND-TIPO-JANELA
              PERFORM ENDERECOS-CLI-JANELAS
              IF WEND-JANELA-OK = 'N'
                 MOVE 'JANELA INVALIDA (HHMM, ABRE < FECHA, 1 < 2) '
                   TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE TELA-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO ENDERECOS-CLI-FIM
              END-IF
              MOVE WEND-JANELAS TO WEND-ENDERECO
              MOVE ZEROES TO WEND-LAT WEND-LON
           END-IF
           MOVE 'GRAVA (S), EXCLUI (E) OU CANCELA (N) ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
       ENDERECOS-CLI-FIM.
           EXIT.

      *----CONSISTE AS JANELAS DE ATENDIMENTO: HORARIOS VALIDOS EM
      *    HHMM, ABERTURA ANTES DO FECHAMENTO E A SEGUNDA JANELA DEPOIS
      *    DA PRIMEIRA. JANELA ZERADA = NAO USADA; AS DUAS ZERADAS =
      *    CLIENTE FECHADO NO DIA.
       ENDERECOS-CLI-JANELAS.
           MOVE 'S' TO WEND-JANELA-OK
           MOVE WEND-ABRE-1 TO WEND-HHMM
           PERFORM ENDERECOS-CLI-HHMM
           MOVE WEND-FECHA-1 TO WEND-HHMM
           PERFORM ENDERECOS-CLI-HHMM
           MOVE WEND-ABRE-2 TO WEND-HHMM
           PERFORM ENDERECOS-CLI-HHMM
           MOVE WEND-FECHA-2 TO WEND-HHMM
           PERFORM ENDERECOS-CLI-HHMM
           IF WEND-ABRE-1 NOT = ZEROES OR WEND-FECHA-1 NOT = ZEROES
              IF WEND-FECHA-1 NOT > WEND-ABRE-1
                 MOVE 'N' TO WEND-JANELA-OK
              END-IF
           END-IF
           IF WEND-ABRE-2 NOT = ZEROES OR WEND-FECHA-2 NOT = ZEROES
              IF WEND-FECHA-2 NOT > WEND-ABRE-2 OR
                 WEND-FECHA-1 = ZEROES OR
                 WEND-ABRE-2 < WEND-FECHA-1
                 MOVE 'N' TO WEND-JANELA-OK
              END-IF
           END-IF.

       ENDERECOS-CLI-HHMM.
           IF WEND-HH > 23 OR WEND-MM > 59
              MOVE 'N' TO WEND-JANELA-OK
           END-IF.

       ENDERECOS-CLI-GRAVA.
           MOVE SPACES TO WAUD-ANTES
           MOVE WEND-CODIGO-CLI TO CODIGO-CLI-END
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.

      *----CONSENTIMENTO DE MARKETING DO CLIENTE POR CANAL (TELEFONE E
      *    E-MAIL DO CADASTRO). MOSTRA A SITUACAO ATUAL DE CADA CANAL
      *    E GRAVA A NOVA COM A ORIGEM INFORMADA, O OPERADOR E O
      *    CONTATO VIGENTE. CADA MUDANCA VAI PARA A TRILHA DE AUDITORIA
      *    E PARA O MOVIMENTO DE CONSENTIMENTO.
       S-CONSENT-CLI SECTION.
       CONSENT-CLI-1.
           IF NOT CNS-DISPONIVEL
              MOVE 'CADASTRO DE CONSENTIMENTO INDISPONIVEL ' TO WTXT
              MOVE FS-CNS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO S-CONSENT-CLI-EXIT
           END-IF
           MOVE ZEROES TO WCNS-TELA-COD
           PERFORM UNTIL WCNS-TELA-COD = 9999999
              MOVE SPACES TO WCNS-TELA-RAZAO WCNS-TELA-FONE
                             WCNS-TELA-EMAIL WCNS-ATUAL-FONE
                             WCNS-ATUAL-EMAIL WCNS-NOVO-FONE
                             WCNS-NOVO-EMAIL WCNS-TELA-ORIGEM
                             WCNS-EXIB-FONE WCNS-EXIB-EMAIL
              DISPLAY TELA-CONSENT-CLI
              ACCEPT TELA-CONSENT-CLI
              IF ESC
                 MOVE 9999999 TO WCNS-TELA-COD
              ELSE
                 IF WCNS-TELA-COD NOT = ZEROES AND
                    WCNS-TELA-COD NOT = 9999999
                    PERFORM CONSENT-CLI-2 THRU CONSENT-CLI-FIM
                 END-IF
              END-IF
           END-PERFORM.
       S-CONSENT-CLI-EXIT.
           EXIT.

       CONSENT-CLI-2.
           MOVE WCNS-TELA-COD TO CODIGO
           PERFORM LER-CLIENTE
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO EXISTE ' TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO CONSENT-CLI-FIM
           END-IF
           MOVE RAZAO TO WCNS-TELA-RAZAO
           MOVE TELEFONE TO WCNS-TELA-FONE
           MOVE EMAIL TO WCNS-TELA-EMAIL
           MOVE TELEFONE TO WCNS-EXIB-FONE
           MOVE EMAIL TO WCNS-EXIB-EMAIL
           IF NOT DADOS-INTEGRAIS
              MOVE 'T' TO WMSK-TIPO
              MOVE TELEFONE TO WMSK-TXT
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO WCNS-EXIB-FONE
              MOVE 'E' TO WMSK-TIPO
              MOVE EMAIL TO WMSK-TXT
              PERFORM S-MASCARA-DADO THRU R-MASCARA-DADO-1-EXIT
              MOVE WMSK-TXT TO WCNS-EXIB-EMAIL
           END-IF
           MOVE CODIGO TO WCNS-CLI
           MOVE 'T' TO WCNS-CANAL
           PERFORM CONSENT-CLI-DESCREVE
           MOVE WCNS-DESC-ATUAL TO WCNS-ATUAL-FONE
           MOVE 'E' TO WCNS-CANAL
           PERFORM CONSENT-CLI-DESCREVE
           MOVE WCNS-DESC-ATUAL TO WCNS-ATUAL-EMAIL
           MOVE SPACES TO WCNS-NOVO-FONE WCNS-NOVO-EMAIL
           MOVE 'TELA CLIENTES' TO WCNS-TELA-ORIGEM
           DISPLAY TELA-CONSENT-CLI
           ACCEPT TELA-CONSENT-CLI
           IF ESC
              GO TO CONSENT-CLI-FIM
           END-IF
           MOVE FUNCTION UPPER-CASE(WCNS-NOVO-FONE) TO WCNS-NOVO-FONE
           MOVE FUNCTION UPPER-CASE(WCNS-NOVO-EMAIL) TO WCNS-NOVO-EMAIL
           IF (WCNS-NOVO-FONE NOT = SPACE AND
               WCNS-NOVO-FONE NOT = 'S' AND WCNS-NOVO-FONE NOT = 'N')
              OR
              (WCNS-NOVO-EMAIL NOT = SPACE AND
               WCNS-NOVO-EMAIL NOT = 'S' AND WCNS-NOVO-EMAIL NOT = 'N')
              MOVE 'SITUACAO INVALIDA (S, N OU BRANCO) ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO CONSENT-CLI-FIM
           END-IF
           IF WCNS-NOVO-FONE = SPACE AND WCNS-NOVO-EMAIL = SPACE
              GO TO CONSENT-CLI-FIM
           END-IF
           IF WCNS-TELA-ORIGEM = SPACES
              MOVE 'TELA CLIENTES' TO WCNS-TELA-ORIGEM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO CONSENT-CLI-FIM
           END-IF
           MOVE WCNS-TELA-ORIGEM TO WCNS-ORIGEM
           MOVE ZEROES TO WCNS-DATA
           IF WCNS-NOVO-FONE NOT = SPACE
              MOVE 'T' TO WCNS-CANAL
              MOVE WCNS-NOVO-FONE TO WCNS-SITUACAO
              MOVE WCNS-TELA-FONE TO WCNS-CONTATO
              PERFORM CONSENT-CLI-GRAVA
           END-IF
           IF WCNS-NOVO-EMAIL NOT = SPACE
              MOVE 'E' TO WCNS-CANAL
              MOVE WCNS-NOVO-EMAIL TO WCNS-SITUACAO
              MOVE WCNS-TELA-EMAIL TO WCNS-CONTATO
              PERFORM CONSENT-CLI-GRAVA
           END-IF
           IF WCNS-GRAVOU = 'S'
              MOVE 'CONSENTIMENTO GRAVADO ' TO WTXT
              MOVE ZEROES TO WST
           ELSE
              MOVE 'ERRO DE GRAVACAO ST ' TO WTXT
              MOVE FS-CNS TO WST
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.
       CONSENT-CLI-FIM.
           EXIT.

       CONSENT-CLI-DESCREVE.
           PERFORM S-CHECA-CONSENT THRU R-CHECA-CONSENT-1-EXIT
           MOVE SPACES TO WCNS-DESC-ATUAL
           EVALUATE WCNS-SITUACAO-ATUAL
              WHEN 'S'
                 STRING 'OPT-IN EM ' DATA-CNS(7:2) '/' DATA-CNS(5:2)
                     '/' DATA-CNS(1:4)
                     DELIMITED BY SIZE INTO WCNS-DESC-ATUAL
              WHEN 'N'
                 STRING 'OPT-OUT EM ' DATA-CNS(7:2) '/' DATA-CNS(5:2)
                     '/' DATA-CNS(1:4)
                     DELIMITED BY SIZE INTO WCNS-DESC-ATUAL
              WHEN OTHER
                 MOVE 'SEM CONSENTIMENTO REGISTRADO' TO WCNS-DESC-ATUAL
           END-EVALUATE.

       CONSENT-CLI-GRAVA.
           PERFORM S-CHECA-CONSENT THRU R-CHECA-CONSENT-1-EXIT
           MOVE SPACES TO WAUD-ANTES WAUD-DEPOIS
           STRING 'CONSENT-' WCNS-CANAL '=' WCNS-SITUACAO-ATUAL
               DELIMITED BY SIZE INTO WAUD-ANTES
           PERFORM S-GRAVA-CONSENT THRU R-GRAVA-CONSENT-1-EXIT
           IF WCNS-GRAVOU = 'S'
              STRING 'CONSENT-' WCNS-CANAL '=' WCNS-SITUACAO ' ORIGEM='
                  FUNCTION TRIM(WCNS-ORIGEM)
                  DELIMITED BY SIZE INTO WAUD-DEPOIS
              MOVE 'A' TO WAUD-OPERACAO
              PERFORM S-GRAVA-AUDITORIA THRU S-GRAVA-AUDITORIA-EXIT
           END-IF.

       COPY CRUD-CLI.CPY.

       COPY PROX-COD.CPY.

       COPY NORMALIZA.CPY.

       COPY CONSENT.CPY.

       S-IMPORTAR SECTION.
       IMPORTAR-1.
           MOVE 'INFORME O NOME DO ARQUIVO PARA IMPORTACAO:' TO WTXT
              OPEN INPUT ARQIMPORT
              IF FS-IMPORT NOT = '00'
                 MOVE FS-IMPORT TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-IMPORT TO WERR-ARQUIVO
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO WTXT
           MOVE 'J'          TO WCGCCPF-1
           MOVE WCNPJ-IMP    TO WCGCCPF-2
           PERFORM VALIDA-CNPJ THRU VALIDA-CNPJ-EXIT
           MOVE WLINHA-PRODUTO-IMP TO WLPR-CODIGO
           PERFORM S-VALIDA-LINHA-PROD THRU R-VALIDA-LINHA-PROD-1-EXIT
           PERFORM LER-IMPORT-GRUPO-ECON
           IF DOC-INVALIDO
              MOVE WCODIGO-IMP TO RJ-CODIGO
              MOVE 'CNPJ INVALIDO' TO RJ-MOTIVO
              WRITE REG-REJEITADO
              ADD 1 TO WCONT-REJ
           ELSE
              IF NOT LPR-VALIDA OR NOT GRUPO-CLI-VALIDO
                 MOVE WCODIGO-IMP TO RJ-CODIGO
                 EVALUATE TRUE
                    WHEN LPR-INATIVA
                       MOVE 'LINHA PRODUTO INATIVA' TO RJ-MOTIVO
                    WHEN LPR-DESCONHECIDA
                       MOVE 'LINHA PRODUTO NAO CADASTRADA' TO RJ-MOTIVO
                    WHEN OTHER
                       MOVE 'GRUPO ECONOMICO NAO CADASTRADO'
                            TO RJ-MOTIVO
                 END-EVALUATE
                 MOVE SPACES TO RJ-STATUS
                 WRITE REG-REJEITADO
                 ADD 1 TO WCONT-REJ
              ELSE
                 MOVE WCODIGO-IMP     TO CODIGO
                 PERFORM LER-CLIENTE
                 IF FS-CLI = '23'
                    MOVE WCODIGO-IMP      TO CODIGO
                    MOVE WCNPJ-IMP        TO CNPJ
                    MOVE WRAZAO-IMP       TO WNORM-TEXTO
                    PERFORM S-NORMALIZA-TEXTO
                          THRU S-NORMALIZA-TEXTO-EXIT
                    MOVE WNORM-TEXTO(1:40) TO RAZAO
                    MOVE WLATITUDE-IMP    TO LATITUDE
                    MOVE WLONGITUDE-IMP   TO LONGITUDE
                    MOVE 'A'              TO STATUS-CLI
                    MOVE WLINHA-PRODUTO-IMP TO LINHA-PRODUTO-CLI
                    MOVE WCLASSIFICACAO-IMP TO CLASSIFICACAO-CLI
                    IF WFREQ-VISITA-IMP IS NUMERIC
                       MOVE WFREQ-VISITA-IMP TO FREQ-VISITA-CLI
                    ELSE
                       MOVE ZEROES TO FREQ-VISITA-CLI
                    END-IF
                    PERFORM DEFAULT-FREQ-VISITA
                    MOVE WGRUPO-ECON-CLI  TO GRUPO-ECON-CLI
                    IF WATEND-REMOTO-IMP = 'S' OR 's'
                       MOVE 'S'           TO ATEND-REMOTO-CLI
                    ELSE
                       MOVE 'N'           TO ATEND-REMOTO-CLI
                    END-IF
                    WRITE REGISTRO-CLIENTES
                    IF FS-CLI = '00'
                       ADD 1 TO WCONT
                       PERFORM LER-IMPORT-CONSENT
                       MOVE WCODIGO-IMP TO RST-CODIGO
                       WRITE REG-RESTART
                    ELSE
                       MOVE WCODIGO-IMP TO RJ-CODIGO
                       MOVE 'ERRO DE GRAVACAO' TO RJ-MOTIVO
                       MOVE FS-CLI TO RJ-STATUS
                       WRITE REG-REJEITADO
                       ADD 1 TO WCONT-REJ
                    END-IF
                 ELSE
                    MOVE WCODIGO-IMP TO RJ-CODIGO
                    MOVE 'CODIGO DUPLICADO' TO RJ-MOTIVO
                    MOVE SPACES TO RJ-STATUS
                    WRITE REG-REJEITADO
                    ADD 1 TO WCONT-REJ
                 END-IF
              END-IF
           END-IF.

      *----GRUPO ECONOMICO DA LINHA IMPORTADA: VAZIO OU NAO NUMERICO
      *    VALE ZERO (SEM GRUPO); CODIGO INFORMADO PRECISA EXISTIR NO
      *    CADASTRO DE GRUPOS, SENAO A LINHA E REJEITADA.
       LER-IMPORT-GRUPO-ECON.
           MOVE 'S' TO WGRUPO-CLI-VALIDO
           MOVE ZEROES TO WGRUPO-ECON-CLI
           IF WGRUPO-ECON-IMP IS NUMERIC
              MOVE WGRUPO-ECON-IMP TO WGRUPO-ECON-CLI
           END-IF
           IF WGRUPO-ECON-CLI NOT = ZEROES
              MOVE '99' TO FS-GEC
              IF GEC-DISPONIVEL
                 MOVE WGRUPO-ECON-CLI TO CODIGO-GEC
                 READ GRUPOECON
              END-IF
              IF FS-GEC NOT = '00'
                 MOVE 'N' TO WGRUPO-CLI-VALIDO
              END-IF
           END-IF.

              END-IF
           END-IF.

      *----CONSENTIMENTO DE MARKETING TRAZIDO NA LINHA IMPORTADA (S OU
      *    N POR CANAL); BRANCO OU OUTRO VALOR = SEM REGISTRO, OU SEJA,
      *    O CANAL FICA SEM CONSENTIMENTO ATE ALGUEM INFORMAR.
       LER-IMPORT-CONSENT.
           MOVE WCODIGO-IMP TO WCNS-CLI
           MOVE 'IMPORTACAO' TO WCNS-ORIGEM
           MOVE SPACES TO WCNS-CONTATO
           MOVE ZEROES TO WCNS-DATA
           MOVE FUNCTION UPPER-CASE(WCONSENT-FONE-IMP) TO WCNS-SITUACAO
           IF WCNS-SITUACAO = 'S' OR WCNS-SITUACAO = 'N'
              MOVE 'T' TO WCNS-CANAL
              PERFORM S-GRAVA-CONSENT THRU R-GRAVA-CONSENT-1-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WCONSENT-EMAIL-IMP)
             TO WCNS-SITUACAO
           IF WCNS-SITUACAO = 'S' OR WCNS-SITUACAO = 'N'
              MOVE 'E' TO WCNS-CANAL
              PERFORM S-GRAVA-CONSENT THRU R-GRAVA-CONSENT-1-EXIT
           END-IF.

       ABRE-CLIENTE SECTION.
       ABRE-CLIENTE-1.
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
           OPEN I-O CONTATOS-CLI.
           IF FS-CONT NOT = '00'
              MOVE FS-CONT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CONTATOS-CLI TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CONTATOS-CLI: ' WFS-DESC-TRADUZIDA
           OPEN EXTEND REDIST-PEND.
           IF FS-RDP NOT = '00'
              MOVE FS-RDP TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REDIST-PEND TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ REDIST-PEND: ' WFS-DESC-TRADUZIDA
                 CLOSE ENDCLI
                 OPEN I-O ENDCLI
              END-IF
           END-IF
           MOVE 'G' TO WCNS-ABERTURA
           PERFORM S-ABRE-CONSENT THRU R-ABRE-CONSENT-1-EXIT.
       ABRE-CLIENTE-EXIT.
           EXIT.


       COPY MASCARACPFCNPJ.CPY.

       COPY MASCARADADOS.CPY.

       COPY LINHA-PROD.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
