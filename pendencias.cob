              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-RJP.

       SELECT PENDVIS ASSIGN TO DISK WID-ARQ-PENDVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PVIS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PVI.

       SELECT CHAMSAC ASSIGN TO DISK WID-ARQ-CHAMSAC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-SAC
              ALTERNATE RECORD KEY IS COD-CLI-SAC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SAC.

       SELECT OTBSTATUS ASSIGN TO DISK WID-ARQ-OTBSTATUS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS ID-OTS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-OTS.

       SELECT OPERADORES ASSIGN TO DISK WID-ARQ-OPERADORES-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
           02 DATA-FIM-AFASTAMENTO-PEND PIC  9(008).
           02 META-CLIENTES-PEND        PIC  9(005).
           02 LINHAS-HABILITADAS-PEND   PIC  X(015).
           02 MAX-VISITAS-DIA-PEND      PIC  9(003).
           02 TIPO-VEN-PEND             PIC  X(001).
           02 DATA-HORA-SOLIC-PEND      PIC  X(014).
           02 OPERADOR-SOLIC-PEND       PIC  X(020).
           02 DATA-INICIO-AFAST-PEND    PIC  9(008).
           02 DATA-ADMISSAO-PEND        PIC  9(008).
           02 DATA-DESLIGAMENTO-PEND    PIC  9(008).
           02 ORIGEM-PEND               PIC  X(001).
              88 PEND-ORIGEM-RH               VALUE 'H'.
           02 EVENTO-RH-PEND            PIC  X(001).
              88 PEND-ADMISSAO-RH             VALUE 'A'.

       FD REASSOC-PEND.
       01  REGISTRO-REASSOC-PEND.
       01  REJPEND-REC.
           05  REJPEND-DATA-01          PIC X(00100).

      *----VISITAS PLANEJADAS QUE O ADIAVISITA NAO PODE MAIS ADIAR.
       FD PENDVIS.
       01  REGISTRO-PEND-VISITA.
           02 CHAVE-PVIS.
              03 COD-VEN-PVIS           PIC  9(003).
              03 COD-CLI-PVIS           PIC  9(007).
           02 DATA-PLANO-PVIS           PIC  9(008).
           02 DATA-ORIG-PVIS            PIC  9(008).
           02 QTD-ADIA-PVIS             PIC  9(002).
           02 ORIGEM-PVIS               PIC  X(001).
           02 MOTIVO-PVIS               PIC  X(020).
           02 DATA-HORA-PVIS            PIC  X(014).

      *----CHAMADOS DO SAC (VIDE CADSAC).
       FD CHAMSAC.
       01  REGISTRO-SAC.
           02 NUMERO-SAC                PIC  9(007).
           02 COD-CLI-SAC               PIC  9(007).
           02 CATEGORIA-SAC             PIC  X(002).
           02 DATA-ABERTURA-SAC         PIC  9(008).
           02 HORA-ABERTURA-SAC         PIC  9(006).
           02 DATA-PRAZO-SAC            PIC  9(008).
           02 SITUACAO-SAC              PIC  X(001).
              88 SAC-PENDENTE                 VALUE 'A' 'E'.
           02 COD-VEN-SAC               PIC  9(003).
           02 DESCRICAO-SAC             PIC  X(060).
           02 ANDAMENTO-SAC             PIC  X(060).
           02 RESOLUCAO-SAC             PIC  X(060).
           02 DATA-ENCERRA-SAC          PIC  9(008).
           02 OPERADOR-ABRE-SAC         PIC  X(020).
           02 OPERADOR-ULT-SAC          PIC  X(020).
           02 DATA-HORA-ULT-SAC         PIC  X(014).

      *----SITUACAO DE ENTREGA DA CAIXA DE SAIDA (VIDE RETORNOENVIO).
       FD OTBSTATUS.
       01  REGISTRO-OTB-STATUS.
           02 ID-OTS                    PIC  9(009).
           02 DATA-HORA-MSG-OTS         PIC  X(014).
           02 TIPO-OTS                  PIC  X(020).
           02 SEVERIDADE-OTS            PIC  X(001).
           02 DESTINO-OTS               PIC  X(015).
           02 SITUACAO-OTS              PIC  X(001).
              88 OTS-ENVIADO                  VALUE 'E'.
              88 OTS-DEVOLVIDO                VALUE 'D'.
              88 OTS-REJEITADO                VALUE 'R'.
           02 DATA-HORA-RET-OTS         PIC  X(014).
           02 MOTIVO-OTS                PIC  X(060).
           02 RESOLVIDO-OTS             PIC  X(001).
              88 OTS-RESOLVIDO                VALUE 'S'.
           02 DATA-HORA-CARGA-OTS       PIC  X(014).
           02 OPERADOR-RES-OTS          PIC  X(020).

       FD OPERADORES.
       01  REGISTRO-OPERADOR.
           02 CODIGO-OPERADOR            PIC  X(020).
              88 GRUPO-PERMITIDO               VALUE 'S'.
           02 PERM-EMPRESA OCCURS 9 TIMES PIC X(001).
              88 EMPRESA-PERMITIDA             VALUE 'S'.
      *----OPCOES DO MENU 61 A 99: A TABELA PERM-OPCAO ENCHEU E A
      *    CONTINUACAO FICA NO FIM DO REGISTRO, SEM DESLOCAR OS
      *    CAMPOS JA GRAVADOS.
           02 PERM-OPCAO-2 OCCURS 39 TIMES PIC X(001).
              88 OPCAO-2-PERMITIDA             VALUE 'S'.
              88 OPCAO-2-NEGADA                VALUE 'N' ' '.
           02 PERFIL-OPERADOR            PIC  X(001).
              88 PERFIL-SUPERVISOR             VALUE 'S'.
      *----NIVEL DE ACESSO A DADOS PESSOAIS: '2' = INTEGRAL; OS
      *    DEMAIS NIVEIS VEEM CPF, CNPJ DE PESSOA FISICA, TELEFONE,
      *    E-MAIL E CONTATOS PARCIALMENTE MASCARADOS.
           02 NIVEL-DADOS-OPERADOR       PIC  X(001).
              88 NIVEL-DADOS-INTEGRAL          VALUE '2'.

       FD  SEGULOG.
       01  SEGULOG-REC.
           02 FS-RJP-1                 PIC 9.
           02 FS-RJP-2                 PIC 9.
           02 FS-RJP-R REDEFINES FS-RJP-2 PIC 99 COMP-X.
       01 FS-PVI.
           02 FS-PVI-1                 PIC 9.
           02 FS-PVI-2                 PIC 9.
           02 FS-PVI-R REDEFINES FS-PVI-2 PIC 99 COMP-X.
       01 FS-SAC.
           02 FS-SAC-1                 PIC 9.
           02 FS-SAC-2                 PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01 FS-OTS.
           02 FS-OTS-1                 PIC 9.
           02 FS-OTS-2                 PIC 9.
           02 FS-OTS-R REDEFINES FS-OTS-2 PIC 99 COMP-X.

       01 WID-ARQ-REDIST-PEND     PIC X(50) VALUE 'REDIST-PEND.DAT'.
       01 WID-ARQ-PENDENCIAS-VEN  PIC X(50) VALUE 'PENDENCIAS-VEN.DAT'.
       01 WID-ARQ-REASSOC-PEND    PIC X(50) VALUE 'REASSOC-PEND.DAT'.
       01 WID-ARQ-LEADS           PIC X(50) VALUE 'LEADS.DAT'.
       01 WID-ARQ-REJPEND         PIC X(50) VALUE 'REJ-PEND.DAT'.
       01 WID-ARQ-PENDVIS         PIC X(50) VALUE 'PEND-VISITA.DAT'.
       01 WID-ARQ-CHAMSAC         PIC X(50) VALUE 'CHAMADOS-SAC.DAT'.
       01 WID-ARQ-OTBSTATUS       PIC X(50) VALUE 'OUTBOX-STATUS.DAT'.

      *----AS SAIDAS DIRETAS RESPEITAM O MESMO MODELO DE
      *    PERMISSAO DO MENU (PERM-OPCAO PELO NUMERO INTERNO DO
      *    PROGRAMA, OU O GRUPO CADASTROS LIBERADO), E A RECUSA VAI
      *    PARA O LOG DE SEGURANCA COMO NO MENU.
           02 FS-SEG-R REDEFINES FS-SEG-2 PIC 99 COMP-X.
       01 WID-ARQ-SEGULOG         PIC X(50) VALUE 'SEGURANCA.LOG'.
       77 WOPCAO-INTERNA          PIC 99 VALUE ZEROES.
       77 WGRUPO-ATALHO           PIC 9 VALUE 1.
       01 WACESSO-OPCAO           PIC X VALUE 'S'.
          88 ACESSO-PERMITIDO          VALUE 'S'.
          88 ACESSO-NEGADO             VALUE 'N'.
       01 WREJ-DATA-HORA          PIC X(014) VALUE SPACES.
       01 WREJ-ARQUIVO            PIC X(054) VALUE SPACES.
       01 WREJ-QTD-TXT            PIC X(010) VALUE SPACES.
       01 WQTD-PVIS               PIC 9(005) VALUE ZEROES.
       01 WANTIGO-PVIS            PIC 9(008) VALUE ZEROES.
       01 WANTIGO-PVIS-VEN        PIC 9(003) VALUE ZEROES.
       01 WQTD-SAC                PIC 9(005) VALUE ZEROES.
       01 WQTD-SAC-VENC           PIC 9(005) VALUE ZEROES.
       01 WANTIGO-SAC             PIC 9(008) VALUE ZEROES.
       01 WANTIGO-SAC-NUM         PIC 9(007) VALUE ZEROES.
       01 WQTD-DEVMAIL            PIC 9(005) VALUE ZEROES.
       01 WANTIGO-DEVMAIL         PIC X(014) VALUE SPACES.
       01 WANTIGO-DEVMAIL-DEST    PIC X(015) VALUE SPACES.
       01 WDATA-HOJE              PIC 9(008) VALUE ZEROES.

       01 WLINHA-REDIST           PIC X(060) VALUE SPACES.
       01 WLINHA-PENDVEN          PIC X(060) VALUE SPACES.
       01 WLINHA-REASSOC          PIC X(060) VALUE SPACES.
       01 WLINHA-LEADS            PIC X(060) VALUE SPACES.
       01 WLINHA-REJ              PIC X(060) VALUE SPACES.
       01 WLINHA-PVIS             PIC X(060) VALUE SPACES.
       01 WLINHA-SAC              PIC X(060) VALUE SPACES.
       01 WLINHA-DEVMAIL          PIC X(060) VALUE SPACES.

       77 WOPCAO          PIC 9 VALUE 9.
       77 WX              PIC X VALUE SPACES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'pendencias'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

          02 LINE 11 COL 31 PIC X(060) FROM WLINHA-LEADS.
          02 LINE 13 COL 3 VALUE "REJEITADOS DE IMPORTACAO..:".
          02 LINE 13 COL 31 PIC X(060) FROM WLINHA-REJ.
          02 LINE 15 COL 3 VALUE "VISITAS NAO REALIZADAS....:".
          02 LINE 15 COL 31 PIC X(060) FROM WLINHA-PVIS.
          02 LINE 17 COL 3 VALUE "CHAMADOS SAC PENDENTES....:".
          02 LINE 17 COL 31 PIC X(060) FROM WLINHA-SAC.
          02 LINE 18 COL 3 VALUE "E-MAILS DEVOLVIDOS VEND...:".
          02 LINE 18 COL 31 PIC X(060) FROM WLINHA-DEVMAIL.
          02 LINE 20 COL 3 VALUE
             "[1] CORRIGIR REJEITADOS  [2] APROVACOES DE VENDEDOR".
          02 LINE 21 COL 3 VALUE
             "[3] LEADS DE CLIENTES    [4] CHAMADOS SAC".
          02 LINE 21 COL 46 VALUE "[5] E-MAILS DEVOLVIDOS".
          02 LINE 22 COL 3 VALUE "[0] CONTINUAR PARA O MENU".
          02 LINE 23 COL 3 VALUE "OPCAO DESEJADA[.]".
          02 OPCAO-PEND LINE 23 COL 18 PIC 9 USING WOPCAO AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
                    IF ACESSO-PERMITIDO
                       CALL "leads" USING LINK-DADOS
                    END-IF
                 WHEN 4
                    MOVE 87 TO WOPCAO-INTERNA
                    PERFORM S-VERIFICA-PERMISSAO
                          THRU R-VERIFICA-PERMISSAO-1-EXIT
                    IF ACESSO-PERMITIDO
                       CALL "cadsac" USING LINK-DADOS
                    END-IF
                 WHEN 5
                    MOVE 94 TO WOPCAO-INTERNA
                    MOVE 4 TO WGRUPO-ATALHO
                    PERFORM S-VERIFICA-PERMISSAO
                          THRU R-VERIFICA-PERMISSAO-1-EXIT
                    IF ACESSO-PERMITIDO
                       CALL "retornoenvio" USING LINK-DADOS
                    END-IF
              END-EVALUATE
           END-PERFORM.
       ABERTURA-EXIT.
           EXIT PROGRAM.

      *----MESMA REGRA DO MENU: OPCAO MARCADA EM PERM-OPCAO (OU EM
      *    PERM-OPCAO-2 ACIMA DE 60) OU O GRUPO DO PROGRAMA LIBERADO
      *    (WGRUPO-ATALHO) - OS ATALHOS DESTA TELA SAO PROGRAMAS DO
      *    GRUPO CADASTROS (1), MENOS O RETORNO DO ENVIO DE ALERTAS
      *    (ADMINISTRACAO, 4). SEM CADASTRO DE
      *    OPERADORES (INSTALACAO NOVA) O ACESSO SEGUE LIBERADO,
      *    COMO NO MENU. A RECUSA E REGISTRADA E AVISADA.
       S-VERIFICA-PERMISSAO SECTION.
                 IF OPERADOR-INATIVO
                    MOVE 'N' TO WACESSO-OPCAO
                 ELSE
                    IF WOPCAO-INTERNA > 60
                       IF OPCAO-2-NEGADA(WOPCAO-INTERNA - 60) AND
                          NOT GRUPO-PERMITIDO(WGRUPO-ATALHO)
                          MOVE 'N' TO WACESSO-OPCAO
                       END-IF
                    ELSE
                       IF OPCAO-NEGADA(WOPCAO-INTERNA) AND
                          NOT GRUPO-PERMITIDO(WGRUPO-ATALHO)
                          MOVE 'N' TO WACESSO-OPCAO
                       END-IF
                    END-IF
                 END-IF
              END-IF
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF
           MOVE 1 TO WGRUPO-ATALHO.
       R-VERIFICA-PERMISSAO-1-EXIT.
           EXIT.

                      WQTD-PENDVEN WANTIGO-PENDVEN-COD
                      WQTD-REASSOC WQTD-LEADS WANTIGO-LEAD
                      WANTIGO-LEAD-COD WQTD-REJ
                      WQTD-PVIS WANTIGO-PVIS WANTIGO-PVIS-VEN
                      WQTD-SAC WQTD-SAC-VENC WANTIGO-SAC WANTIGO-SAC-NUM
                      WQTD-DEVMAIL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-CHAMSAC
              STRING 'CHAMADOS-SAC-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-CHAMSAC
           END-IF
           MOVE SPACES TO WANTIGO-PENDVEN WANTIGO-REASSOC WANTIGO-REJ
                          WANTIGO-DEVMAIL WANTIGO-DEVMAIL-DEST
           OPEN INPUT REDIST-PEND.
           IF FS-RDP = '00'
              PERFORM UNTIL FS-RDP NOT = '00'
                 END-IF
              END-PERFORM
              CLOSE REJPEND
           END-IF
           OPEN INPUT PENDVIS.
           IF FS-PVI = '00'
              PERFORM UNTIL FS-PVI NOT = '00'
                 READ PENDVIS NEXT
                 IF FS-PVI = '00'
                    ADD 1 TO WQTD-PVIS
                    IF WANTIGO-PVIS = ZEROES OR
                       DATA-ORIG-PVIS < WANTIGO-PVIS
                       MOVE DATA-ORIG-PVIS TO WANTIGO-PVIS
                       MOVE COD-VEN-PVIS TO WANTIGO-PVIS-VEN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PENDVIS
           END-IF
           OPEN INPUT CHAMSAC.
           IF FS-SAC = '00'
              PERFORM UNTIL FS-SAC NOT = '00'
                 READ CHAMSAC NEXT
                 IF FS-SAC = '00' AND SAC-PENDENTE
                    ADD 1 TO WQTD-SAC
                    IF DATA-PRAZO-SAC < WDATA-HOJE
                       ADD 1 TO WQTD-SAC-VENC
                    END-IF
                    IF WANTIGO-SAC = ZEROES OR
                       DATA-ABERTURA-SAC < WANTIGO-SAC
                       MOVE DATA-ABERTURA-SAC TO WANTIGO-SAC
                       MOVE NUMERO-SAC TO WANTIGO-SAC-NUM
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CHAMSAC
           END-IF
           OPEN INPUT OTBSTATUS.
           IF FS-OTS = '00'
              PERFORM UNTIL FS-OTS NOT = '00'
                 READ OTBSTATUS NEXT
                 IF FS-OTS = '00' AND OTS-DEVOLVIDO AND
                    NOT OTS-RESOLVIDO AND
                    DESTINO-OTS(1:9) = 'VENDEDOR-'
                    ADD 1 TO WQTD-DEVMAIL
                    IF WANTIGO-DEVMAIL = SPACES OR
                       DATA-HORA-RET-OTS < WANTIGO-DEVMAIL
                       MOVE DATA-HORA-RET-OTS TO WANTIGO-DEVMAIL
                       MOVE DESTINO-OTS TO WANTIGO-DEVMAIL-DEST
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OTBSTATUS
           END-IF.
       R-CONTA-FILAS-1-EXIT.
           EXIT.
           MOVE SPACES TO WLINHA-REJ
           STRING WQTD-REJ ' LOTE(S) - MAIS ANTIGO '
               FUNCTION TRIM(WANTIGO-REJ)
               DELIMITED BY SIZE INTO WLINHA-REJ
           MOVE SPACES TO WLINHA-PVIS
           STRING WQTD-PVIS ' VISITA(S) - MAIS ANTIGA VEN '
               WANTIGO-PVIS-VEN ' DE ' WANTIGO-PVIS
               DELIMITED BY SIZE INTO WLINHA-PVIS
           MOVE SPACES TO WLINHA-SAC
           STRING WQTD-SAC ' CHAMADO(S), ' WQTD-SAC-VENC
               ' VENCIDO(S) - MAIS ANTIGO ' WANTIGO-SAC-NUM
               DELIMITED BY SIZE INTO WLINHA-SAC
           MOVE SPACES TO WLINHA-DEVMAIL
           STRING WQTD-DEVMAIL ' DEVOLUCAO(OES) - MAIS ANTIGA '
               FUNCTION TRIM(WANTIGO-DEVMAIL-DEST) ' EM '
               WANTIGO-DEVMAIL(1:8)
               DELIMITED BY SIZE INTO WLINHA-DEVMAIL.
       R-MONTA-LINHAS-1-EXIT.
           EXIT.

