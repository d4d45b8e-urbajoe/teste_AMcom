              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRX.

       SELECT LINPROD ASSIGN TO DISK WID-ARQ-LINPROD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LIN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LPR.

       DATA DIVISION.
       FILE SECTION.
       FD VENDEDORES.
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

       FD  ARQIMPORT.
       01  ARQIMPORT-REC.
           02 DATA-FIM-AFASTAMENTO-PEND PIC  9(008).
           02 META-CLIENTES-PEND        PIC  9(005).
           02 LINHAS-HABILITADAS-PEND   PIC  X(015).
           02 MAX-VISITAS-DIA-PEND      PIC  9(003).
           02 TIPO-VEN-PEND             PIC  X(001).
           02 DATA-HORA-SOLIC-PEND      PIC  X(014).
           02 OPERADOR-SOLIC-PEND       PIC  X(020).
      *----ORIGEM DA PENDENCIA: C=CADASTRO (TELA), H=INTERFACE DO RH.
      *    NA ORIGEM H O EVENTO DIZ O QUE O RH INFORMOU (A=ADMISSAO,
      *    D=DESLIGAMENTO, L=INICIO DE LICENCA, R=RETORNO DE LICENCA,
      *    E=ENDERECO BASE). ADMISSAO DE CPF NOVO CHEGA COM O CODIGO
      *    JA RESERVADO E SEM CADASTRO NO ARQUIVO DE VENDEDORES.
           02 DATA-INICIO-AFAST-PEND    PIC  9(008).
           02 DATA-ADMISSAO-PEND        PIC  9(008).
           02 DATA-DESLIGAMENTO-PEND    PIC  9(008).
           02 ORIGEM-PEND               PIC  X(001).
              88 PEND-ORIGEM-RH               VALUE 'H'.
           02 EVENTO-RH-PEND            PIC  X(001).
              88 PEND-ADMISSAO-RH             VALUE 'A'.

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 LINHA-PRODUTO-CLI         PIC  X(003).
          02 CLASSIFICACAO-CLI         PIC  X(001).
          02 FREQ-VISITA-CLI           PIC  9(003).
          02 GRUPO-ECON-CLI            PIC  9(005).
          02 ATEND-REMOTO-CLI          PIC  X(001).
             88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD  ARQSIM.
       01  ARQSIM-REC.
           02 ENTIDADE-PROX             PIC  X(010).
           02 PROX-NUM                  PIC  9(007).

       FD LINPROD.
       01  REGISTRO-LINHA-PROD.
           02 CODIGO-LIN                PIC  X(003).
           02 DESCRICAO-LIN             PIC  X(040).
           02 STATUS-LIN                PIC  X(001).
              88 LIN-ATIVA                    VALUE 'A'.
              88 LIN-INATIVA                  VALUE 'I'.
           02 UNIDADE-LIN               PIC  X(030).

       WORKING-STORAGE SECTION.
       01 FS-SEQ.
           02 FS-SEQ-1                PIC 9.
           02 WLATITUDE-VEN-IMP          PIC S9(003)v9(008).
           02 WLONGITUDE-VEN-IMP         PIC S9(003)v9(008).
           02 WLINHAS-HAB-IMP            PIC  X(015).
           02 WTIPO-VEN-IMP              PIC  X(001).
           02 FILLER                     PIC X(413).

       01 WREGISTRO-VENDEDORES.
          02 WCHAVE-VEN.
          02 WMETA-CLIENTES-VEN         PIC  9(005).
      *----ATE 5 LINHAS DE PRODUTO DE 3 POSICOES, LADO A LADO.
          02 WLINHAS-HABILITADAS-VEN    PIC  X(015).
      *----VISITAS POR DIA NO PLANO (ZERO = PADRAO VISITAS-DIA-MAX).
          02 WMAX-VISITAS-DIA-VEN       PIC  9(003).
      *----PAPEL: C=CAMPO, K=KEY-ACCOUNT (SO VINCULO MANUAL TRAVADO),
      *    T=TELEVENDAS (SO CLIENTES DE ATENDIMENTO REMOTO).
          02 WTIPO-VEN                  PIC  X(001) VALUE 'C'.
             88 WVEN-TIPO-VALIDO              VALUE 'C' 'K' 'T'.
          02 WDATA-ADMISSAO-VEN         PIC  9(008).
          02 WDATA-DESLIGAMENTO-VEN     PIC  9(008).

       01 WSALVA-REG-VENDEDORES.
          02 WSALVA-CHAVE-VEN.
          02 WSALVA-DATA-INICIO-AFAST   PIC  9(008).
          02 WSALVA-DATA-FIM-AFAST      PIC  9(008).
          02 WSALVA-META-CLIENTES-VEN   PIC  9(005).
          02 WSALVA-LINHAS-HABILITADAS  PIC  X(015).
          02 WSALVA-MAX-VISITAS-DIA     PIC  9(003).
          02 WSALVA-TIPO-VEN            PIC  X(001).
          02 WSALVA-DATA-ADMISSAO       PIC  9(008).
          02 WSALVA-DATA-DESLIGAMENTO   PIC  9(008).

       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
          88 DECISAO-PULAR                   VALUE 'P' 'p'.
       01 WCONT-PEND-APROV              PIC 9(04) VALUE ZEROES.
       01 WCONT-PEND-REJ                PIC 9(04) VALUE ZEROES.
       01 WVEN-EXISTENTE                PIC X VALUE 'S'.
          88 VEN-EXISTENTE                   VALUE 'S'.

      *----AFASTAMENTO (LICENCA) DO VENDEDOR: QUANDO O STATUS PASSA A
      *    'L', OS CLIENTES COM VINCULO PRIMARIO ATIVO SAO REPASSADOS
       01 WMASC-TXT                        PIC X(018) VALUE SPACES.
       01 WMASC-IDX                        PIC 9(002) VALUE ZEROES.

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY) E OS
      *    VALORES ORIGINAIS/EXIBIDOS DO CPF NAS TELAS DO VENDEDOR.
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
       01 WMSK-ORIG-CPF           PIC X(018) VALUE SPACES.
       01 WMSK-EXIB-CPF           PIC X(018) VALUE SPACES.
       01 WMSK-CPF-ATUAL          PIC X(014) VALUE SPACES.
       01 WMSK-CPF-PROP           PIC X(014) VALUE SPACES.
       01 WAUD-CPF-COD            PIC 9(003) VALUE ZEROES.
       01 WAUD-CPF-NUM            PIC 9(014) VALUE ZEROES.
       01 WAUD-CPF-TELA           PIC X(010) VALUE SPACES.
       01 WAUD-CPF-CHAVE          PIC X(027) VALUE SPACES.
       01 WAUD-CPF-ULT            PIC X(027) VALUE SPACES.

      *----RELATORIO DE PENDENCIAS ANTIGAS (IDADE EM DIAS CONFIGURADA
      *    PELO APROVADOR NA TELA; PADRAO 30).
       01 WPEND-DIAS-LIMITE   PIC 9(003) VALUE 30.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'vendedores'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

      *----CADASTRO DE LINHAS DE PRODUTO (VER LINHA-PROD.CPY).
       01 WLINHAS-VEN-VALIDAS     PIC X VALUE 'S'.
          88 LINHAS-VEN-VALIDAS        VALUE 'S'.
       01 WTIPO-VEN-VALIDO        PIC X VALUE 'S'.
          88 TIPO-VEN-VALIDO           VALUE 'S'.
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

           MOVE WID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTES
           MOVE WMAX-CLI-VEN-LID TO WMAX-CLI-VEN-SIM
           PERFORM ABRE-VEN
           PERFORM S-CARREGA-LINHAS-PROD
                 THRU R-CARREGA-LINHAS-PROD-1-EXIT
           MOVE 'INICIO' TO WSES-EVENTO
           PERFORM S-MARCA-SESSAO
           PERFORM ACCEPTA-OPCAO.
           MOVE 'F'             TO WCGCCPF-1
           MOVE WCPF-VEN-IMP    TO WCGCCPF-2
           PERFORM VALIDA-CNPJ THRU VALIDA-CNPJ-EXIT
           MOVE WLINHAS-HAB-IMP TO WLPR-SLOTS
           PERFORM S-VALIDA-SLOTS-LINHA THRU R-VALIDA-SLOTS-LINHA-1-EXIT
      *----PAPEL EM BRANCO NO ARQUIVO = CAMPO.
           MOVE WTIPO-VEN-IMP TO WTIPO-VEN
           IF WTIPO-VEN = SPACE
              MOVE 'C' TO WTIPO-VEN
           END-IF
           IF DOC-INVALIDO
              MOVE WCODIGO-VEN-IMP TO RJ-CODIGO-VEN
              MOVE 'CPF INVALIDO' TO RJ-MOTIVO
              WRITE REG-REJEITADO
              ADD 1 TO WCONT-REJ
           ELSE
              IF NOT LPR-VALIDA OR NOT WVEN-TIPO-VALIDO
                 MOVE WCODIGO-VEN-IMP TO RJ-CODIGO-VEN
                 EVALUATE TRUE
                    WHEN NOT WVEN-TIPO-VALIDO
                       MOVE 'PAPEL DO VENDEDOR INVALIDO' TO RJ-MOTIVO
                    WHEN LPR-INATIVA
                       MOVE 'LINHA PRODUTO INATIVA' TO RJ-MOTIVO
                    WHEN OTHER
                       MOVE 'LINHA PRODUTO NAO CADASTRADA' TO RJ-MOTIVO
                 END-EVALUATE
                 MOVE SPACES TO RJ-STATUS
                 WRITE REG-REJEITADO
                 ADD 1 TO WCONT-REJ
              ELSE
                 MOVE WCODIGO-VEN-IMP     TO CODIGO-VEN
                 PERFORM LER-VEN
                 IF FS-VEN = '23'
                    MOVE WCODIGO-VEN-IMP    TO CODIGO-VEN
                    MOVE WCPF-VEN-IMP       TO CPF-VEN
                    MOVE WNOME-VEN-IMP      TO WNORM-TEXTO
                    PERFORM S-NORMALIZA-TEXTO
                          THRU S-NORMALIZA-TEXTO-EXIT
                    MOVE WNORM-TEXTO(1:40) TO NOME-VEN
                    MOVE WLATITUDE-VEN-IMP  TO LATITUDE-VEN
                    MOVE WLONGITUDE-VEN-IMP TO LONGITUDE-VEN
                    MOVE 'A'                TO STATUS-VEN
                    MOVE ZEROES             TO DATA-INICIO-AFASTAMENTO
                    MOVE ZEROES             TO DATA-FIM-AFASTAMENTO
                    MOVE ZEROES             TO META-CLIENTES-VEN
                    MOVE WLINHAS-HAB-IMP    TO LINHAS-HABILITADAS-VEN
                    MOVE ZEROES             TO MAX-VISITAS-DIA-VEN
                    MOVE WTIPO-VEN          TO TIPO-VEN
                    MOVE ZEROES             TO DATA-ADMISSAO-VEN
                    MOVE ZEROES             TO DATA-DESLIGAMENTO-VEN
                    WRITE REGISTRO-VENDEDORES
                    IF FS-VEN = '00'
                       ADD 1 TO WCONT
                       MOVE WCODIGO-VEN-IMP TO RST-CODIGO-VEN
                       WRITE REG-RESTART
                    ELSE
                       MOVE WCODIGO-VEN-IMP TO RJ-CODIGO-VEN
                       MOVE 'ERRO DE GRAVACAO' TO RJ-MOTIVO
                       MOVE FS-VEN TO RJ-STATUS
                       WRITE REG-REJEITADO
                       ADD 1 TO WCONT-REJ
                    END-IF
                 ELSE
                    MOVE WCODIGO-VEN-IMP TO RJ-CODIGO-VEN
                    MOVE 'CODIGO DUPLICADO' TO RJ-MOTIVO
                    MOVE SPACES TO RJ-STATUS
                    WRITE REG-REJEITADO
                    ADD 1 TO WCONT-REJ
                 END-IF
              END-IF
           END-IF.


       COPY MASCARACPFCNPJ.CPY.

       COPY MASCARADADOS.CPY.


       S-CHECA-GERADOR SECTION.
       R-CHECA-GERADOR-1.

       COPY OUTBOX.CPY.

       COPY LINHA-PROD.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
