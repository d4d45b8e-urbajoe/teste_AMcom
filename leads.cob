              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRX.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT PROSPECCAO ASSIGN TO DISK WID-ARQ-PROSPECCAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-LEAD-PRP
              ALTERNATE RECORD KEY IS COD-VEN-PRP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PRP.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-VAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VAT.

       DATA DIVISION.
       FILE SECTION.
      *----AREA DE TRIAGEM DE LEADS VINDOS DE FORA DO SISTEMA (CRM,
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD  ARQIMPORT.
       01  ARQIMPORT-REC.
           02 ENTIDADE-PROX             PIC  X(010).
           02 PROX-NUM                  PIC  9(007).

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 CHAVE-DIS.
              03 CODIGO-CLI-DIS         PIC  9(007).
              03 CODIGO-VEN-DIS         PIC  9(003).
           02 DISTANCIA-DIS             PIC S9(008)v9(003).
           02 TIPO-DIS                  PIC  X(001).
              88 VEN-PRIMARIO                 VALUE '1'.
              88 VEN-RESERVA                  VALUE '2'.
           02 DATA-INICIO-DIS           PIC  9(008).
           02 DATA-FIM-DIS              PIC  9(008).
           02 LOCK-DIS                  PIC  X(001).
              88 DIS-TRAVADO                  VALUE 'S'.
              88 DIS-LIVRE                    VALUE 'N' SPACE.
           02 MOTIVO-FIM-DIS            PIC  X(002).

      *----VENDEDOR DE PROSPECCAO DESIGNADO AO LEAD (VIDE
      *    PROSPECCAO.COB): NA PROMOCAO ELE E OFERECIDO COMO O
      *    VINCULO PRIMARIO INICIAL, TRAVADO, DO NOVO CLIENTE.
       FD PROSPECCAO.
       01  REGISTRO-PROSP.
           02 CODIGO-LEAD-PRP           PIC  9(007).
           02 COD-VEN-PRP               PIC  9(003).
           02 DISTANCIA-PRP             PIC S9(008)v9(003).
           02 DATA-PRP                  PIC  9(008).

       FD VINCATUAL.
       01  REGISTRO-VINC-ATUAL.
           02 CODIGO-CLI-VAT            PIC  9(007).
           02 VEN-PRIM-VAT              PIC  9(003).
           02 DIST-PRIM-VAT             PIC S9(008)v9(003).
           02 VEN-RES-VAT               PIC  9(003).
           02 DIST-RES-VAT              PIC S9(008)v9(003).

       WORKING-STORAGE SECTION.
       01 FS-PRX.
           02 FS-PRX-1                PIC 9.
       01 WPROX-RESERVADO          PIC 9(007) VALUE ZEROES.
       01 WCOD-CLI-PROMOCAO        PIC 9(007) VALUE ZEROES.

       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-PRP.
           02 FS-PRP-1                PIC 9.
           02 FS-PRP-2                PIC 9.
           02 FS-PRP-R REDEFINES FS-PRP-2 PIC 99 COMP-X.
       01 FS-VAT.
           02 FS-VAT-1                 PIC 9.
           02 FS-VAT-2                 PIC 9.
           02 FS-VAT-R REDEFINES FS-VAT-2 PIC 99 COMP-X.
       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-PROSPECCAO      PIC X(50) VALUE 'PROSPECCAO.DAT'.
       01 WID-ARQ-VINCATUAL       PIC X(50) VALUE 'VINCULO-ATUAL.DAT'.
       01 WVAT-DISPONIVEL         PIC X VALUE 'N'.
          88 VAT-DISPONIVEL            VALUE 'S'.
       01 WVAT-CLI                PIC 9(007) VALUE ZEROES.
       01 WVAT-PRIM               PIC 9(003) VALUE ZEROES.
       01 WVAT-RES                PIC 9(003) VALUE ZEROES.
       01 WVAT-DIST-PRIM          PIC S9(008)V9(003) VALUE ZEROES.
       01 WVAT-DIST-RES           PIC S9(008)V9(003) VALUE ZEROES.
       01 WVAT-FS-SALVA            PIC X(002) VALUE SPACES.

      *----PROSPECCAO E DISTRIBUICAO SAO OPCIONAIS NA TRIAGEM: SEM
      *    ELAS A PROMOCAO SO CRIA O CLIENTE, SEM VINCULO INICIAL.
       01 WPRP-DISPONIVEL         PIC X VALUE 'N'.
          88 PRP-DISPONIVEL            VALUE 'S'.
       01 WDIS-DISPONIVEL         PIC X VALUE 'N'.
          88 DIS-DISPONIVEL            VALUE 'S'.
       01 WVEN-PROSP-LEAD         PIC 9(003) VALUE ZEROES.
       01 WDIST-PROSP-LEAD        PIC S9(008)V9(003) VALUE ZEROES.
       77 WCONT-FIXADOS           PIC 9(004) VALUE ZEROES.

      *----PARAMETROS DO PICKER DE BUSCA POR NOME (VIDE buscanome).
       01 PICK-PARM.
          02 PICK-ENTIDADE         PIC X(001) VALUE SPACE.
       77 WCONT           PIC 9(04) VALUE ZEROES.
       77 WCONT-REJ       PIC 9(04) VALUE ZEROES.

       01 WMASC-TIPO                       PIC X(01) VALUE 'J'.
       01 WMASC-NUM                        PIC 9(014) VALUE ZEROES.
       01 WMASC-TXT                        PIC X(018) VALUE SPACES.
       01 WMASC-IDX                        PIC 9(002) VALUE ZEROES.

      *----MASCARA DE DADOS PESSOAIS (VIDE MASCARADADOS.CPY) E OS
      *    VALORES ORIGINAIS/EXIBIDOS DAS TELAS DE LEAD.
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

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROS.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'leads'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           PERFORM ACCEPTA-OPCAO.
       ABERTURA-EXIT.
           CLOSE LEADS CLIENTES
           IF PRP-DISPONIVEL
              CLOSE PROSPECCAO
           END-IF
           IF DIS-DISPONIVEL
              CLOSE DISTRIBUICAO
           END-IF
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           EXIT PROGRAM.

       ACCEPTA-OPCAO.
           OPEN I-O LEADS.
           IF FS-LEA NOT = '00'
              MOVE FS-LEA TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-LEADS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ LEADS: ' WFS-DESC-TRADUZIDA
           OPEN I-O CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
      *----MULTIEMPRESA: A PROSPECCAO E O RESUMO DE VINCULOS
      *    ACOMPANHAM A DISTRIBUICAO DA EMPRESA CORRENTE.
           IF WEMPRESA-LID NOT = SPACES AND
              WEMPRESA-LID NOT = '01'
              MOVE SPACES TO WID-ARQ-PROSPECCAO
              STRING 'PROSPECCAO-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-PROSPECCAO
              MOVE SPACES TO WID-ARQ-VINCATUAL
              STRING 'VINCULO-ATUAL-E' WEMPRESA-LID '.DAT'
                  DELIMITED BY SIZE INTO WID-ARQ-VINCATUAL
           END-IF
           MOVE 'N' TO WPRP-DISPONIVEL
           OPEN I-O PROSPECCAO
           IF FS-PRP = '00'
              MOVE 'S' TO WPRP-DISPONIVEL
           END-IF
           MOVE 'N' TO WDIS-DISPONIVEL
           MOVE WID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO
           OPEN I-O DISTRIBUICAO
           IF FS-DIS = '00'
              MOVE 'S' TO WDIS-DISPONIVEL
              PERFORM S-ABRE-VINCATUAL THRU R-ABRE-VINCATUAL-1-EXIT
           END-IF.
       ABRE-LEADS-EXIT.
           EXIT.

       COPY VALIDACNPJCPF.CPY.

       COPY VINC-ATUAL.CPY.

       COPY MASCARACPFCNPJ.CPY.

       COPY MASCARADADOS.CPY.

       COPY FS-TRADUZ.CPY.
