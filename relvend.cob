              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-MAC.

       SELECT AUDITORIA  ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AUD.

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

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
       01  MACROREG-REC.
           05  MACROREG-DATA-01    PIC X(00080).

       FD  AUDITORIA.
       01  AUDITORIA-REC.
           05  AUDITORIA-DATA-01   PIC X(00400).

       WORKING-STORAGE SECTION.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
       01 WMASC-TXT                        PIC X(018) VALUE SPACES.
       01 WMASC-IDX                        PIC 9(002) VALUE ZEROES.

      *----CPF DO VENDEDOR NOS RELATORIOS: MASCARADO PARA OPERADOR SEM
      *    ACESSO INTEGRAL A DADOS PESSOAIS; QUANDO SAI POR INTEIRO, A
      *    EXIBICAO FICA REGISTRADA EM AUDITORIA.DAT.
       01 WREL-CPF                         PIC X(014) VALUE SPACES.
       01 WMSK-TIPO                        PIC X(001) VALUE SPACE.
       01 WMSK-TXT                         PIC X(080) VALUE SPACES.
       01 WMSK-AUX                         PIC X(080) VALUE SPACES.
       01 WMSK-CAR                         PIC X(001) VALUE SPACE.
       77 WMSK-IDX                         PIC 9(003) VALUE ZEROES.
       77 WMSK-INI                         PIC 9(003) VALUE ZEROES.
       77 WMSK-FIM                         PIC 9(003) VALUE ZEROES.
       77 WMSK-QTD                         PIC 9(003) VALUE ZEROES.
       77 WMSK-ORD                         PIC 9(003) VALUE ZEROES.
       77 WMSK-BARRAS                      PIC 9(003) VALUE ZEROES.
       01 WMSK-FIM-SEQ                     PIC X(001) VALUE SPACE.
       01 WMSK-CNPJ                        PIC 9(014) VALUE ZEROES.
       01 WMSK-RAZAO                       PIC X(040) VALUE SPACES.
       01 WMSK-RAIZ                        PIC X(010) VALUE SPACES.
       01 WMSK-PF                          PIC X(001) VALUE SPACE.
       01 FS-AUD.
           02 FS-AUD-1                PIC 9.
           02 FS-AUD-2                PIC 9.
           02 FS-AUD-R REDEFINES FS-AUD-2 PIC 99 COMP-X.
       01 WID-ARQ-AUDITORIA        PIC X(50) VALUE 'AUDITORIA.DAT'.
       01 WAUD-DATA-HORA           PIC X(014).
       01 WAUD-USUARIO             PIC X(020).
       01 WAUD-SAIDA               PIC X(054).

       01 WFILTRO-STATUS  PIC X VALUE 'T'.
          88 FILTRO-SOMENTE-ATIVOS    VALUE 'A'.
          88 FILTRO-SOMENTE-INATIVOS  VALUE 'I'.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relvend'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY LAY-REL-VEN.CPY.
       COPY FUNCAO.CPY.
           ELSE
              MOVE 'm' TO WDESC-UNIDADE-VEN
           END-IF
           MOVE SPACES TO WARQ-SAIDA-LID
           PERFORM ABRE-VEN
           IF WSAIDA NOT = ZEROES
              MOVE 8 TO RETURN-CODE
              GO TO ABERTURA-EXIT
           END-IF
      *----EM LOTE (ASSINATURA DE RELATORIO) SAI SEM TELA A LISTAGEM
      *    POR REGIAO COM SUBTOTAIS (OPCAO 5), COM O FILTRO DE
      *    REGIAO/VENDEDOR DO LINK-DADOS.
           IF MODO-BATCH
              MOVE 'R' TO WOPCAO5
              PERFORM S-OPCAO5
              GO TO ABERTURA-EXIT
           END-IF
           PERFORM ACCEPTA-OPCAO.
       ABERTURA-EXIT.
           CLOSE VENDEDORES DISTRIBUICAO
           OPEN I-O VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
                 STOP RUN
              END-IF
              MOVE 1 TO WSAIDA
              GO TO ABRE-VEN-EXIT
           END-IF
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
                     DELIMITED BY SIZE INTO WTXT
              MOVE FS-DIS TO WST
              DISPLAY TELA-MENSAGEM
              IF MODO-INTERATIVO
                 ACCEPT WX
                 STOP RUN
              END-IF
              MOVE 1 TO WSAIDA
              GO TO ABRE-VEN-EXIT
           END-IF
      *----REGIAO.DAT E OPCIONAL: SEM O CADASTRO DE REGIAO OS
      *    RELATORIOS SAEM COM O CODIGO PURO NO LUGAR DO NOME, SEM

       COPY MASCARACPFCNPJ.CPY.

       COPY MASCARADADOS.CPY.

       COPY CATALOGO.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
