                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EMP.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CH01-CLI-1 =
                                          CODIGO
                                          RAZAO WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO-1
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT BALANCO ASSIGN TO DISK WID-ARQ-BALANCO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-BAL.

       SELECT REGRAS  ASSIGN TO DISK WID-ARQ-REGRAS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RGR.

       SELECT CALENDARIO ASSIGN TO DISK WID-ARQ-CALENDARIO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKRUN.
       01  EMPRESAS-REC.
           05  EMPRESAS-DATA-01    PIC X(00300).

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 STATUS-CLI            PIC  X(001).
             88 CLI-ATIVO                VALUE 'A'.
             88 CLI-INATIVO              VALUE 'I'.
          02 ENDERECO              PIC  X(060).
          02 TELEFONE              PIC  X(015).
          02 EMAIL                 PIC  X(050).
          02 LINHA-PRODUTO-CLI         PIC  X(003).
          02 CLASSIFICACAO-CLI         PIC  X(001).
          02 FREQ-VISITA-CLI           PIC  9(003).
          02 GRUPO-ECON-CLI            PIC  9(005).
          02 ATEND-REMOTO-CLI          PIC  X(001).
             88 CLI-ATEND-REMOTO            VALUE 'S'.

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

      *----TOTAIS DE CONTROLE GRAVADOS PELOS PASSOS E PELA PROPRIA
      *    CADEIA (VIDE BALANCO.CPY).
       FD  BALANCO.
       01  BALANCO-REC.
           05  BALANCO-DATA-01     PIC X(00120).

      *----REGRAS DE BALANCEAMENTO OPCIONAIS (CADEIA-REGRAS.DAT),
      *    CONFERIDAS DEPOIS DE CADA PASSO TERMINADO COM 'OK':
      *    PASSO(2),TOTAL,REGRA,REFERENCIA,LIMITE(ATE 5),DIAS
      *    REGRA PCT   - TOTAL DENTRO DE LIMITE% DA REFERENCIA
      *          IGUAL - TOTAL IGUAL A REFERENCIA
      *          MIN   - TOTAL NAO MENOR QUE A REFERENCIA (OU LIMITE)
      *          MAX   - TOTAL NAO MAIOR QUE A REFERENCIA (OU LIMITE)
      *    REFERENCIA E OUTRO TOTAL DO MESMO PASSO; EM BRANCO, MIN E
      *    MAX USAM O LIMITE. DIAS 'U' = SO EM DIA UTIL (SEG A SEX,
      *    FORA OS DIAS FECHADOS DO CALENDARIO.DAT). TOTAL NAO GRAVADO
      *    PELO PASSO VALE ZERO. LINHA COM '*' NA COLUNA 1 E
      *    COMENTARIO. A CADEIA GRAVA EM TODO PASSO CLIENTES-ATIVOS,
      *    VINCULOS-ABERTOS E OS MESMOS COM SUFIXO -ANTES. EXEMPLOS:
      *    01,VINCULOS-ABERTOS,PCT,VINCULOS-ABERTOS-ANTES,00010,
      *    03,CLIENTES-EXPORTADOS,IGUAL,CLIENTES-ATIVOS,,
      *    15,LINHAS-CARREGADAS,MIN,,00001,U
       FD  REGRAS.
       01  REGRAS-REC.
           05  REGRAS-DATA-01      PIC X(00120).

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           05  CALENDARIO-DATA-01  PIC X(00080).

       WORKING-STORAGE SECTION.
       01 LINK-DADOS.
          02 LID-ARQ-CLIENTE.
          02 LID-EMPRESA.
             03 WEMPRESA-LID           PIC X(002) VALUE '01'.

          02 LID-FILTRO-RELATORIO.
             03 WFILTRO-REGIAO-LID     PIC 9(003) VALUE ZEROES.
             03 WFILTRO-VEN-LID        PIC 9(003) VALUE ZEROES.
             03 WARQ-SAIDA-LID         PIC X(054) VALUE SPACES.

          02 LID-TREINAMENTO.
             03 WTREINAMENTO-LID       PIC X(001) VALUE 'N'.
                88 EMPRESA-TREINAMENTO       VALUE 'S'.

          02 LID-NIVEL-DADOS.
             03 WNIVEL-DADOS-LID       PIC X(001) VALUE '2'.
                88 DADOS-INTEGRAIS           VALUE '2'.

       01 FS-LCK.
          02 FS-LCK-1                 PIC 9.
          02 FS-LCK-2                 PIC 9.
       01 WEMP-T-VEN           PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS           PIC X(050) VALUE SPACES.
       01 WEMP-T-REG           PIC X(050) VALUE SPACES.
       01 WEMP-T-TIPO          PIC X(001) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'cadeianoturna'.

       01 FS-CLI.
          02 FS-CLI-1                 PIC 9.
          02 FS-CLI-2                 PIC 9.
          02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-DIS.
          02 FS-DIS-1                 PIC 9.
          02 FS-DIS-2                 PIC 9.
          02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-BAL.
          02 FS-BAL-1                 PIC 9.
          02 FS-BAL-2                 PIC 9.
          02 FS-BAL-R REDEFINES FS-BAL-2 PIC 99 COMP-X.
       01 FS-RGR.
          02 FS-RGR-1                 PIC 9.
          02 FS-RGR-2                 PIC 9.
          02 FS-RGR-R REDEFINES FS-RGR-2 PIC 99 COMP-X.
       01 FS-CAL.
          02 FS-CAL-1                 PIC 9.
          02 FS-CAL-2                 PIC 9.
          02 FS-CAL-R REDEFINES FS-CAL-2 PIC 99 COMP-X.
       01 WID-ARQ-BALANCO      PIC X(50) VALUE 'CADEIA-BALANCO.DAT'.
       01 WID-ARQ-REGRAS       PIC X(50) VALUE 'CADEIA-REGRAS.DAT'.
       01 WID-ARQ-CALENDARIO   PIC X(50) VALUE 'CALENDARIO.DAT'.

      *----CAMPOS DO BALANCO.CPY.
       01 WBAL-EMPRESA         PIC X(002) VALUE SPACES.
       01 WBAL-PROGRAMA        PIC X(020) VALUE SPACES.
       01 WBAL-TOTAL           PIC X(030) VALUE SPACES.
       01 WBAL-VALOR           PIC 9(011) VALUE ZEROES.

      *----LINHAS DO CADEIA-BALANCO.DAT ANTES DO PASSO: SO AS LINHAS
      *    GRAVADAS DEPOIS DESSA POSICAO SAO TOTAIS DO PASSO.
       77 WBAL-LINHAS-INICIO   PIC 9(007) VALUE ZEROES.
       77 WBAL-LINHAS-LIDAS    PIC 9(007) VALUE ZEROES.
       01 WBL-TS               PIC X(014) VALUE SPACES.
       01 WBL-EMPRESA          PIC X(002) VALUE SPACES.
       01 WBL-PROGRAMA         PIC X(020) VALUE SPACES.
       01 WBL-TOTAL            PIC X(030) VALUE SPACES.
       01 WBL-VALOR            PIC X(011) VALUE SPACES.

       77 WCLI-ATIVOS          PIC 9(011) VALUE ZEROES.
       77 WVIN-ABERTOS         PIC 9(011) VALUE ZEROES.
       77 WCLI-ATIVOS-ANTES    PIC 9(011) VALUE ZEROES.
       77 WVIN-ABERTOS-ANTES   PIC 9(011) VALUE ZEROES.
       01 WMESTRES-CONTADOS    PIC X VALUE 'N'.
          88 MESTRES-CONTADOS      VALUE 'S'.

      *----TOTAIS DO PASSO (O ULTIMO GRAVADO COM O MESMO NOME VALE).
       77 WQTD-TOTAIS          PIC 99 VALUE ZEROES.
       77 WIDX-TOT             PIC 99 VALUE ZEROES.
       01 WTAB-TOTAIS.
          02 WTOT-LIN OCCURS 40 TIMES.
             03 WTOT-NOME           PIC X(030).
             03 WTOT-VALOR          PIC 9(011).
       01 WBUSCA-NOME          PIC X(030) VALUE SPACES.
       77 WBUSCA-VALOR         PIC 9(011) VALUE ZEROES.

       77 WQTD-REGRAS          PIC 99 VALUE ZEROES.
       77 WIDX-RGR             PIC 99 VALUE ZEROES.
       01 WTAB-REGRAS.
          02 WRGR-LIN OCCURS 30 TIMES.
             03 WRGR-PASSO          PIC 9(002).
             03 WRGR-TOTAL          PIC X(030).
             03 WRGR-TIPO           PIC X(005).
             03 WRGR-REF            PIC X(030).
             03 WRGR-LIMITE         PIC 9(005).
             03 WRGR-DIAS           PIC X(001).
                88 RGR-SO-DIA-UTIL       VALUE 'U'.
       01 WRG-PASSO            PIC X(002) VALUE SPACES.
       01 WRG-TOTAL            PIC X(030) VALUE SPACES.
       01 WRG-TIPO             PIC X(005) VALUE SPACES.
       01 WRG-REF              PIC X(030) VALUE SPACES.
       01 WRG-LIMITE           PIC X(005) VALUE SPACES.
       01 WRG-DIAS             PIC X(001) VALUE SPACES.
       01 WRG-VALIDA           PIC X VALUE 'S'.
          88 RG-VALIDA             VALUE 'S'.

       77 WVAL-TOTAL           PIC 9(011) VALUE ZEROES.
       77 WVAL-REF             PIC 9(011) VALUE ZEROES.
       77 WVAL-DIF             PIC 9(011) VALUE ZEROES.
       01 WBALANCO-OK          PIC X VALUE 'S'.
          88 BALANCO-OK            VALUE 'S'.
       01 WREGRA-OK            PIC X VALUE 'S'.
          88 REGRA-OK              VALUE 'S'.
       77 WRC-PASSO            PIC S9(004) VALUE ZEROES.

      *----DIA UTIL PARA AS REGRAS 'U' (MESMO CRITERIO DO
      *    EXEDISTRCLIBATCH, COM SABADO E DOMINGO SEMPRE FECHADOS).
       01 WDATA-CAL            PIC X(008) VALUE SPACES.
       01 WTAB-DIAS-SEMANA     PIC X(021)
              VALUE 'SEGTERQUAQUISEXSABDOM'.
       77 WNUM-DIA-SEMANA      PIC 9(001) VALUE ZERO.
       01 WSIGLA-DIA-HOJE      PIC X(003) VALUE SPACES.
       01 WDIA-UTIL            PIC X VALUE 'S'.
          88 DIA-UTIL              VALUE 'S'.

       COPY ERROLOG.CPY.

       PROCEDURE DIVISION.
       INICIO.
                     ',ERRO,CADEIA NAO INICIADA - EMPRESA '
                     WEMPRESA-ARG ' NAO CADASTRADA EM EMPRESAS.DAT'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              MOVE 'F' TO WERR-SEVERIDADE
              PERFORM S-ERRO-CENTRAL
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *----EMPRESA DE TREINAMENTO: A CADEIA RODA, MAS OS PASSOS QUE
      *    GERAM ARQUIVO DE INTERFACE SE RECUSAM E A CAIXA DE SAIDA
      *    (OUTBOX.CPY) NAO GRAVA NADA.
           IF EMPRESA-TREINAMENTO
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,CADEIA DA EMPRESA DE TREINAMENTO '
                     WEMPRESA-LID ' - SEM OUTBOX E SEM INTERFACES'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WDATA-HOJE
           PERFORM S-MONTA-PASSOS THRU R-MONTA-PASSOS-EXIT
           PERFORM S-LE-STEPS THRU R-LE-STEPS-EXIT
           PERFORM S-LE-ESTADO THRU R-LE-ESTADO-EXIT
           PERFORM S-LE-REGRAS THRU R-LE-REGRAS-EXIT
           PERFORM S-VERIFICA-DIA-UTIL THRU R-VERIFICA-DIA-UTIL-EXIT
      *----RECUSA A EXECUCAO SE O LOCK DE UMA CADEIA ANTERIOR AINDA
      *    ESTIVER ATIVO (MESMA DISCIPLINA DOS DEMAIS BATCHES).
           OPEN INPUT LOCKRUN
           WRITE LOCKRUN-REC
           CLOSE LOCKRUN
           MOVE 'N' TO WPARAR-CADEIA
      *----CONTAGEM INICIAL DOS MESTRES: E O 'ANTES' DO PRIMEIRO
      *    PASSO EXECUTADO.
           PERFORM S-CONTA-MESTRES THRU R-CONTA-MESTRES-EXIT
           PERFORM S-EXECUTA-PASSO THRU R-EXECUTA-PASSO-1-EXIT
                   VARYING WIDX-PASSO FROM 1 BY 1
                   UNTIL WIDX-PASSO > WQTD-PASSOS OR PARAR-CADEIA
                  ',ERRO,CADEIA NAO INICIADA - LOCK DE EXECUCAO '
                  'ANTERIOR AINDA PRESENTE (' LOCKRUN-DATA-INICIO ')'
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           PERFORM S-ERRO-CENTRAL
           WRITE LOGRUN-REC
           CLOSE LOGRUN.

      *    CARREGA OS ARQUIVOS DA EMPRESA CORRESPONDENTE DE
      *    EMPRESAS.DAT (COD,NOME,ARQ-CLI,ARQ-VEN,ARQ-DIS,ARQ-REG POR
      *    VIRGULA). CAMPO DE ARQUIVO EM BRANCO MANTEM O NOME PADRAO.
      *    O SETIMO CAMPO 'T' MARCA A EMPRESA DE TREINAMENTO.
       S-LE-EMPRESA-ARG SECTION.
       R-LE-EMPRESA-ARG-1.
           MOVE 'N' TO WEMP-ACHOU
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                                   WEMP-T-TIPO
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                             WEMP-T-TIPO
                    IF WEMP-T-COD = WEMPRESA-ARG
                       MOVE 'S' TO WEMP-ACHOU
                       MOVE WEMPRESA-ARG TO WEMPRESA-LID
                       IF WEMP-T-TIPO = 'T'
                          MOVE 'S' TO WTREINAMENTO-LID
                       END-IF
                       IF WEMP-T-CLI NOT = SPACES
                          MOVE WEMP-T-CLI TO WID-ARQ-CLIENTE-1
                       END-IF
       R-LE-EMPRESA-ARG-EXIT.
           EXIT.

      *----O PASSO 00 (parametros EM MODO BATCH) VEM ANTES DE TODOS:
      *    APLICA AS MUDANCAS AGENDADAS DO CONFIG.DAT QUE ENTRARAM EM
      *    VIGENCIA, PARA QUE OS PASSOS SEGUINTES JA RODEM COM ELAS.
      *    UMA CADEIA-STEPS.DAT PROPRIA DEVE TRAZER A LINHA
      *    00,parametros,00,N,S NO INICIO.
       S-MONTA-PASSOS SECTION.
       R-MONTA-PASSOS-1.
           INITIALIZE WTAB-PASSOS
           MOVE 16 TO WQTD-PASSOS
           MOVE 00 TO WPASSO-SEQ(1)
           MOVE 'parametros' TO WPASSO-PROG(1)
           MOVE 00 TO WPASSO-DEP(1)
           MOVE 'N' TO WPASSO-PARA-ERRO(1)
           MOVE 'S' TO WPASSO-USA-LINK(1)
           MOVE 01 TO WPASSO-SEQ(2)
           MOVE 'ExeDistrCliBatch' TO WPASSO-PROG(2)
           MOVE 00 TO WPASSO-DEP(2)
           MOVE 'S' TO WPASSO-PARA-ERRO(2)
           MOVE 'N' TO WPASSO-USA-LINK(2)
           MOVE 02 TO WPASSO-SEQ(3)
           MOVE 'consistencia' TO WPASSO-PROG(3)
           MOVE 01 TO WPASSO-DEP(3)
           MOVE 'S' TO WPASSO-PARA-ERRO(3)
           MOVE 'S' TO WPASSO-USA-LINK(3)
           MOVE 03 TO WPASSO-SEQ(4)
           MOVE 'exportafat' TO WPASSO-PROG(4)
           MOVE 02 TO WPASSO-DEP(4)
           MOVE 'N' TO WPASSO-PARA-ERRO(4)
           MOVE 'S' TO WPASSO-USA-LINK(4)
           MOVE 04 TO WPASSO-SEQ(5)
           MOVE 'exportbi' TO WPASSO-PROG(5)
           MOVE 02 TO WPASSO-DEP(5)
           MOVE 'N' TO WPASSO-PARA-ERRO(5)
           MOVE 'S' TO WPASSO-USA-LINK(5)
           MOVE 05 TO WPASSO-SEQ(6)
           MOVE 'arqdistmes' TO WPASSO-PROG(6)
           MOVE 02 TO WPASSO-DEP(6)
           MOVE 'N' TO WPASSO-PARA-ERRO(6)
           MOVE 'N' TO WPASSO-USA-LINK(6)
           MOVE 06 TO WPASSO-SEQ(7)
           MOVE 'expurgahist' TO WPASSO-PROG(7)
           MOVE 00 TO WPASSO-DEP(7)
           MOVE 'N' TO WPASSO-PARA-ERRO(7)
           MOVE 'N' TO WPASSO-USA-LINK(7)
           MOVE 07 TO WPASSO-SEQ(8)
           MOVE 'pacotemensal' TO WPASSO-PROG(8)
           MOVE 05 TO WPASSO-DEP(8)
           MOVE 'N' TO WPASSO-PARA-ERRO(8)
           MOVE 'N' TO WPASSO-USA-LINK(8)
           MOVE 08 TO WPASSO-SEQ(9)
           MOVE 'backupger' TO WPASSO-PROG(9)
           MOVE 00 TO WPASSO-DEP(9)
           MOVE 'N' TO WPASSO-PARA-ERRO(9)
           MOVE 'S' TO WPASSO-USA-LINK(9)
           MOVE 09 TO WPASSO-SEQ(10)
           MOVE 'histdist' TO WPASSO-PROG(10)
           MOVE 05 TO WPASSO-DEP(10)
           MOVE 'N' TO WPASSO-PARA-ERRO(10)
           MOVE 'N' TO WPASSO-USA-LINK(10)
           MOVE 10 TO WPASSO-SEQ(11)
           MOVE 'adiavisita' TO WPASSO-PROG(11)
           MOVE 00 TO WPASSO-DEP(11)
           MOVE 'N' TO WPASSO-PARA-ERRO(11)
           MOVE 'S' TO WPASSO-USA-LINK(11)
           MOVE 11 TO WPASSO-SEQ(12)
           MOVE 'pacotecampo' TO WPASSO-PROG(12)
           MOVE 10 TO WPASSO-DEP(12)
           MOVE 'N' TO WPASSO-PARA-ERRO(12)
           MOVE 'S' TO WPASSO-USA-LINK(12)
           MOVE 12 TO WPASSO-SEQ(13)
           MOVE 'bloqvisita' TO WPASSO-PROG(13)
           MOVE 00 TO WPASSO-DEP(13)
           MOVE 'N' TO WPASSO-PARA-ERRO(13)
           MOVE 'S' TO WPASSO-USA-LINK(13)
           MOVE 13 TO WPASSO-SEQ(14)
           MOVE 'passagem' TO WPASSO-PROG(14)
           MOVE 02 TO WPASSO-DEP(14)
           MOVE 'N' TO WPASSO-PARA-ERRO(14)
           MOVE 'S' TO WPASSO-USA-LINK(14)
           MOVE 14 TO WPASSO-SEQ(15)
           MOVE 'assinaturas' TO WPASSO-PROG(15)
           MOVE 02 TO WPASSO-DEP(15)
           MOVE 'N' TO WPASSO-PARA-ERRO(15)
           MOVE 'S' TO WPASSO-USA-LINK(15)
           MOVE 15 TO WPASSO-SEQ(16)
           MOVE 'interfaces' TO WPASSO-PROG(16)
           MOVE 00 TO WPASSO-DEP(16)
           MOVE 'N' TO WPASSO-PARA-ERRO(16)
           MOVE 'S' TO WPASSO-USA-LINK(16).
       R-MONTA-PASSOS-EXIT.
           EXIT.

           END-IF
           MOVE 'INICIO' TO WEST-EVENTO
           PERFORM R-GRAVA-ESTADO
           PERFORM R-MARCA-BALANCO
           MOVE ZEROES TO RETURN-CODE
           IF PASSO-USA-LINK(WIDX-PASSO)
              CALL WPASSO-PROG(WIDX-PASSO) USING LINK-DADOS
           ELSE
              CALL WPASSO-PROG(WIDX-PASSO)
           END-IF
           MOVE RETURN-CODE TO WRC-PASSO
           MOVE 'S' TO WBALANCO-OK
           IF WRC-PASSO = ZEROES
              PERFORM S-BALANCEIA-PASSO THRU R-BALANCEIA-PASSO-EXIT
              MOVE ZEROES TO RETURN-CODE
           END-IF
      *----PASSO 'OK' COM TOTAIS FORA DAS REGRAS: A CADEIA PARA ANTES
      *    DOS PASSOS SEGUINTES E O PASSO FICA COM EVENTO 'BALANC',
      *    PARA RODAR DE NOVO NA RETOMADA.
           IF WRC-PASSO = ZEROES AND NOT BALANCO-OK
              MOVE 'BALANC' TO WPASSO-STATUS(WIDX-PASSO)
              MOVE 'BALANC' TO WEST-EVENTO
              PERFORM R-GRAVA-ESTADO
              MOVE 'S' TO WPARAR-CADEIA
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',ERRO,CADEIA INTERROMPIDA NO PASSO '
                     WPASSO-SEQ(WIDX-PASSO) ' ('
                     FUNCTION TRIM(WPASSO-PROG(WIDX-PASSO))
                     ') - TOTAIS DE CONTROLE FORA DAS REGRAS'
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
              GO TO R-EXECUTA-PASSO-1-EXIT
           END-IF
           IF WRC-PASSO = ZEROES
              MOVE 'OK' TO WPASSO-STATUS(WIDX-PASSO)
              MOVE 'OK' TO WEST-EVENTO
              PERFORM R-GRAVA-ESTADO
              MOVE 'ERRO' TO WEST-EVENTO
              PERFORM R-GRAVA-ESTADO
              MOVE ZEROES TO RETURN-CODE
              MOVE SPACES TO WERR-TEXTO
              STRING 'PASSO ' WPASSO-SEQ(WIDX-PASSO) ' ('
                     FUNCTION TRIM(WPASSO-PROG(WIDX-PASSO))
                     ') TERMINOU COM ERRO'
                     DELIMITED BY SIZE INTO WERR-TEXTO
              IF PASSO-PARA-EM-ERRO(WIDX-PASSO)
                 MOVE 'F' TO WERR-SEVERIDADE
              END-IF
              PERFORM S-ERRO-CENTRAL
      *----O PASSO COM ERRO PODE TER MEXIDO NOS MESTRES: RECONTA
      *    PARA O 'ANTES' DO PROXIMO PASSO.
              IF NOT PASSO-PARA-EM-ERRO(WIDX-PASSO)
                 PERFORM S-CONTA-MESTRES THRU R-CONTA-MESTRES-EXIT
              END-IF
              IF PASSO-PARA-EM-ERRO(WIDX-PASSO)
                 MOVE 'S' TO WPARAR-CADEIA
                 OPEN EXTEND LOGRUN
       R-EXECUTA-PASSO-1-EXIT.
           EXIT.

      *----POSICAO DO CADEIA-BALANCO.DAT ANTES DE CHAMAR O PASSO.
       R-MARCA-BALANCO.
           MOVE ZEROES TO WBAL-LINHAS-INICIO
           OPEN INPUT BALANCO
           IF FS-BAL = '00'
              PERFORM UNTIL FS-BAL NOT = '00'
                 READ BALANCO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WBAL-LINHAS-INICIO
                 END-READ
              END-PERFORM
              CLOSE BALANCO
           END-IF.

       R-GRAVA-ESTADO.
           OPEN EXTEND ESTADO
           IF FS-EST = '00'
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           END-IF.

      *----CARREGA AS REGRAS DE BALANCEAMENTO. LINHA INVALIDA E
      *    IGNORADA COM AVISO NO LOG DA CADEIA.
       S-LE-REGRAS SECTION.
       R-LE-REGRAS-1.
           MOVE ZEROES TO WQTD-REGRAS
           INITIALIZE WTAB-REGRAS
           OPEN INPUT REGRAS.
           IF FS-RGR NOT = '00'
              GO TO R-LE-REGRAS-EXIT
           END-IF
           PERFORM UNTIL FS-RGR NOT = '00'
              READ REGRAS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF REGRAS-DATA-01 NOT = SPACES AND
                       REGRAS-DATA-01(1:1) NOT = '*'
                       PERFORM R-LE-REGRAS-LINHA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGRAS.
       R-LE-REGRAS-EXIT.
           EXIT.

       R-LE-REGRAS-LINHA.
           MOVE SPACES TO WRG-PASSO WRG-TOTAL WRG-TIPO WRG-REF
                          WRG-LIMITE WRG-DIAS
           UNSTRING REGRAS-DATA-01 DELIMITED BY ','
               INTO WRG-PASSO WRG-TOTAL WRG-TIPO WRG-REF
                    WRG-LIMITE WRG-DIAS
           MOVE 'S' TO WRG-VALIDA
           IF WRG-PASSO IS NOT NUMERIC OR WRG-TOTAL = SPACES
              MOVE 'N' TO WRG-VALIDA
           END-IF
           EVALUATE WRG-TIPO
              WHEN 'PCT'
                 IF WRG-REF = SPACES OR WRG-LIMITE = SPACES
                    MOVE 'N' TO WRG-VALIDA
                 END-IF
              WHEN 'IGUAL'
                 IF WRG-REF = SPACES
                    MOVE 'N' TO WRG-VALIDA
                 END-IF
              WHEN 'MIN'
              WHEN 'MAX'
                 IF WRG-REF = SPACES AND WRG-LIMITE = SPACES
                    MOVE 'N' TO WRG-VALIDA
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WRG-VALIDA
           END-EVALUATE
           IF NOT RG-VALIDA OR WQTD-REGRAS = 30
              OPEN EXTEND LOGRUN
              MOVE SPACES TO LOGRUN-DATA-01
              STRING FUNCTION CURRENT-DATE(1:14)
                     ',AVISO,REGRA DE BALANCEAMENTO IGNORADA: '
                     FUNCTION TRIM(REGRAS-DATA-01)
                     DELIMITED BY SIZE INTO LOGRUN-DATA-01
              WRITE LOGRUN-REC
              CLOSE LOGRUN
           ELSE
              ADD 1 TO WQTD-REGRAS
              MOVE WRG-PASSO TO WRGR-PASSO(WQTD-REGRAS)
              MOVE WRG-TOTAL TO WRGR-TOTAL(WQTD-REGRAS)
              MOVE WRG-TIPO TO WRGR-TIPO(WQTD-REGRAS)
              MOVE WRG-REF TO WRGR-REF(WQTD-REGRAS)
              MOVE ZEROES TO WRGR-LIMITE(WQTD-REGRAS)
              IF WRG-LIMITE NOT = SPACES
                 MOVE FUNCTION NUMVAL(WRG-LIMITE)
                      TO WRGR-LIMITE(WQTD-REGRAS)
              END-IF
              MOVE WRG-DIAS TO WRGR-DIAS(WQTD-REGRAS)
           END-IF.

      *----SABADO E DOMINGO NAO SAO UTEIS; NOS DEMAIS DIAS VALE O
      *    CALENDARIO.DAT (FERIADO GLOBAL, FERIADO RECORRENTE 'REC
      *    MMDD' E DIA DA SEMANA FECHADO), COMO NO EXEDISTRCLIBATCH.
       S-VERIFICA-DIA-UTIL SECTION.
       R-VERIFICA-DIA-UTIL-1.
           MOVE 'S' TO WDIA-UTIL
      *----1=SEG ... 7=DOM (O DIA 1601-01-01 DA BASE DO
      *    INTEGER-OF-DATE FOI UMA SEGUNDA-FEIRA).
           COMPUTE WNUM-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WDATA-HOJE))
               - 1, 7) + 1
           MOVE WTAB-DIAS-SEMANA(WNUM-DIA-SEMANA * 3 - 2:3)
               TO WSIGLA-DIA-HOJE
           IF WNUM-DIA-SEMANA > 5
              MOVE 'N' TO WDIA-UTIL
              GO TO R-VERIFICA-DIA-UTIL-EXIT
           END-IF
           OPEN INPUT CALENDARIO.
           IF FS-CAL NOT = '00'
              GO TO R-VERIFICA-DIA-UTIL-EXIT
           END-IF
           PERFORM UNTIL FS-CAL NOT = '00'
              READ CALENDARIO
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CALENDARIO-DATA-01(1:8) TO WDATA-CAL
                    IF WDATA-CAL = WDATA-HOJE AND
                       (CALENDARIO-DATA-01(10:3) IS NOT NUMERIC OR
                        CALENDARIO-DATA-01(10:3) = '000')
                       MOVE 'N' TO WDIA-UTIL
                    END-IF
                    IF CALENDARIO-DATA-01(1:3) = 'REC' AND
                       CALENDARIO-DATA-01(5:4) = WDATA-HOJE(5:4) AND
                       (CALENDARIO-DATA-01(10:3) IS NOT NUMERIC OR
                        CALENDARIO-DATA-01(10:3) = '000')
                       MOVE 'N' TO WDIA-UTIL
                    END-IF
                    IF CALENDARIO-DATA-01(1:3) = WSIGLA-DIA-HOJE AND
                       CALENDARIO-DATA-01(4:1) = SPACE
                       MOVE 'N' TO WDIA-UTIL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDARIO.
       R-VERIFICA-DIA-UTIL-EXIT.
           EXIT.

      *----CLIENTES ATIVOS E VINCULOS ABERTOS (SEM DATA DE FIM) DOS
      *    MESTRES DA EMPRESA DA CADEIA.
       S-CONTA-MESTRES SECTION.
       R-CONTA-MESTRES-1.
           MOVE 'N' TO WMESTRES-CONTADOS
           MOVE ZEROES TO WCLI-ATIVOS WVIN-ABERTOS
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              GO TO R-CONTA-MESTRES-EXIT
           END-IF
           MOVE LOW-VALUES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           PERFORM UNTIL FS-CLI NOT = '00'
              READ CLIENTES NEXT
              IF FS-CLI = '00' AND CLI-ATIVO
                 ADD 1 TO WCLI-ATIVOS
              END-IF
           END-PERFORM
           CLOSE CLIENTES
           OPEN INPUT DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              GO TO R-CONTA-MESTRES-EXIT
           END-IF
           MOVE LOW-VALUES TO CHAVE-DIS
           START DISTRIBUICAO KEY IS NOT LESS THAN CHAVE-DIS
           PERFORM UNTIL FS-DIS NOT = '00'
              READ DISTRIBUICAO NEXT
              IF FS-DIS = '00' AND DATA-FIM-DIS = ZEROES
                 ADD 1 TO WVIN-ABERTOS
              END-IF
           END-PERFORM
           CLOSE DISTRIBUICAO
           MOVE 'S' TO WMESTRES-CONTADOS.
       R-CONTA-MESTRES-EXIT.
           EXIT.

      *----DEPOIS DE UM PASSO 'OK': GRAVA AS CONTAGENS DOS MESTRES
      *    ANTES E DEPOIS DO PASSO, JUNTA OS TOTAIS QUE O PASSO GRAVOU
      *    E CONFERE AS REGRAS DO PASSO.
       S-BALANCEIA-PASSO SECTION.
       R-BALANCEIA-PASSO-1.
           MOVE 'S' TO WBALANCO-OK
           MOVE WCLI-ATIVOS TO WCLI-ATIVOS-ANTES
           MOVE WVIN-ABERTOS TO WVIN-ABERTOS-ANTES
           PERFORM S-CONTA-MESTRES THRU R-CONTA-MESTRES-EXIT
           IF MESTRES-CONTADOS
              MOVE WEMPRESA-LID TO WBAL-EMPRESA
              MOVE WPASSO-PROG(WIDX-PASSO) TO WBAL-PROGRAMA
              MOVE 'CLIENTES-ATIVOS-ANTES' TO WBAL-TOTAL
              MOVE WCLI-ATIVOS-ANTES TO WBAL-VALOR
              PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
              MOVE 'VINCULOS-ABERTOS-ANTES' TO WBAL-TOTAL
              MOVE WVIN-ABERTOS-ANTES TO WBAL-VALOR
              PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
              MOVE 'CLIENTES-ATIVOS' TO WBAL-TOTAL
              MOVE WCLI-ATIVOS TO WBAL-VALOR
              PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
              MOVE 'VINCULOS-ABERTOS' TO WBAL-TOTAL
              MOVE WVIN-ABERTOS TO WBAL-VALOR
              PERFORM S-GRAVA-BALANCO THRU R-GRAVA-BALANCO-1-EXIT
           END-IF
           IF WQTD-REGRAS = ZEROES
              GO TO R-BALANCEIA-PASSO-EXIT
           END-IF
           PERFORM S-CARREGA-TOTAIS THRU R-CARREGA-TOTAIS-EXIT
           PERFORM S-AVALIA-REGRA THRU R-AVALIA-REGRA-EXIT
                   VARYING WIDX-RGR FROM 1 BY 1
                   UNTIL WIDX-RGR > WQTD-REGRAS.
       R-BALANCEIA-PASSO-EXIT.
           EXIT.

       S-CARREGA-TOTAIS SECTION.
       R-CARREGA-TOTAIS-1.
           MOVE ZEROES TO WQTD-TOTAIS WBAL-LINHAS-LIDAS
           INITIALIZE WTAB-TOTAIS
           OPEN INPUT BALANCO.
           IF FS-BAL NOT = '00'
              GO TO R-CARREGA-TOTAIS-EXIT
           END-IF
           PERFORM UNTIL FS-BAL NOT = '00'
              READ BALANCO
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WBAL-LINHAS-LIDAS
                    IF WBAL-LINHAS-LIDAS > WBAL-LINHAS-INICIO
                       MOVE SPACES TO WBL-TS WBL-EMPRESA WBL-PROGRAMA
                                      WBL-TOTAL WBL-VALOR
                       UNSTRING BALANCO-DATA-01 DELIMITED BY ','
                           INTO WBL-TS WBL-EMPRESA WBL-PROGRAMA
                                WBL-TOTAL WBL-VALOR
                       IF WBL-EMPRESA = WEMPRESA-LID AND
                          WBL-VALOR IS NUMERIC
                          PERFORM R-GUARDA-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BALANCO.
       R-CARREGA-TOTAIS-EXIT.
           EXIT.

       R-GUARDA-TOTAL.
           MOVE ZEROES TO WIDX-TOT
           PERFORM VARYING WIDX-TOT FROM 1 BY 1
                   UNTIL WIDX-TOT > WQTD-TOTAIS OR
                         WTOT-NOME(WIDX-TOT) = WBL-TOTAL
              CONTINUE
           END-PERFORM
           IF WIDX-TOT > WQTD-TOTAIS
              IF WQTD-TOTAIS < 40
                 ADD 1 TO WQTD-TOTAIS
                 MOVE WQTD-TOTAIS TO WIDX-TOT
                 MOVE WBL-TOTAL TO WTOT-NOME(WIDX-TOT)
                 MOVE WBL-VALOR TO WTOT-VALOR(WIDX-TOT)
              END-IF
           ELSE
              MOVE WBL-VALOR TO WTOT-VALOR(WIDX-TOT)
           END-IF.

      *----TOTAL NAO GRAVADO PELO PASSO VALE ZERO.
       R-BUSCA-TOTAL.
           MOVE ZEROES TO WBUSCA-VALOR
           PERFORM VARYING WIDX-TOT FROM 1 BY 1
                   UNTIL WIDX-TOT > WQTD-TOTAIS
              IF WTOT-NOME(WIDX-TOT) = WBUSCA-NOME
                 MOVE WTOT-VALOR(WIDX-TOT) TO WBUSCA-VALOR
              END-IF
           END-PERFORM.

       S-AVALIA-REGRA SECTION.
       R-AVALIA-REGRA-1.
           IF WRGR-PASSO(WIDX-RGR) NOT = WPASSO-SEQ(WIDX-PASSO)
              GO TO R-AVALIA-REGRA-EXIT
           END-IF
           IF RGR-SO-DIA-UTIL(WIDX-RGR) AND NOT DIA-UTIL
              GO TO R-AVALIA-REGRA-EXIT
           END-IF
           MOVE WRGR-TOTAL(WIDX-RGR) TO WBUSCA-NOME
           PERFORM R-BUSCA-TOTAL
           MOVE WBUSCA-VALOR TO WVAL-TOTAL
           IF WRGR-REF(WIDX-RGR) = SPACES
              MOVE WRGR-LIMITE(WIDX-RGR) TO WVAL-REF
           ELSE
              MOVE WRGR-REF(WIDX-RGR) TO WBUSCA-NOME
              PERFORM R-BUSCA-TOTAL
              MOVE WBUSCA-VALOR TO WVAL-REF
           END-IF
           MOVE 'S' TO WREGRA-OK
           EVALUATE WRGR-TIPO(WIDX-RGR)
              WHEN 'PCT'
                 IF WVAL-TOTAL > WVAL-REF
                    COMPUTE WVAL-DIF = WVAL-TOTAL - WVAL-REF
                 ELSE
                    COMPUTE WVAL-DIF = WVAL-REF - WVAL-TOTAL
                 END-IF
                 IF WVAL-DIF * 100 > WVAL-REF * WRGR-LIMITE(WIDX-RGR)
                    MOVE 'N' TO WREGRA-OK
                 END-IF
              WHEN 'IGUAL'
                 IF WVAL-TOTAL NOT = WVAL-REF
                    MOVE 'N' TO WREGRA-OK
                 END-IF
              WHEN 'MIN'
                 IF WVAL-TOTAL < WVAL-REF
                    MOVE 'N' TO WREGRA-OK
                 END-IF
              WHEN 'MAX'
                 IF WVAL-TOTAL > WVAL-REF
                    MOVE 'N' TO WREGRA-OK
                 END-IF
           END-EVALUATE
           IF REGRA-OK
              GO TO R-AVALIA-REGRA-EXIT
           END-IF
      *----REGRA VIOLADA: LOG DA CADEIA E ERROS.LOG COM SEVERIDADE
      *    'F', QUE O CONSOLE DE OPERACAO MOSTRA COMO CRITICO.
           MOVE 'N' TO WBALANCO-OK
           OPEN EXTEND LOGRUN
           MOVE SPACES TO LOGRUN-DATA-01
           STRING FUNCTION CURRENT-DATE(1:14)
                  ',ERRO,BALANCO PASSO ' WPASSO-SEQ(WIDX-PASSO) ' '
                  FUNCTION TRIM(WRGR-TOTAL(WIDX-RGR)) '=' WVAL-TOTAL
                  ' ' FUNCTION TRIM(WRGR-TIPO(WIDX-RGR)) ' '
                  FUNCTION TRIM(WRGR-REF(WIDX-RGR)) '=' WVAL-REF
                  ' LIMITE=' WRGR-LIMITE(WIDX-RGR)
                  DELIMITED BY SIZE INTO LOGRUN-DATA-01
           MOVE 'F' TO WERR-SEVERIDADE
           MOVE WID-ARQ-BALANCO TO WERR-ARQUIVO
           MOVE WRGR-TOTAL(WIDX-RGR) TO WERR-CHAVE
           PERFORM S-ERRO-CENTRAL
           WRITE LOGRUN-REC
           CLOSE LOGRUN.
       R-AVALIA-REGRA-EXIT.
           EXIT.

      *----REPETE NO REGISTRO DE ERROS CENTRAL (ERROS.LOG) A LINHA
      *    DE ERRO MONTADA PARA O LOG DA RODADA, SALVO SE O TEXTO JA
      *    TIVER SIDO PREENCHIDO PELO CHAMADOR.
       S-ERRO-CENTRAL SECTION.
       R-ERRO-CENTRAL-1.
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           MOVE WEMPRESA-ARG TO WERR-EMPRESA
           IF WERR-TEXTO = SPACES
              MOVE LOGRUN-DATA-01(21:) TO WERR-TEXTO
           END-IF
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.

       COPY BALANCO.CPY.
