                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RES.

       SELECT AJUSTECOM ASSIGN TO DISK WID-ARQ-AJUSTECOM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AJU
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AJU.

       SELECT SEQINT ASSIGN TO DISK WID-ARQ-SEQINT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS TIPO-SEQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SEQ.

       SELECT FOLLEDGER ASSIGN TO DISK WID-ARQ-FOLLEDGER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-FOL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LED.

       SELECT ARQFOLHA ASSIGN TO DISK WID-ARQ-FOLHA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-FOL.

       SELECT PERFECHA ASSIGN TO DISK WID-ARQ-PERFECHA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-PER
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PFE.

       SELECT CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CTR.

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

       FD CLIENTES.
       01  REGISTRO-CLIENTES.
           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

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

       FD  KMACUM.
       01  REG-KMACUM.
       01  ARQRESUMO-REC.
           05  ARQRESUMO-DATA-01    PIC X(00160).

      *----AJUSTES MANUAIS DE COMISSAO (MANTIDOS PELO AJUSTECOM). O
      *    AJUSTE APROVADO ENTRA NO MES DE REFERENCIA OU, SE ESTE JA
      *    ESTIVER FECHADO, NO MES CALCULADO SEGUINTE; NO FECHAMENTO
      *    O MES PAGO FICA GRAVADO EM MES-APLIC-AJU.
       FD AJUSTECOM.
       01  REGISTRO-AJUSTE-COM.
           02 CHAVE-AJU.
              03 COD-VEN-AJU            PIC  9(003).
              03 MES-REF-AJU            PIC  9(006).
              03 SEQ-AJU                PIC  9(003).
           02 VALOR-AJU                 PIC S9(009)V9(002).
           02 MOTIVO-AJU                PIC  X(060).
           02 OPERADOR-AJU              PIC  X(020).
           02 DATA-HORA-AJU             PIC  X(014).
           02 STATUS-AJU                PIC  X(001).
              88 AJU-PENDENTE                 VALUE 'P'.
              88 AJU-APROVADO                 VALUE 'A'.
              88 AJU-REJEITADO                VALUE 'R'.
           02 APROVADOR-AJU             PIC  X(020).
           02 DATA-HORA-APROV-AJU       PIC  X(014).
           02 MES-APLIC-AJU             PIC  9(006).

       FD SEQINT.
       01  REG-SEQINT.
           02 TIPO-SEQ              PIC X(008).
           02 PROX-SEQ-ENV          PIC 9(006).
           02 ULT-SEQ-REC           PIC 9(006).

      *----LIVRO DE ENTREGAS DA INTERFACE DA FOLHA: UMA LINHA POR MES
      *    DE COMISSAO ENVIADO, COM A CONTAGEM DE LANCAMENTOS E A SOMA
      *    DE CONTROLE (SOMA DOS VALORES EM CENTAVOS). MES PRESENTE NO
      *    LIVRO NAO E REENVIADO. O ACUSE DA FOLHA E CONFERIDO PELA
      *    RECONCILIACAO (P=PENDENTE, C=CONFERIDO, D=DIVERGENTE).
       FD FOLLEDGER.
       01  REGISTRO-FOLLEDGER.
           02 MES-FOL                PIC 9(006).
           02 DATA-GERACAO-FOL       PIC 9(008).
           02 SEQ-ENV-FOL            PIC 9(006).
           02 ARQUIVO-FOL            PIC X(050).
           02 QTD-REG-FOL            PIC 9(007).
           02 SOMA-CONTROLE-FOL      PIC 9(015).
           02 STATUS-FOL             PIC X(001).
              88 FOL-PENDENTE             VALUE 'P'.
              88 FOL-CONFERIDO            VALUE 'C'.
              88 FOL-DIVERGENTE           VALUE 'D'.
           02 DATA-ACK-FOL           PIC 9(008).
           02 QTD-ACK-FOL            PIC 9(007).
           02 SOMA-ACK-FOL           PIC 9(015).

      *----INTERFACE DA FOLHA: UM LANCAMENTO POR VENDEDOR E VERBA
      *    (SO VERBAS COM VALOR), ENTRE O HEADER E O TRAILER DO
      *    ENVELOPE PADRAO.
       FD  ARQFOLHA.
       01  REGISTRO-FOLHA.
           02 TIPO-REG-FOLHA         PIC X(001).
           02 CPF-FOLHA              PIC 9(011).
           02 MES-REF-FOLHA          PIC 9(006).
           02 COD-VEN-FOLHA          PIC 9(003).
           02 VERBA-FOLHA            PIC 9(004).
           02 VALOR-FOLHA            PIC 9(011)V9(002).
           02 FILLER                 PIC X(042).

      *----MESES FECHADOS (VIDE PERIODO.CPY).
       FD PERFECHA.
       01  REGISTRO-PERIODO.
           02 MES-PER                   PIC  9(006).
           02 SITUACAO-PER              PIC  X(001).
              88 PER-FECHADO                  VALUE 'F'.
              88 PER-REABERTO                 VALUE 'R'.
           02 DATA-HORA-FECH-PER        PIC  X(014).
           02 OPERADOR-FECH-PER         PIC  X(020).
           02 DATA-HORA-REAB-PER        PIC  X(014).
           02 OPERADOR-REAB-PER         PIC  X(020).
           02 QTD-REAB-PER              PIC  9(003).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       WORKING-STORAGE SECTION.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-RES-1                PIC 9.
           02 FS-RES-2                PIC 9.
           02 FS-RES-R REDEFINES FS-RES-2 PIC 99 COMP-X.
       01 FS-AJU.
           02 FS-AJU-1                PIC 9.
           02 FS-AJU-2                PIC 9.
           02 FS-AJU-R REDEFINES FS-AJU-2 PIC 99 COMP-X.
       01 FS-SEQ.
           02 FS-SEQ-1                PIC 9.
           02 FS-SEQ-2                PIC 9.
           02 FS-SEQ-R REDEFINES FS-SEQ-2 PIC 99 COMP-X.
       01 FS-LED.
           02 FS-LED-1                PIC 9.
           02 FS-LED-2                PIC 9.
           02 FS-LED-R REDEFINES FS-LED-2 PIC 99 COMP-X.
       01 FS-FOL.
           02 FS-FOL-1                PIC 9.
           02 FS-FOL-2                PIC 9.
           02 FS-FOL-R REDEFINES FS-FOL-2 PIC 99 COMP-X.

       01 WID-ARQ-DISTRIBUICAO    PIC X(50).
       01 WID-ARQ-DIS-VISITA      PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-COMFECHA        PIC X(50) VALUE 'COMISSAO-FECHA.DAT'.
       01 WID-ARQ-EXTRATO         PIC X(54) VALUE SPACES.
       01 WID-ARQ-RESUMO          PIC X(54) VALUE SPACES.
       01 WID-ARQ-FOLLEDGER       PIC X(50) VALUE 'FOLHA-LEDGER.DAT'.
       01 WID-ARQ-AJUSTECOM       PIC X(50)
                                  VALUE 'COMISSAO-AJUSTE.DAT'.
       01 WAJU-ARQ                PIC X(001) VALUE 'N'.
          88 AJU-ARQ-ABERTO            VALUE 'S'.
       01 WAJU-ENTRA              PIC X(001) VALUE 'N'.
          88 AJU-ENTRA-NO-MES          VALUE 'S'.
       01 WED-AJUSTE              PIC -ZZZZZZZZ9.99.
       01 WID-ARQ-FOLHA           PIC X(50) VALUE SPACES.
       01 FS-PFE.
           02 FS-PFE-1                PIC 9.
           02 FS-PFE-2                PIC 9.
           02 FS-PFE-R REDEFINES FS-PFE-2 PIC 99 COMP-X.
       01 WID-ARQ-PERFECHA        PIC X(50) VALUE 'PERIODO-FECHA.DAT'.
       01 WPFE-DISPONIVEL         PIC X VALUE 'N'.
          88 PFE-DISPONIVEL            VALUE 'S'.
       01 WPFE-MES-INI            PIC 9(006) VALUE ZEROES.
       01 WPFE-MES-FIM            PIC 9(006) VALUE ZEROES.
       01 WPFE-MES-FECHADO        PIC 9(006) VALUE ZEROES.
       01 WPFE-FECHADO            PIC X VALUE 'N'.
          88 PERIODO-FECHADO           VALUE 'S'.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.
       77 WCONT-LINHAS-EXT        PIC 9(007) VALUE ZEROES.

       01 WID-ARQ-SEQINT     PIC X(50) VALUE 'SEQ-INTERFACE.DAT'.
       01 WENV-TIPO          PIC X(008) VALUE SPACES.
       01 WENV-SEQ           PIC 9(006) VALUE ZEROES.
       01 WENV-QTD           PIC 9(007) VALUE ZEROES.
       01 WENV-HASH          PIC 9(015) VALUE ZEROES.
       01 WENV-LINHA         PIC X(080) VALUE SPACES.
       01 WENV-SITUACAO      PIC X(001) VALUE 'O'.
          88 ENV-SEQ-OK              VALUE 'O'.
          88 ENV-JA-APLICADO         VALUE 'A'.
          88 ENV-FORA-DE-SEQ         VALUE 'F'.

      *----CODIGOS DE VERBA DA FOLHA PARA CADA PARCELA DA COMISSAO.
       77 WVERBA-VISITAS          PIC 9(004) VALUE 0101.
       77 WVERBA-BONUS            PIC 9(004) VALUE 0102.
       77 WVERBA-KM               PIC 9(004) VALUE 0103.
       77 WVERBA-AJUSTE-CRED      PIC 9(004) VALUE 0104.
       77 WVERBA-AJUSTE-DESC      PIC 9(004) VALUE 0105.
       77 WQTD-LANC-FOLHA         PIC 9(007) VALUE ZEROES.
       77 WIDX-FOLHA              PIC 9(004) VALUE ZEROES.
       77 WVERBA-LANC             PIC 9(004) VALUE ZEROES.
       01 WVALOR-LANC             PIC 9(011)V9(002) VALUE ZEROES.
       01 WSOMA-FOLHA             PIC 9(015) VALUE ZEROES.

       01 WMES-COM                PIC 9(006) VALUE ZEROES.
       77 WVAL-VISITA-A           PIC 9(007)V9(002) VALUE 10.
             03 WCOM-VIS-C         PIC 9(005).
             03 WCOM-CARTEIRA      PIC 9(005).
             03 WCOM-KM            PIC 9(012)V9(003).
             03 WCOM-VIS-RETIDAS   PIC 9(005).
             03 WCOM-CPF           PIC 9(011).
             03 WCOM-VAL-VISITAS   PIC 9(009)V9(002).
             03 WCOM-VAL-BONUS     PIC 9(009)V9(002).
             03 WCOM-VAL-KM        PIC 9(009)V9(002).
             03 WCOM-AJUSTE        PIC S9(009)V9(002).
             03 WCOM-QTD-AJUSTE    PIC 9(003).
       77 WIDX-COM                PIC 9(003) VALUE ZEROES.
       01 WCOMP-VISITAS           PIC 9(009)V9(002) VALUE ZEROES.
       01 WCOMP-BONUS             PIC 9(009)V9(002) VALUE ZEROES.
       01 WCOMP-KM                PIC 9(009)V9(002) VALUE ZEROES.
       01 WCOMP-TOTAL             PIC S9(009)V9(002) VALUE ZEROES.
       01 WKM-CONVERTIDO          PIC 9(012)V9(003) VALUE ZEROES.
       01 WED-VALOR               PIC ZZZZZZZZ9.99.
       01 WED-VALOR2              PIC ZZZZZZZZ9.99.
       01 WED-VALOR3              PIC ZZZZZZZZ9.99.
       01 WED-VALOR4              PIC -ZZZZZZZZ9.99.
       01 WTOTAL-FOLHA            PIC S9(011)V9(002) VALUE ZEROES.
       01 WED-FOLHA               PIC -ZZZZZZZZZZ9.99.
       77 WCONT-VEN-PAGOS         PIC 9(003) VALUE ZEROES.
       01 WUNIDADE-EM-MILHAS      PIC X VALUE 'N'.


       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'comissao'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX = 'S' OR WX = 's'
              PERFORM S-BAIXA-AJUSTES THRU R-BAIXA-AJUSTES-1-EXIT
              PERFORM S-FECHA-MES THRU R-FECHA-MES-1-EXIT
              PERFORM S-GERA-FOLHA THRU R-GERA-FOLHA-1-EXIT
           ELSE
              CLOSE COMFECHA
           END-IF
           IF AJU-ARQ-ABERTO
              CLOSE AJUSTECOM
           END-IF
           MOVE SPACES TO WTXT
           STRING 'COMISSAO GERADA PARA ' WCONT-VEN-PAGOS
                  ' VENDEDOR(ES)'
              DISPLAY TELA-MENSAGEM
              CLOSE COMFECHA
              MOVE 1 TO WSAIDA
              GO TO R-CHECA-FECHAMENTO-1-EXIT
           END-IF
      *----PERIODO FECHADO NO FIM DO MES (PERIODO.CPY) TAMBEM BLOQUEIA:
      *    OS EXTRATOS JA ENVIADOS TEM QUE CONTINUAR REPRODUZINDO.
           PERFORM S-ABRE-PERFECHA THRU R-ABRE-PERFECHA-1-EXIT
           MOVE WMES-COM TO WPFE-MES-INI WPFE-MES-FIM
           PERFORM S-CHECA-PERIODO THRU R-CHECA-PERIODO-1-EXIT
           IF PFE-DISPONIVEL
              CLOSE PERFECHA
           END-IF
           IF PERIODO-FECHADO
              MOVE 'PERIODO FECHADO - RECALCULO BLOQUEADO ' TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE TELA-MENSAGEM
              DISPLAY TELA-MENSAGEM
              CLOSE COMFECHA
              MOVE 1 TO WSAIDA
           END-IF.
       R-CHECA-FECHAMENTO-1-EXIT.
           EXIT.
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
       R-ACUMULA-1.
           INITIALIZE WTAB-COM
      *----VISITAS CONCLUIDAS DO MES, POR CLASSIFICACAO DO CLIENTE.
      *    VISITA COM POSICAO GPS FORA DA TOLERANCIA (CONFERIDA PELO
      *    RELATORIO DE AUTENTICIDADE) FICA RETIDA: NAO E PAGA E SAI
      *    APENAS CONTADA NO EXTRATO.
           MOVE LOW-VALUES TO CHAVE-VISITA-DIS
           START DIS-VISITA KEY IS NOT LESS THAN CHAVE-VISITA-DIS
           PERFORM UNTIL FS-VIS NOT = '00'
              READ DIS-VISITA NEXT
              IF FS-VIS = '00'
                 IF DATA-HORA-VISITA(1:6) = WMES-COM(1:6) AND
                    CODIGO-VEN-VISITA > ZEROES AND
                    GPS-FORA-TOLERANCIA
                    ADD 1 TO WCOM-VIS-RETIDAS(CODIGO-VEN-VISITA)
                 END-IF
                 IF DATA-HORA-VISITA(1:6) = WMES-COM(1:6) AND
                    CODIGO-VEN-VISITA > ZEROES AND
                    NOT GPS-FORA-TOLERANCIA
                    MOVE CODIGO-CLI-VISITA TO CODIGO
                    READ CLIENTES KEY IS CODIGO
                    IF FS-CLI = '00' AND CLASSIFICACAO-CLI = 'A'
                 END-IF
              END-IF
           END-PERFORM
      *----AJUSTES APROVADOS QUE ENTRAM NESTE MES. O ARQUIVO FICA
      *    ABERTO PARA O EXTRATO E PARA A BAIXA NO FECHAMENTO.
           MOVE 'N' TO WAJU-ARQ
           OPEN I-O AJUSTECOM.
           IF FS-AJU = '00'
              MOVE 'S' TO WAJU-ARQ
              MOVE LOW-VALUES TO CHAVE-AJU
              START AJUSTECOM KEY IS NOT LESS THAN CHAVE-AJU
              PERFORM UNTIL FS-AJU NOT = '00'
                 READ AJUSTECOM NEXT
                 IF FS-AJU = '00'
                    PERFORM R-AJUSTE-DO-MES
                    IF AJU-ENTRA-NO-MES AND COD-VEN-AJU > ZEROES
                       ADD VALOR-AJU TO WCOM-AJUSTE(COD-VEN-AJU)
                       ADD 1 TO WCOM-QTD-AJUSTE(COD-VEN-AJU)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
      *----QUILOMETRAGEM ACUMULADA DO MES.
           OPEN INPUT KMACUM.
           IF FS-KMA = '00'
       R-ACUMULA-1-EXIT.
           EXIT.

      *----AJUSTE APROVADO AINDA NAO PAGO ENTRA NO MES CALCULADO
      *    QUANDO E DESTE MES OU QUANDO E DE UM MES ANTERIOR JA
      *    FECHADO (O AJUSTE CHEGOU DEPOIS DO FECHAMENTO E PASSA PARA
      *    O PROXIMO MES, MANTENDO A REFERENCIA ORIGINAL).
       R-AJUSTE-DO-MES.
           MOVE 'N' TO WAJU-ENTRA
           IF AJU-APROVADO AND MES-APLIC-AJU = ZEROES
              IF MES-REF-AJU = WMES-COM
                 MOVE 'S' TO WAJU-ENTRA
              ELSE
                 IF MES-REF-AJU < WMES-COM
                    MOVE MES-REF-AJU TO MES-FEC
                    READ COMFECHA
                    IF FS-FEC = '00'
                       MOVE 'S' TO WAJU-ENTRA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       S-EMITE SECTION.
       R-EMITE-1.
           INITIALIZE WCONT-VEN-PAGOS WTOTAL-FOLHA WCONT-LINHAS-EXT
           MOVE SPACES TO WID-ARQ-EXTRATO WID-ARQ-RESUMO
           STRING 'COMISSAO-' WMES-COM '.TXT' DELIMITED BY SIZE
               INTO WID-ARQ-EXTRATO
           OPEN OUTPUT ARQRESUMO
           MOVE SPACES TO ARQRESUMO-DATA-01
           STRING '"COD. VENDEDOR"' ',' '"NOME"' ','
               '"VISITAS"' ',' '"BONUS"' ',' '"KM"' ',' '"AJUSTES"'
               ',' '"TOTAL"'
               DELIMITED BY SIZE INTO ARQRESUMO-DATA-01
           WRITE ARQRESUMO-REC
           MOVE LOW-VALUES TO CHAVE-VEN
           MOVE WTOTAL-FOLHA TO WED-FOLHA
           MOVE SPACES TO ARQRESUMO-DATA-01
           STRING '"TOTAL DA FOLHA"' ',' '""' ',' '""' ',' '""' ','
               '""' ',' '""' ',' FUNCTION TRIM(WED-FOLHA)
               DELIMITED BY SIZE INTO ARQRESUMO-DATA-01
           WRITE ARQRESUMO-REC
           CLOSE ARQEXTRATO
           CLOSE ARQRESUMO
      *----O EXTRATO E O RESUMO ENTRAM NO CATALOGO COM O MES, PARA A
      *    REABERTURA DO PERIODO SABER O QUE PRECISA SER REEMITIDO.
           MOVE WID-ARQ-EXTRATO TO WCATR-ARQUIVO
           MOVE WCONT-LINHAS-EXT TO WCATR-LINHAS
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-COM DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE WID-ARQ-RESUMO TO WCATR-ARQUIVO
           COMPUTE WCATR-LINHAS = WCONT-VEN-PAGOS + 2
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-COM DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO THRU R-REGISTRA-CATALOGO-1-EXIT.
       R-EMITE-1-EXIT.
           EXIT.

           END-IF
           COMPUTE WCOMP-KM = WKM-CONVERTIDO * WVAL-KM-TAXA
           COMPUTE WCOMP-TOTAL = WCOMP-VISITAS + WCOMP-BONUS +
               WCOMP-KM + WCOM-AJUSTE(WIDX-COM)
           IF WCOMP-TOTAL = ZEROES AND WCOM-CARTEIRA(WIDX-COM) = ZEROES
              AND WCOM-QTD-AJUSTE(WIDX-COM) = ZEROES
              GO TO R-EMITE-VENDEDOR-FIM
           END-IF
           ADD 1 TO WCONT-VEN-PAGOS
           ADD WCOMP-TOTAL TO WTOTAL-FOLHA
           MOVE CPF-VEN TO WCOM-CPF(WIDX-COM)
           MOVE WCOMP-VISITAS TO WCOM-VAL-VISITAS(WIDX-COM)
           MOVE WCOMP-BONUS TO WCOM-VAL-BONUS(WIDX-COM)
           MOVE WCOMP-KM TO WCOM-VAL-KM(WIDX-COM)
           MOVE WCOMP-VISITAS TO WED-VALOR
           MOVE WCOMP-BONUS TO WED-VALOR2
           MOVE WCOMP-KM TO WED-VALOR3
           MOVE WCOMP-TOTAL TO WED-VALOR4
           MOVE WCOM-AJUSTE(WIDX-COM) TO WED-AJUSTE
           MOVE SPACES TO ARQEXTRATO-DATA-01
           STRING '===== EXTRATO DE COMISSAO ' WMES-COM
               ' - VENDEDOR ' CODIGO-VEN ' ====='
               DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
           WRITE ARQEXTRATO-REC
           ADD 1 TO WCONT-LINHAS-EXT
           MOVE SPACES TO ARQEXTRATO-DATA-01
           STRING 'NOME: ' FUNCTION TRIM(NOME-VEN)
               DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
           WRITE ARQEXTRATO-REC
           ADD 1 TO WCONT-LINHAS-EXT
           MOVE SPACES TO ARQEXTRATO-DATA-01
           STRING 'VISITAS A=' WCOM-VIS-A(WIDX-COM)
               ' B=' WCOM-VIS-B(WIDX-COM)
               ' VALOR: ' FUNCTION TRIM(WED-VALOR)
               DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
           WRITE ARQEXTRATO-REC
           ADD 1 TO WCONT-LINHAS-EXT
           IF WCOM-VIS-RETIDAS(WIDX-COM) > ZEROES
              MOVE SPACES TO ARQEXTRATO-DATA-01
              STRING 'VISITAS RETIDAS (GPS FORA DA TOLERANCIA): '
                  WCOM-VIS-RETIDAS(WIDX-COM)
                  DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
              WRITE ARQEXTRATO-REC
              ADD 1 TO WCONT-LINHAS-EXT
           END-IF
           MOVE SPACES TO ARQEXTRATO-DATA-01
           STRING 'CARTEIRA ' WCOM-CARTEIRA(WIDX-COM)
               ' / META ' META-CLIENTES-VEN
               ' BONUS: ' FUNCTION TRIM(WED-VALOR2)
               DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
           WRITE ARQEXTRATO-REC
           ADD 1 TO WCONT-LINHAS-EXT
           MOVE SPACES TO ARQEXTRATO-DATA-01
           STRING 'REEMBOLSO DE DESLOCAMENTO: '
               FUNCTION TRIM(WED-VALOR3)
               DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
           WRITE ARQEXTRATO-REC
           ADD 1 TO WCONT-LINHAS-EXT
           IF WCOM-QTD-AJUSTE(WIDX-COM) > ZEROES
              PERFORM R-EXTRATO-AJUSTES
           END-IF
           MOVE SPACES TO ARQEXTRATO-DATA-01
           STRING 'TOTAL DO MES: ' FUNCTION TRIM(WED-VALOR4)
               DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
           WRITE ARQEXTRATO-REC
           ADD 1 TO WCONT-LINHAS-EXT
           MOVE SPACES TO ARQEXTRATO-DATA-01
           WRITE ARQEXTRATO-REC
           ADD 1 TO WCONT-LINHAS-EXT
           MOVE SPACES TO ARQRESUMO-DATA-01
           STRING CODIGO-VEN ','
               '"' FUNCTION TRIM(NOME-VEN) '"' ','
               FUNCTION TRIM(WED-VALOR) ','
               FUNCTION TRIM(WED-VALOR2) ','
               FUNCTION TRIM(WED-VALOR3) ','
               FUNCTION TRIM(WED-AJUSTE) ','
               FUNCTION TRIM(WED-VALOR4)
               DELIMITED BY SIZE INTO ARQRESUMO-DATA-01
           WRITE ARQRESUMO-REC.
       R-EMITE-VENDEDOR-FIM.
           EXIT.

      *----UMA LINHA POR AJUSTE DO VENDEDOR QUE ENTRA NO MES, COM A
      *    REFERENCIA ORIGINAL E O MOTIVO.
       R-EXTRATO-AJUSTES.
           MOVE CODIGO-VEN TO COD-VEN-AJU
           MOVE ZEROES TO MES-REF-AJU SEQ-AJU
           START AJUSTECOM KEY IS NOT LESS THAN CHAVE-AJU
           PERFORM UNTIL FS-AJU NOT = '00'
              READ AJUSTECOM NEXT
              IF FS-AJU = '00' AND COD-VEN-AJU NOT = CODIGO-VEN
                 MOVE '10' TO FS-AJU
              END-IF
              IF FS-AJU = '00'
                 PERFORM R-AJUSTE-DO-MES
                 IF AJU-ENTRA-NO-MES
                    MOVE VALOR-AJU TO WED-AJUSTE
                    MOVE SPACES TO ARQEXTRATO-DATA-01
                    STRING 'AJUSTE REF ' MES-REF-AJU ': '
                        FUNCTION TRIM(WED-AJUSTE) ' - '
                        FUNCTION TRIM(MOTIVO-AJU)
                        DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
                    WRITE ARQEXTRATO-REC
                    ADD 1 TO WCONT-LINHAS-EXT
                 END-IF
              END-IF
           END-PERFORM
           MOVE WCOM-AJUSTE(WIDX-COM) TO WED-AJUSTE
           MOVE SPACES TO ARQEXTRATO-DATA-01
           STRING 'TOTAL DE AJUSTES: ' FUNCTION TRIM(WED-AJUSTE)
               DELIMITED BY SIZE INTO ARQEXTRATO-DATA-01
           WRITE ARQEXTRATO-REC
           ADD 1 TO WCONT-LINHAS-EXT.

      *----NO FECHAMENTO, OS AJUSTES PAGOS NESTE MES RECEBEM O MES DE
      *    APLICACAO E NAO ENTRAM MAIS EM NENHUM OUTRO CALCULO.
       S-BAIXA-AJUSTES SECTION.
       R-BAIXA-AJUSTES-1.
           IF NOT AJU-ARQ-ABERTO
              GO TO R-BAIXA-AJUSTES-1-EXIT
           END-IF
           MOVE LOW-VALUES TO CHAVE-AJU
           START AJUSTECOM KEY IS NOT LESS THAN CHAVE-AJU
           PERFORM UNTIL FS-AJU NOT = '00'
              READ AJUSTECOM NEXT
              IF FS-AJU = '00'
                 PERFORM R-AJUSTE-DO-MES
                 IF AJU-ENTRA-NO-MES
                    MOVE WMES-COM TO MES-APLIC-AJU
                    REWRITE REGISTRO-AJUSTE-COM
                 END-IF
              END-IF
           END-PERFORM.
       R-BAIXA-AJUSTES-1-EXIT.
           EXIT.

       S-FECHA-MES SECTION.
       R-FECHA-MES-1.
           MOVE WMES-COM TO MES-FEC
       R-FECHA-MES-1-EXIT.
           EXIT.

      *----INTERFACE DA FOLHA DO MES FECHADO: VERBAS DE VISITAS,
      *    BONUS DE CARTEIRA E REEMBOLSO DE KM POR VENDEDOR, NO
      *    ENVELOPE PADRAO, REGISTRADA NO LIVRO DE ENTREGAS. MES JA
      *    PRESENTE NO LIVRO NAO GERA NOVO ARQUIVO (A FOLHA NAO PODE
      *    RECEBER O MESMO PERIODO DUAS VEZES).
       S-GERA-FOLHA SECTION.
       R-GERA-FOLHA-1.
           IF EMPRESA-TREINAMENTO
              MOVE 'EMPRESA DE TREINAMENTO NAO GERA INTERFACE '
                   TO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO R-GERA-FOLHA-1-EXIT
           END-IF
           INITIALIZE WQTD-LANC-FOLHA WSOMA-FOLHA
           OPEN I-O FOLLEDGER.
           IF FS-LED = '35'
              OPEN OUTPUT FOLLEDGER
              IF FS-LED = '00'
                 CLOSE FOLLEDGER
                 OPEN I-O FOLLEDGER
              END-IF
           END-IF
           IF FS-LED NOT = '00'
              MOVE 'ERRO NO LIVRO DE ENTREGAS DA FOLHA ST ' TO WTXT
              MOVE FS-LED TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              GO TO R-GERA-FOLHA-1-EXIT
           END-IF
           MOVE WMES-COM TO MES-FOL
           READ FOLLEDGER
           IF FS-LED = '00'
              MOVE SPACES TO WTXT
              STRING 'MES JA ENVIADO A FOLHA EM ' DATA-GERACAO-FOL
                     DELIMITED BY SIZE INTO WTXT
              MOVE ZEROES TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE FOLLEDGER
              GO TO R-GERA-FOLHA-1-EXIT
           END-IF
           MOVE SPACES TO WID-ARQ-FOLHA
           STRING 'FOLHA-COMISSAO-' WMES-COM '.TXT' DELIMITED BY SIZE
               INTO WID-ARQ-FOLHA
           OPEN OUTPUT ARQFOLHA
           IF FS-FOL NOT = '00'
              MOVE 'ERRO NA GERACAO DA INTERFACE DA FOLHA ST ' TO WTXT
              MOVE FS-FOL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE FOLLEDGER
              GO TO R-GERA-FOLHA-1-EXIT
           END-IF
           MOVE 'FOLHACOM' TO WENV-TIPO
           PERFORM S-ENV-RESERVA-SEQ THRU R-ENV-RESERVA-SEQ-1-EXIT
           PERFORM S-ENV-MONTA-HDR THRU R-ENV-MONTA-HDR-1-EXIT
           MOVE WENV-LINHA TO REGISTRO-FOLHA
           WRITE REGISTRO-FOLHA
           MOVE ZEROES TO WENV-QTD WENV-HASH
           PERFORM VARYING WIDX-FOLHA FROM 1 BY 1
                   UNTIL WIDX-FOLHA > 999
              MOVE WIDX-FOLHA TO WIDX-COM
              IF WCOM-CPF(WIDX-COM) > ZEROES
                 PERFORM R-GRAVA-VERBAS-FOLHA
              END-IF
           END-PERFORM
           PERFORM S-ENV-MONTA-TRL THRU R-ENV-MONTA-TRL-1-EXIT
           MOVE WENV-LINHA TO REGISTRO-FOLHA
           WRITE REGISTRO-FOLHA
           CLOSE ARQFOLHA
           MOVE WMES-COM TO MES-FOL
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-GERACAO-FOL
           MOVE WENV-SEQ TO SEQ-ENV-FOL
           MOVE WID-ARQ-FOLHA TO ARQUIVO-FOL
           MOVE WQTD-LANC-FOLHA TO QTD-REG-FOL
           MOVE WSOMA-FOLHA TO SOMA-CONTROLE-FOL
           MOVE 'P' TO STATUS-FOL
           MOVE ZEROES TO DATA-ACK-FOL QTD-ACK-FOL SOMA-ACK-FOL
           WRITE REGISTRO-FOLLEDGER
           CLOSE FOLLEDGER
           MOVE WID-ARQ-FOLHA TO WCATR-ARQUIVO
           COMPUTE WCATR-LINHAS = WQTD-LANC-FOLHA + 2
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-COM DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO THRU R-REGISTRA-CATALOGO-1-EXIT
           MOVE SPACES TO WTXT
           STRING 'INTERFACE DA FOLHA GERADA: ' WQTD-LANC-FOLHA
                  ' LANCAMENTO(S)' DELIMITED BY SIZE INTO WTXT
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE TELA-MENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-GERA-FOLHA-1-EXIT.
           EXIT.

       R-GRAVA-VERBAS-FOLHA.
           IF WCOM-VAL-VISITAS(WIDX-COM) > ZEROES
              MOVE WVERBA-VISITAS TO WVERBA-LANC
              MOVE WCOM-VAL-VISITAS(WIDX-COM) TO WVALOR-LANC
              PERFORM R-GRAVA-LANC-FOLHA
           END-IF
           IF WCOM-VAL-BONUS(WIDX-COM) > ZEROES
              MOVE WVERBA-BONUS TO WVERBA-LANC
              MOVE WCOM-VAL-BONUS(WIDX-COM) TO WVALOR-LANC
              PERFORM R-GRAVA-LANC-FOLHA
           END-IF
           IF WCOM-VAL-KM(WIDX-COM) > ZEROES
              MOVE WVERBA-KM TO WVERBA-LANC
              MOVE WCOM-VAL-KM(WIDX-COM) TO WVALOR-LANC
              PERFORM R-GRAVA-LANC-FOLHA
           END-IF
      *----AJUSTE LIQUIDO DO MES: CREDITO E DESCONTO TEM VERBAS
      *    PROPRIAS NA FOLHA, SEMPRE COM VALOR POSITIVO.
           IF WCOM-AJUSTE(WIDX-COM) > ZEROES
              MOVE WVERBA-AJUSTE-CRED TO WVERBA-LANC
              MOVE WCOM-AJUSTE(WIDX-COM) TO WVALOR-LANC
              PERFORM R-GRAVA-LANC-FOLHA
           END-IF
           IF WCOM-AJUSTE(WIDX-COM) < ZEROES
              MOVE WVERBA-AJUSTE-DESC TO WVERBA-LANC
              COMPUTE WVALOR-LANC = WCOM-AJUSTE(WIDX-COM) * -1
              PERFORM R-GRAVA-LANC-FOLHA
           END-IF.

       R-GRAVA-LANC-FOLHA.
           MOVE SPACES TO REGISTRO-FOLHA
           MOVE 'D' TO TIPO-REG-FOLHA
           MOVE WCOM-CPF(WIDX-COM) TO CPF-FOLHA
           MOVE WMES-COM TO MES-REF-FOLHA
           MOVE WIDX-COM TO COD-VEN-FOLHA
           MOVE WVERBA-LANC TO VERBA-FOLHA
           MOVE WVALOR-LANC TO VALOR-FOLHA
           WRITE REGISTRO-FOLHA
           ADD 1 TO WQTD-LANC-FOLHA
           COMPUTE WSOMA-FOLHA = WSOMA-FOLHA + VALOR-FOLHA * 100
           ADD 1 TO WENV-QTD
           COMPUTE WENV-HASH = WENV-HASH +
               FUNCTION LENGTH(FUNCTION TRIM(REGISTRO-FOLHA)).

       COPY ENVELOPE.CPY.

       COPY PERIODO.CPY.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
