                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-KMA.

       SELECT AJUSTECOM ASSIGN TO DISK WID-ARQ-AJUSTECOM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AJU
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AJU.

       SELECT COMFECHA ASSIGN TO DISK WID-ARQ-COMFECHA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-FEC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FEC.

       SELECT ARQEXT  ASSIGN TO DISK WID-ARQ-EXT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CAP.

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

       FD PLANOVIS.
       01  REGISTRO-PLANO-VIS.
              03 COD-CLI-PLANO          PIC  9(007).
           02 CLASSIF-PLANO             PIC  X(001).
           02 ORIGEM-PLANO              PIC  X(001).
           02 DATA-ORIG-PLANO           PIC  9(008).
           02 QTD-ADIA-PLANO            PIC  9(002).

       FD  KMACUM.
       01  REG-KMACUM.
           02  KMA-COD-VEN      PIC 9(003).
           02  KMA-DIST         PIC 9(010)V9(003).

      *----AJUSTES DE COMISSAO (AJUSTECOM) E MESES FECHADOS DA
      *    COMISSAO: O EXTRATO MOSTRA OS MESMOS AJUSTES QUE A
      *    COMISSAO PAGA NO MES.
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

       FD COMFECHA.
       01  REGISTRO-COMFECHA.
           02 MES-FEC               PIC 9(006).
           02 DATA-FECHAMENTO       PIC 9(008).
           02 OPERADOR-FEC          PIC X(020).

       FD  ARQEXT.
       01  ARQEXT-REC.
           05  ARQEXT-DATA-01   PIC X(00100).
       01  ARQCAPA-REC.
           05  ARQCAPA-DATA-01  PIC X(00160).

       FD  CATREL.
       01  CATREL-REC.
           05  CATREL-DATA-01      PIC X(00160).

       WORKING-STORAGE SECTION.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-KMA-1                PIC 9.
           02 FS-KMA-2                PIC 9.
           02 FS-KMA-R REDEFINES FS-KMA-2 PIC 99 COMP-X.
       01 FS-AJU.
           02 FS-AJU-1                PIC 9.
           02 FS-AJU-2                PIC 9.
           02 FS-AJU-R REDEFINES FS-AJU-2 PIC 99 COMP-X.
       01 FS-FEC.
           02 FS-FEC-1                PIC 9.
           02 FS-FEC-2                PIC 9.
           02 FS-FEC-R REDEFINES FS-FEC-2 PIC 99 COMP-X.
       01 FS-EXT.
           02 FS-EXT-1                PIC 9.
           02 FS-EXT-2                PIC 9.
       01 WID-ARQ-PLANOVIS        PIC X(50) VALUE 'PLANO-VISITA.DAT'.
       01 WID-ARQ-KMACUM          PIC X(50) VALUE 'KM-ACUMULADO.DAT'.
       01 WID-ARQ-EXT             PIC X(54) VALUE SPACES.
       01 WID-ARQ-AJUSTECOM       PIC X(50)
                                  VALUE 'COMISSAO-AJUSTE.DAT'.
       01 WID-ARQ-COMFECHA        PIC X(50) VALUE 'COMISSAO-FECHA.DAT'.
       01 WAJU-ENTRA              PIC X(001) VALUE 'N'.
          88 AJU-ENTRA-NO-MES          VALUE 'S'.
       01 WAJU-TOTAL              PIC S9(009)V9(002) VALUE ZEROES.
       77 WAJU-QTD                PIC 9(003) VALUE ZEROES.
       01 WED-AJUSTE              PIC -ZZZZZZZZ9.99.
       01 FS-CTR.
           02 FS-CTR-1                PIC 9.
           02 FS-CTR-2                PIC 9.
           02 FS-CTR-R REDEFINES FS-CTR-2 PIC 99 COMP-X.
       01 WID-ARQ-CATREL     PIC X(50) VALUE 'CATALOGO-REL.DAT'.
       01 WCATR-ARQUIVO      PIC X(054) VALUE SPACES.
       01 WCATR-LINHAS       PIC 9(007) VALUE ZEROES.
       01 WCATR-PARAM        PIC X(040) VALUE SPACES.
       01 WID-ARQ-CAPA            PIC X(54) VALUE SPACES.

       01 WMES-EXT                PIC 9(006) VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'extratoven'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
           OPEN INPUT DISTRIBUICAO
           OPEN INPUT DIS-VISITA
           OPEN INPUT PLANOVIS
           OPEN INPUT AJUSTECOM
           OPEN INPUT COMFECHA
           PERFORM S-ACUMULA-MES THRU R-ACUMULA-MES-1-EXIT
           PERFORM S-EMITE-EXTRATOS THRU R-EMITE-EXTRATOS-1-EXIT
           PERFORM S-EMITE-CAPA THRU R-EMITE-CAPA-1-EXIT
           IF FS-PLA = '00' OR FS-PLA = '10'
              CLOSE PLANOVIS
           END-IF
           IF FS-AJU = '00' OR FS-AJU = '10'
              CLOSE AJUSTECOM
           END-IF
           IF FS-FEC = '00' OR FS-FEC = '23'
              CLOSE COMFECHA
           END-IF
           MOVE SPACES TO WTXT
           STRING WCONT-EXTRATOS ' EXTRATO(S) GERADO(S)'
                  DELIMITED BY SIZE INTO WTXT
                 READ PLANOVIS NEXT
                 IF FS-PLA = '00'
                    IF DATA-PLANO(1:6) = WMES-EXT(1:6) AND
                       COD-VEN-PLANO > ZEROES AND
                       ORIGEM-PLANO NOT = 'L'
                       ADD 1 TO WEXT-PLAN(COD-VEN-PLANO)
                    END-IF
                 END-IF
               FUNCTION TRIM(WED-KM)
               DELIMITED BY SIZE INTO ARQEXT-DATA-01
           WRITE ARQEXT-REC
           IF FS-AJU = '00' OR FS-AJU = '10'
              PERFORM R-LISTA-AJUSTES
           END-IF
           CLOSE ARQEXT
      *----RESUMO POR REGIAO PARA A CAPA DO SUPERVISOR.
           IF COD-REGIAO > ZEROES
              END-IF
           END-PERFORM.

      *----AJUSTES DE COMISSAO DO MES: OS JA PAGOS NELE (MES DE
      *    APLICACAO GRAVADO NO FECHAMENTO) OU, AINDA SEM FECHAMENTO,
      *    OS APROVADOS QUE A COMISSAO INCLUIRIA - DO PROPRIO MES OU
      *    DE MES ANTERIOR JA FECHADO, COM A REFERENCIA ORIGINAL.
       R-LISTA-AJUSTES.
           MOVE ZEROES TO WAJU-TOTAL WAJU-QTD
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
                    IF WAJU-QTD = ZEROES
                       MOVE SPACES TO ARQEXT-DATA-01
                       STRING 'AJUSTES DE COMISSAO DO MES:'
                           DELIMITED BY SIZE INTO ARQEXT-DATA-01
                       WRITE ARQEXT-REC
                    END-IF
                    ADD 1 TO WAJU-QTD
                    ADD VALOR-AJU TO WAJU-TOTAL
                    MOVE VALOR-AJU TO WED-AJUSTE
                    MOVE SPACES TO ARQEXT-DATA-01
                    STRING '  REF ' MES-REF-AJU ': '
                        FUNCTION TRIM(WED-AJUSTE) ' - '
                        FUNCTION TRIM(MOTIVO-AJU)
                        DELIMITED BY SIZE INTO ARQEXT-DATA-01
                    WRITE ARQEXT-REC
                 END-IF
              END-IF
           END-PERFORM
           IF WAJU-QTD > ZEROES
              MOVE WAJU-TOTAL TO WED-AJUSTE
              MOVE SPACES TO ARQEXT-DATA-01
              STRING 'TOTAL DE AJUSTES: ' FUNCTION TRIM(WED-AJUSTE)
                  DELIMITED BY SIZE INTO ARQEXT-DATA-01
              WRITE ARQEXT-REC
           END-IF
           MOVE '10' TO FS-AJU.

       R-AJUSTE-DO-MES.
           MOVE 'N' TO WAJU-ENTRA
           IF MES-APLIC-AJU = WMES-EXT
              MOVE 'S' TO WAJU-ENTRA
           END-IF
           IF AJU-APROVADO AND MES-APLIC-AJU = ZEROES
              IF MES-REF-AJU = WMES-EXT
                 MOVE 'S' TO WAJU-ENTRA
              ELSE
                 IF MES-REF-AJU < WMES-EXT
                    MOVE MES-REF-AJU TO MES-FEC
                    READ COMFECHA
                    IF FS-FEC = '00'
                       MOVE 'S' TO WAJU-ENTRA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       S-EMITE-CAPA SECTION.
       R-EMITE-CAPA-1.
           MOVE SPACES TO WID-ARQ-CAPA
               '"VISITAS PLANEJADAS"' ',' '"VISITAS REALIZADAS"'
               DELIMITED BY SIZE INTO ARQCAPA-DATA-01
           WRITE ARQCAPA-REC
           MOVE 1 TO WCATR-LINHAS
           PERFORM VARYING WIDX-REG FROM 1 BY 1 UNTIL WIDX-REG > 999
              IF WREG-EXT-VENS(WIDX-REG) > ZEROES
                 MOVE SPACES TO ARQCAPA-DATA-01
                     WREG-EXT-FEITAS(WIDX-REG)
                     DELIMITED BY SIZE INTO ARQCAPA-DATA-01
                 WRITE ARQCAPA-REC
                 ADD 1 TO WCATR-LINHAS
              END-IF
           END-PERFORM
           CLOSE ARQCAPA
      *----A CAPA REPRESENTA A LEVA DE EXTRATOS DO MES NO CATALOGO.
           MOVE WID-ARQ-CAPA TO WCATR-ARQUIVO
           MOVE SPACES TO WCATR-PARAM
           STRING 'MES=' WMES-EXT ' EXTRATOS=' WCONT-EXTRATOS
               DELIMITED BY SIZE INTO WCATR-PARAM
           PERFORM S-REGISTRA-CATALOGO THRU R-REGISTRA-CATALOGO-1-EXIT.
       R-EMITE-CAPA-1-EXIT.
           EXIT.

       COPY CATALOGO.CPY.

       COPY FS-TRADUZ.CPY.
