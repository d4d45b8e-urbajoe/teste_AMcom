              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT RESULTVIS ASSIGN TO DISK WID-ARQ-RESULTVIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-RES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RES.

       SELECT VINCATUAL ASSIGN TO DISK WID-ARQ-VINCATUAL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT PERFECHA ASSIGN TO DISK WID-ARQ-PERFECHA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS MES-PER
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PFE.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRIBUICAO.
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

      *----REGISTRO DA VISITA REALMENTE REALIZADA PELO VENDEDOR AO
      *    CLIENTE, PARA COMPARAR O QUE DE FATO ACONTECEU CONTRA O
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

      *----TABELA DE RESULTADOS DE VISITA (VIDE RESULTVISITA.COB).
       FD RESULTVIS.
       01  REGISTRO-RESULTADO.
           02 CODIGO-RES                PIC  X(002).
           02 DESCRICAO-RES             PIC  X(030).
           02 PRODUTIVO-RES             PIC  X(001).
              88 RES-PRODUTIVO                VALUE 'S'.
           02 DIAS-RETORNO-RES          PIC  9(003).

      *----PROPOSTA DE REASSOCIACAO EM MASSA AGUARDANDO APROVACAO DE
      *    SUPERVISOR. A REASSOCIACAO (OPCAO 4) PODE MOVER CENTENAS DE
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00200).

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

       WORKING-STORAGE SECTION.
       01 WREGISTRO-DISTRIBUICAO.
          02 WCHAVE-DIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-RES.
           02 FS-RES-1                PIC 9.
           02 FS-RES-2                PIC 9.
           02 FS-RES-R REDEFINES FS-RES-2 PIC 99 COMP-X.
       01 FS-RPEND.
           02 FS-RPEND-1              PIC 9.
           02 FS-RPEND-2              PIC 9.
       01 WID-ARQ-DISTRIBUICAO            PIC X(50).
       01 WID-ARQ-DIS-VISITA       PIC X(50) VALUE 'DIS-VISITA.DAT'.
       01 WID-ARQ-REASSOC-PEND     PIC X(50) VALUE 'REASSOC-PEND.DAT'.
       01 WID-ARQ-RESULTVIS        PIC X(50) VALUE
              'RESULTADO-VISITA.DAT'.
      *----RESUMO DO VINCULO ABERTO POR CLIENTE (VIDE VINC-ATUAL.CPY).
       01 FS-VAT.
           02 FS-VAT-1                 PIC 9.
       01 WID-ARQ-SESSOES         PIC X(50) VALUE 'SESSOES-ONLINE.DAT'.
       01 WGER-RODANDO            PIC X VALUE 'N'.
          88 GER-RODANDO               VALUE 'S'.
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
       01 WSES-EVENTO             PIC X(006) VALUE SPACES.

       01 WOBS-VISITA              PIC X(060) VALUE SPACES.
       01 WRES-VISITA              PIC X(002) VALUE SPACES.
       01 WDESC-RES-VISITA         PIC X(030) VALUE SPACES.

       01 WDECISAO-RPEND           PIC X VALUE SPACE.
       01 WCONT-RPEND-APROV        PIC 9(004) VALUE ZEROES.
      *    REBALANCEAMENTO AUTOMATICO, RT=REASSOCIACAO EM MASSA,
      *    AF=AFASTAMENTO DE VENDEDOR, CL=PEDIDO DO CLIENTE,
      *    VD=VENDEDOR DESLIGADO, ER=CORRECAO DE ERRO, MN=AJUSTE
      *    MANUAL, TE=TRANSFERENCIA ENTRE EMPRESAS (TD RESERVADO PARA
      *    TROCA DIRETA).
       01 WMOTIVO-ENCERRA     PIC X(002) VALUE SPACES.
       01 WENC-DATA-INI       PIC 9(008) VALUE ZEROES.
       01 WENC-DATA-FIM       PIC 9(008) VALUE ZEROES.
          02 FILLER PIC X(02) VALUE 'ER'.
          02 FILLER PIC X(02) VALUE 'MN'.
          02 FILLER PIC X(02) VALUE 'IN'.
          02 FILLER PIC X(02) VALUE 'TE'.
       01 WTAB-MOTIVOS REDEFINES WTAB-MOTIVOS-V.
          02 WMOT-CODIGO OCCURS 10 TIMES PIC X(02).
       01 WTAB-DESC-MOTIVOS-V.
          02 FILLER PIC X(25) VALUE 'REBALANCEAMENTO AUTOM.'.
          02 FILLER PIC X(25) VALUE 'REASSOCIACAO EM MASSA'.
          02 FILLER PIC X(25) VALUE 'CORRECAO DE ERRO'.
          02 FILLER PIC X(25) VALUE 'AJUSTE MANUAL'.
          02 FILLER PIC X(25) VALUE 'INATIVACAO DE CLIENTE'.
          02 FILLER PIC X(25) VALUE 'TRANSF. ENTRE EMPRESAS'.
       01 WTAB-DESC-MOTIVOS REDEFINES WTAB-DESC-MOTIVOS-V.
          02 WMOT-DESC OCCURS 10 TIMES PIC X(25).
       01 WTAB-QTD-MOTIVOS.
          02 WMOT-QTD OCCURS 10 TIMES PIC 9(005).
       77 WENC-QTD-SEM-MOTIVO PIC 9(005) VALUE ZEROES.
       77 WENC-QTD-TOTAL      PIC 9(005) VALUE ZEROES.
       77 WIDX-MOT            PIC 9(002) VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'distribuicao'.

       COPY ERROLOG.CPY.

       COPY ELOAUD.CPY.

       COPY FUNCAO.CPY.

           END-IF
           PERFORM ABRE-DIS
           PERFORM S-ABRE-VINCATUAL THRU R-ABRE-VINCATUAL-1-EXIT
           PERFORM S-ABRE-PERFECHA THRU R-ABRE-PERFECHA-1-EXIT
           MOVE 'INICIO' TO WSES-EVENTO
           PERFORM S-MARCA-SESSAO
           PERFORM ACCEPTA-OPCAO.
           IF VAT-DISPONIVEL
              CLOSE VINCATUAL
           END-IF
           IF PFE-DISPONIVEL
              CLOSE PERFECHA
           END-IF
           MOVE 'FIM' TO WSES-EVENTO
           PERFORM S-MARCA-SESSAO
           CLOSE DISTRIBUICAO CLIENTES VENDEDORES DIS-VISITA
                   DISPLAY TELA-MENSAGEM
                   MOVE ZEROES TO WOPCAO
                END-IF
      *----MES CORRENTE JA FECHADO: VISITAS E VINCULOS GRAVADOS HOJE
      *    CAIRIAM NELE, ENTAO SO A TRAVA E AS CONSULTAS SEGUEM.
                IF WOPCAO NOT = ZEROES AND WOPCAO NOT = 5 AND
                   WOPCAO NOT = 10 AND WOPCAO NOT = 11
                   MOVE FUNCTION CURRENT-DATE(1:6) TO WPFE-MES-INI
                                                      WPFE-MES-FIM
                   PERFORM S-CHECA-PERIODO THRU R-CHECA-PERIODO-1-EXIT
                   IF PERIODO-FECHADO
                      MOVE 'MES CORRENTE FECHADO - SOMENTE CONSULTA '
                           TO WTXT
                      MOVE ZEROES TO WST
                      DISPLAY TELA-MENSAGEM
                      ACCEPT WX
                      INITIALIZE TELA-MENSAGEM
                      DISPLAY TELA-MENSAGEM
                      MOVE ZEROES TO WOPCAO
                   END-IF
                END-IF
                EVALUATE WOPCAO
                  WHEN 1
                    PERFORM S-INCLUIR
           OPEN I-O DISTRIBUICAO.
           IF FS-DIS NOT = '00'
              MOVE FS-DIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DISTRIBUICAO TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DISTRIB: ' WFS-DESC-TRADUZIDA
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE FS-CLI TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-CLIENTE-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ CLIENTES: ' WFS-DESC-TRADUZIDA
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
           OPEN I-O DIS-VISITA.
           IF FS-VIS NOT = '00'
              MOVE FS-VIS TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-DIS-VISITA TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ DIS-VISITA: ' WFS-DESC-TRADUZIDA
           OPEN I-O REASSOC-PEND.
           IF FS-RPEND NOT = '00'
              MOVE FS-RPEND TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REASSOC-PEND TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ REASSOC-PEND: ' WFS-DESC-TRADUZIDA

       COPY VINC-ATUAL.CPY.

       COPY PERIODO.CPY.

       COPY ENCADEIAAUD.CPY.

       COPY FS-TRADUZ.CPY.
