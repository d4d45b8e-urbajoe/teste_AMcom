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

       FD DIS-VISITA.
       01  REGISTRO-VISITA-DIS.
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

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'confrontakm'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE FS-VEN TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-VENDEDOR-1 TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ VENDEDORES: ' WFS-DESC-TRADUZIDA
                 READ PLANOVIS NEXT
                 IF FS-PLA = '00'
                    IF DATA-PLANO(1:6) = WMES-CONF(1:6) AND
                       COD-VEN-PLANO > ZEROES AND
                       ORIGEM-PLANO NOT = 'L'
                       ADD 1 TO WCONF-PLAN(COD-VEN-PLANO)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PLANOVIS
           END-IF
      *----VISITA COM POSICAO GPS FORA DA TOLERANCIA NAO CONTA COMO
      *    REALIZADA NO CONFRONTO.
           OPEN INPUT DIS-VISITA.
           IF FS-VIS = '00'
              MOVE LOW-VALUES TO CHAVE-VISITA-DIS
                 READ DIS-VISITA NEXT
                 IF FS-VIS = '00'
                    IF DATA-HORA-VISITA(1:6) = WMES-CONF(1:6) AND
                       CODIGO-VEN-VISITA > ZEROES AND
                       NOT GPS-FORA-TOLERANCIA
                       ADD 1 TO WCONF-FEITAS(CODIGO-VEN-VISITA)
                    END-IF
                 END-IF
