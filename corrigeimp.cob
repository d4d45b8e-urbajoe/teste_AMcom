           02 WLINHA-PRODUTO-IMP         PIC  X(003).
           02 WCLASSIFICACAO-IMP         PIC  X(001).
           02 WFREQ-VISITA-IMP           PIC  9(003).
           02 WGRUPO-ECON-IMP            PIC  9(005).
           02 WATEND-REMOTO-IMP          PIC  X(001).
           02 WCONSENT-FONE-IMP          PIC  X(001).
           02 WCONSENT-EMAIL-IMP         PIC  X(001).
           02 FILLER                     PIC X(410).
       01 WARQIMPORT-VIS REDEFINES WARQIMPORT-REC.
           02 WVIS-CLI-IMP               PIC  9(007).
           02 WVIS-VEN-IMP               PIC  9(003).
           02 WVIS-HORA-IMP              PIC  9(006).
           02 WVIS-RESULT-IMP            PIC  X(002).
           02 WVIS-NOTA-IMP              PIC  X(060).
      *----POSICAO GPS DA VISITA: NAO E EDITADA AQUI, SEGUE INTACTA
      *    NA LINHA CORRIGIDA.
           02 WVIS-GPS-IMP               PIC  X(022).
           02 FILLER                     PIC X(404).

      *----TIPO DO ARQUIVO EM CORRECAO: CLIENTES (PADRAO) OU
      *    VISITAS DE CAMPO.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'corrigeimp'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           OPEN INPUT IMPORT-REJEITADOS
           IF FS-REJ NOT = '00'
              MOVE FS-REJ TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-REJEITADOS TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ REJEITADOS: ' WFS-DESC-TRADUZIDA
           OPEN INPUT ARQIMPORT
           IF FS-IMPORT NOT = '00'
              MOVE FS-IMPORT TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-IMPORT TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ IMPORTACAO: ' WFS-DESC-TRADUZIDA
