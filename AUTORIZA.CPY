      * AUTORIZA.CPY - PARAMETROS DO SUBPROGRAMA AUTORIZADUPLA
      * (AUTORIZACAO DE DUAS PESSOAS PARA OS UTILITARIOS DESTRUTIVOS:
      * recuperadis, RESTAURACAO DO backupger, anonimiza, desfazdis
      * E DESFAZER MESCLAGEM DO mesclacli).
      * FUNCAO 'A' (AUTORIZAR): NA EXECUCAO INTERATIVA UM SEGUNDO
      *   OPERADOR, DIFERENTE DO SOLICITANTE E COM PERFIL DE
      *   SUPERVISOR, DIGITA O PROPRIO CODIGO E SENHA; EM LOTE
      *   (WAUT-LOTE = 'S') E CONSUMIDA UMA AUTORIZACAO PREVIA
      *   EMITIDA PELO MENU (AUTORIZA-LOTE.DAT), QUE SO VALE UMA VEZ.
      * FUNCAO 'F' (FINALIZAR): GRAVA O DESFECHO DA EXECUCAO, COM OS
      *   DOIS OPERADORES E OS PARAMETROS, EM SEGURANCA.LOG E
      *   AUDITORIA.DAT (E NA AUTORIZACAO DE LOTE USADA).
      * FUNCAO 'E' (EMITIR): AUTORIZA COMO NA 'A' INTERATIVA E GRAVA
      *   A AUTORIZACAO DE LOTE PARA WAUT-PROGRAMA; O NUMERO VOLTA EM
      *   WAUT-TOKEN.
      * O CHAMADOR SO PROSSEGUE COM WAUT-AUTORIZADO = 'S'.
       01 WAUT-DADOS                    VALUE SPACES.
          02 WAUT-FUNCAO               PIC X(001).
             88 AUT-AUTORIZAR                 VALUE 'A'.
             88 AUT-FINALIZAR                 VALUE 'F'.
             88 AUT-EMITIR                    VALUE 'E'.
          02 WAUT-LOTE                 PIC X(001).
             88 AUT-EM-LOTE                   VALUE 'S'.
          02 WAUT-PROGRAMA             PIC X(020).
          02 WAUT-EMPRESA              PIC X(002).
          02 WAUT-ARQ-OPERADORES       PIC X(050).
          02 WAUT-SOLICITANTE          PIC X(020).
          02 WAUT-PARAMETROS           PIC X(060).
          02 WAUT-SUPERVISOR           PIC X(020).
          02 WAUT-TOKEN                PIC X(006).
          02 WAUT-AUTORIZADO           PIC X(001).
             88 AUT-CONCEDIDA                 VALUE 'S'.
          02 WAUT-MOTIVO               PIC X(050).
          02 WAUT-DESFECHO             PIC X(060).
