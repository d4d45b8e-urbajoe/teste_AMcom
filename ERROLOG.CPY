      * ERROLOG.CPY - PARAMETROS DO REGISTRO DE ERROS CENTRAL
      * (ERROS.LOG, GRAVADO PELO SUBPROGRAMA GRAVAERRO). O
      * S-TRADUZ-STATUS-ARQ GRAVA SOZINHO TODO STATUS DE ERRO QUE
      * TRADUZ; O CHAMADOR SO INFORMA ANTES O ARQUIVO E A CHAVE. ERRO
      * DE NEGOCIO: PREENCHER O TEXTO (E A SEVERIDADE, SE NAO FOR
      * ERRO COMUM) E EXECUTAR O S-GRAVA-ERRO. CADA PROGRAMA DECLARA
      * O PROPRIO NOME EM WPROGRAMA-ERRO.
      * SEVERIDADE: F=FATAL (PAROU A ROTINA), E=ERRO, A=AVISO.
       01 WERR-DADOS                    VALUE SPACES.
          02 WERR-PROGRAMA             PIC X(020).
          02 WERR-EMPRESA              PIC X(002).
          02 WERR-OPERADOR             PIC X(020).
          02 WERR-SEVERIDADE           PIC X(001).
             88 ERR-FATAL                     VALUE 'F'.
             88 ERR-ERRO                      VALUE 'E'.
             88 ERR-AVISO                     VALUE 'A'.
          02 WERR-STATUS               PIC X(002).
          02 WERR-ARQUIVO              PIC X(050).
          02 WERR-CHAVE                PIC X(030).
          02 WERR-TEXTO                PIC X(080).
