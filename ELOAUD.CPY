      * ELOAUD.CPY - PARAMETROS DO SUBPROGRAMA ELOAUDIT (ENCADEAMENTO
      * DA TRILHA DE AUDITORIA). CADA LINHA DE AUDITORIA.DAT TERMINA
      * COM ',#' + HASH DE 24 POSICOES CALCULADO SOBRE O HASH DA LINHA
      * ANTERIOR E O CONTEUDO DA PROPRIA LINHA; ALTERAR OU APAGAR UMA
      * LINHA QUEBRA O ELO DA SEGUINTE (VERIFICACAO NO VERIFICAAUD).
      * FUNCAO 'E' (ENCADEAR): WELO-LINHA ENTRA COM A LINHA MONTADA E
      *   SAI COM O HASH ACRESCENTADO; O ULTIMO HASH FICA EM
      *   AUDITORIA.ELO PARA A PROXIMA GRAVACAO.
      * FUNCAO 'C' (CALCULAR): HASH DE WELO-LINHA (SEM O CAMPO DE
      *   HASH) ENCADEADO A WELO-ANTERIOR, DEVOLVIDO EM WELO-HASH.
      * FUNCAO 'A' (ASSINAR): ASSINATURA DE WELO-LINHA COM A CHAVE DA
      *   INSTALACAO (VARIAVEL DE AMBIENTE AUDITORIA-CHAVE), EM
      *   WELO-HASH; WELO-ORIGEM-CHAVE = 'P' QUANDO A VARIAVEL NAO
      *   ESTAVA DEFINIDA E FOI USADA A CHAVE PADRAO.
      * FUNCAO 'R' (REINICIAR): GRAVA WELO-HASH EM AUDITORIA.ELO (EM
      *   BRANCO = PONTO DE PARTIDA), DEPOIS DE REESCREVER A TRILHA.
      * FUNCAO 'P' (PARTIDA): ELO DE ENTRADA DA TRILHA VIVA EM
      *   WELO-ANTERIOR - ULTIMO HASH EXPURGADO (AUDITORIA-SELO.DAT) OU
      *   ZEROS QUANDO NUNCA HOUVE EXPURGO DE LINHA ENCADEADA.
      * FUNCAO 'T' (TRILHA): REALINHA AUDITORIA.ELO COM A ULTIMA LINHA
      *   ENCADEADA DA TRILHA (OU A PARTIDA), DEVOLVIDO EM WELO-HASH -
      *   USADA DEPOIS DE RECARREGAR A TRILHA DE UMA COPIA.
       01 WELO-DADOS                    VALUE SPACES.
          02 WELO-FUNCAO               PIC X(001).
             88 ELO-ENCADEAR                  VALUE 'E'.
             88 ELO-CALCULAR                  VALUE 'C'.
             88 ELO-ASSINAR                   VALUE 'A'.
             88 ELO-REINICIAR                 VALUE 'R'.
             88 ELO-PARTIDA                   VALUE 'P'.
             88 ELO-REALINHAR                 VALUE 'T'.
          02 WELO-ANTERIOR             PIC X(024).
          02 WELO-HASH                 PIC X(024).
          02 WELO-ORIGEM-CHAVE         PIC X(001).
             88 ELO-CHAVE-PADRAO              VALUE 'P'.
          02 WELO-LINHA                PIC X(400).
