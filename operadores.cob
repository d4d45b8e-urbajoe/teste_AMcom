              88 GRUPO-PERMITIDO               VALUE 'S'.
           02 PERM-EMPRESA OCCURS 9 TIMES PIC X(001).
              88 EMPRESA-PERMITIDA             VALUE 'S'.
      *----OPCOES DO MENU 61 A 99: A TABELA PERM-OPCAO ENCHEU E A
      *    CONTINUACAO FICA NO FIM DO REGISTRO, SEM DESLOCAR OS
      *    CAMPOS JA GRAVADOS.
           02 PERM-OPCAO-2 OCCURS 39 TIMES PIC X(001).
              88 OPCAO-2-PERMITIDA             VALUE 'S'.
              88 OPCAO-2-NEGADA                VALUE 'N' ' '.
           02 PERFIL-OPERADOR            PIC  X(001).
              88 PERFIL-SUPERVISOR             VALUE 'S'.
      *----NIVEL DE ACESSO A DADOS PESSOAIS: '2' = INTEGRAL; OS
      *    DEMAIS NIVEIS VEEM CPF, CNPJ DE PESSOA FISICA, TELEFONE,
      *    E-MAIL E CONTATOS PARCIALMENTE MASCARADOS.
           02 NIVEL-DADOS-OPERADOR       PIC  X(001).
              88 NIVEL-DADOS-INTEGRAL          VALUE '2'.

       WORKING-STORAGE SECTION.
       01 WREGISTRO-OPERADOR.
          02 WCODIGO-OPERADOR           PIC  X(020).
          02 WNOME-OPERADOR             PIC  X(040).
          02 WSTATUS-OPERADOR           PIC  X(001).
          02 WPERM-OPCAO-TAB OCCURS 99 TIMES PIC X(001).
          02 WSENHA-OPERADOR            PIC  X(020).
          02 WDATA-TROCA-SENHA          PIC  9(008).
          02 WFLAG-TROCA-SENHA          PIC  X(001).
          02 WDATA-HORA-BLOQUEIO        PIC  X(014).
          02 WPERM-GRUPO-TAB OCCURS 4 TIMES PIC X(001).
          02 WPERM-EMPRESA-TAB OCCURS 9 TIMES PIC X(001).
          02 WPERFIL-OPERADOR           PIC  X(001).
          02 WNIVEL-DADOS-OPERADOR      PIC  X(001).

      *----SENHA VIGENTE NO MOMENTO DA LEITURA DO REGISTRO: QUANDO O
      *    SUPERVISOR DIGITA UMA SENHA DIFERENTE NA TELA (RESET), A

       01 WID-ARQ-OPERADORES              PIC X(50).

       77 WQTD-OPCOES-MENU  PIC 99 VALUE 99.
       77 WQTD-GRUPOS-MENU  PIC 9 VALUE 4.
       77 WQTD-EMPRESAS-PERM PIC 9 VALUE 9.
       77 WIDX-PERM         PIC 999 VALUE ZEROES.
       77 WPERM-EDIT        PIC X VALUE 'N'.

       77 WOPCAO          PIC 9 VALUE ZEROES.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'operadores'.

       COPY ERROLOG.CPY.

       COPY SENHAHASH.CPY.

       COPY FUNCAO.CPY.

           OPEN I-O OPERADORES.
           IF FS-OPR NOT = '00'
              MOVE FS-OPR TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-OPERADORES TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ OPERADORES: ' WFS-DESC-TRADUZIDA
