           02 LINHA-PRODUTO-CLI         PIC  X(003).
           02 CLASSIFICACAO-CLI         PIC  X(001).
           02 FREQ-VISITA-CLI           PIC  9(003).
           02 GRUPO-ECON-CLI            PIC  9(005).
           02 ATEND-REMOTO-CLI          PIC  X(001).
              88 CLI-ATEND-REMOTO            VALUE 'S'.

       FD CLINOVO.
       01  REGISTRO-CLINOVO.
              03 CODIGO-N               PIC  9(007).
              03 CNPJ-N                 PIC  9(014).
           02 RAZAO-N                   PIC  X(040).
           02 FILLER                    PIC  X(161).

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

       FD VENNOVO.
       01  REGISTRO-VENNOVO.
              03 CODIGO-VEN-N           PIC  9(003).
              03 CPF-VEN-N              PIC  9(011).
           02 NOME-VEN-N                PIC  X(040).
           02 FILLER                    PIC  X(085).

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 STATUS-OPERADOR            PIC  X(001).
           02 PERM-OPCAO OCCURS 60 TIMES PIC  X(001).
           02 SENHA-OPERADOR             PIC  X(020).
           02 SENHA-CIFRADA-OPR REDEFINES SENHA-OPERADOR.
              03 SENHA-MARCA-OPR         PIC  X(001).
                 88 SENHA-COM-HASH              VALUE '$'.
              03 SENHA-SAL-OPR           PIC  X(005).
              03 SENHA-HASH-OPR          PIC  X(014).
           02 DATA-TROCA-SENHA           PIC  9(008).
           02 FLAG-TROCA-SENHA           PIC  X(001).
           02 QTD-SENHA-ERRADA           PIC  9(002).
           02 DATA-HORA-BLOQUEIO         PIC  X(014).
           02 PERM-GRUPO OCCURS 4 TIMES  PIC  X(001).
           02 PERM-EMPRESA OCCURS 9 TIMES PIC X(001).
           02 PERM-OPCAO-2 OCCURS 39 TIMES PIC X(001).
           02 PERFIL-OPERADOR            PIC  X(001).
              88 PERFIL-SUPERVISOR             VALUE 'S'.
      *----NIVEL DE ACESSO A DADOS PESSOAIS: '2' = INTEGRAL; OS
      *    DEMAIS NIVEIS VEEM CPF, CNPJ DE PESSOA FISICA, TELEFONE,
      *    E-MAIL E CONTATOS PARCIALMENTE MASCARADOS.
           02 NIVEL-DADOS-OPERADOR       PIC  X(001).
              88 NIVEL-DADOS-INTEGRAL          VALUE '2'.

       FD OPRNOVO.
       01  REGISTRO-OPRNOVO.
           02 CODIGO-OPERADOR-N          PIC  X(020).
           02 FILLER                     PIC  X(200).

       FD LEADS.
       01  REGISTRO-LEAD.
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

       FD VISNOVO.
       01  REGISTRO-VISNOVO.
              03 CODIGO-CLI-VISITA-N   PIC  9(007).
              03 CODIGO-VEN-VISITA-N   PIC  9(003).
              03 DATA-HORA-VISITA-N    PIC  X(014).
           02 FILLER                   PIC  X(112).

       FD  ARQREL.
       01  ARQREL-REC.

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'checaarq'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           PERFORM R-ABRE-ATUAL
           IF FS-ARQ NOT = '00'
              MOVE FS-ARQ TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-ATUAL TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO ARQREL-DATA-01
              STRING FUNCTION TRIM(WID-ARQ-ATUAL) ','
              WHEN OTHER
                 ADD 1 TO WCONT-ERROS-ARQ
                 MOVE FS-ARQ TO WFS-COD-TRADUZIR
                 MOVE WID-ARQ-ATUAL TO WERR-ARQUIVO
                 PERFORM S-TRADUZ-STATUS-ARQ
                       THRU S-TRADUZ-STATUS-ARQ-EXIT
                 MOVE SPACES TO ARQREL-DATA-01
                 MOVE REGISTRO-REGIAO TO REGISTRO-REGNOVO
                 WRITE REGISTRO-REGNOVO
              WHEN 5
                 PERFORM R-ANULA-SENHA-CLARA
                 MOVE REGISTRO-OPERADOR TO REGISTRO-OPRNOVO
                 WRITE REGISTRO-OPRNOVO
              WHEN 6
                 WRITE REGISTRO-VISNOVO
           END-EVALUATE.

      *----SENHA AINDA EM CLARO (CADASTRO NAO CONVERTIDO) NAO SAI
      *    DESTE PROGRAMA: FICA ANULADA ('$' + HASH DE ASTERISCOS,
      *    QUE NENHUMA SENHA PRODUZ) E O OPERADOR DEPENDE DE RESET
      *    PELO SUPERVISOR.
       R-ANULA-SENHA-CLARA.
           IF SENHA-OPERADOR NOT = SPACES AND NOT SENHA-COM-HASH
              MOVE '$' TO SENHA-MARCA-OPR
              MOVE SPACES TO SENHA-SAL-OPR
              MOVE ALL '*' TO SENHA-HASH-OPR
              MOVE 'S' TO FLAG-TROCA-SENHA
           END-IF.

      *----POSICIONA LOGO ACIMA DA ULTIMA CHAVE BOA PARA PULAR O
      *    TRECHO ILEGIVEL. SEM CHAVE BOA AINDA, RETOMA DO INICIO
      *    NAO ADIANTA - O ARQUIVO E DADO COMO PERDIDO DESSE PONTO.
