              88 OPCAO-PERMITIDA               VALUE 'S'.
              88 OPCAO-NEGADA                  VALUE 'N' ' '.
           02 SENHA-OPERADOR             PIC  X(020).
      *----SENHA GRAVADA COMO '$' + SAL + HASH (VIDE SENHAHASH.CPY);
      *    HASH TODO EM '*' = SENHA ANULADA, SO O RESET LIBERA.
           02 SENHA-CIFRADA-OPR REDEFINES SENHA-OPERADOR.
              03 SENHA-MARCA-OPR         PIC  X(001).
                 88 SENHA-COM-HASH              VALUE '$'.
              03 SENHA-SAL-OPR           PIC  X(005).
              03 SENHA-HASH-OPR          PIC  X(014).
           02 DATA-TROCA-SENHA           PIC  9(008).
           02 FLAG-TROCA-SENHA           PIC  X(001).
              88 TROCA-SENHA-OBRIGATORIA       VALUE 'S'.
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

       FD  USOMENU.
       01  USOMENU-REC.
       77 WMIN-BLOQUEIO            PIC 9(012) VALUE ZEROES.
       77 WDIAS-SENHA              PIC S9(005) VALUE ZEROES.
       01 WDATA-HOJE-LOGIN         PIC 9(008) VALUE ZEROES.
       01 WSENHA-REPETIDA          PIC X VALUE 'N'.
          88 SENHA-REPETIDA             VALUE 'S'.

       COPY SENHAHASH.CPY.

       01 WPROGRAMA-ERRO           PIC X(20) VALUE 'menu'.

       COPY ERROLOG.CPY.

       77 WQTD-OPCOES-MENU        PIC 99 VALUE 99.

      *----MULTIEMPRESA: EMPRESAS.DAT TRAZ, POR EMPRESA, OS NOMES DOS
      *    ARQUIVOS MESTRES QUE VIAJAM NO LINK-DADOS (CLIENTES,
             03 WEMP-ARQ-DIS        PIC X(050).
             03 WEMP-ARQ-REG        PIC X(050).
             03 WEMP-PERMITIDA      PIC X(001).
             03 WEMP-TIPO           PIC X(001).
       01 WPERM-EMPRESA-OPR.
          02 WPERM-EMP-OPR OCCURS 9 TIMES PIC X(001).
       01 WEMP-T-COD               PIC X(002) VALUE SPACES.
       01 WEMP-T-VEN               PIC X(050) VALUE SPACES.
       01 WEMP-T-DIS               PIC X(050) VALUE SPACES.
       01 WEMP-T-REG               PIC X(050) VALUE SPACES.
       01 WEMP-T-TIPO              PIC X(001) VALUE SPACES.
       77 WEMP-SLOT                PIC 99 VALUE ZEROES.
       77 WEMP-ESCOLHA-OK          PIC X VALUE 'N'.
      *----FAIXA DOS MENUS QUANDO A EMPRESA ESCOLHIDA E A DE
      *    TREINAMENTO (SETIMO CAMPO 'T' EM EMPRESAS.DAT).
       01 WMENU-TREINO             PIC X(019) VALUE SPACES.

      *----AVISOS OPERACIONAIS (AVISOS.DAT, LINHAS COD,SEVERIDADE,
      *    DATA-INI,DATA-FIM,OPCAO,TEXTO): OS VIGENTES PARA TODOS
       77 WGRUPO                  PIC 9 VALUE ZERO.
       77 WITEM                   PIC 99 VALUE ZERO.
       01 WTAB-QTD-ITENS-V.
          02 FILLER               PIC 99 VALUE 25.
          02 FILLER               PIC 99 VALUE 28.
          02 FILLER               PIC 99 VALUE 27.
          02 FILLER               PIC 99 VALUE 18.
       01 WTAB-QTD-ITENS REDEFINES WTAB-QTD-ITENS-V.
          02 WQTD-ITENS-GRUPO OCCURS 4 TIMES PIC 99.
      *----ATE 30 ITENS POR GRUPO: DO 16 EM DIANTE O SUBMENU MOSTRA
      *    OS ITENS NUMA SEGUNDA COLUNA.
       01 WTAB-MAPA-MENU-V.
          02 FILLER               PIC X(30) VALUE
             '010206122015173033353942525558'.
          02 FILLER               PIC X(30) VALUE
             '616265667478828587890000000000'.
          02 FILLER               PIC X(30) VALUE
             '030407111416192124364345464953'.
          02 FILLER               PIC X(30) VALUE
             '566063687073778688909395000000'.
          02 FILLER               PIC X(30) VALUE
             '050910182325282932373844474854'.
          02 FILLER               PIC X(30) VALUE
             '575964697172757679818391000000'.
          02 FILLER               PIC X(30) VALUE
             '132226273134404150516784929496'.
          02 FILLER               PIC X(30) VALUE
             '979899000000000000000000000000'.
       01 WTAB-MAPA-MENU REDEFINES WTAB-MAPA-MENU-V.
          02 FILLER OCCURS 4 TIMES.
             03 WMAPA-PROG OCCURS 30 TIMES PIC 99.
       01 WACESSO-OPCAO           PIC X VALUE 'S'.
          88 ACESSO-PERMITIDO           VALUE 'S'.
          88 ACESSO-NEGADO              VALUE 'N'.
          02 LID-EMPRESA.
             03 WEMPRESA-LID                  PIC X(002) VALUE '01'.

          02 LID-FILTRO-RELATORIO.
             03 WFILTRO-REGIAO-LID            PIC 9(003) VALUE ZEROES.
             03 WFILTRO-VEN-LID               PIC 9(003) VALUE ZEROES.
             03 WARQ-SAIDA-LID                PIC X(054) VALUE SPACES.

          02 LID-TREINAMENTO.
             03 WTREINAMENTO-LID              PIC X(001) VALUE 'N'.
                88 EMPRESA-TREINAMENTO               VALUE 'S'.

          02 LID-NIVEL-DADOS.
             03 WNIVEL-DADOS-LID              PIC X(001) VALUE '2'.
                88 DADOS-INTEGRAIS                   VALUE '2'.

       SCREEN SECTION.
       01 TELA-LOGIN.
          02 BLANK SCREEN.
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "MENU PRINCIPAL".
          02 LINE 5 COL 31 PIC X(019) FROM WMENU-TREINO.
          02 LINE 7 COL 10 VALUE "[1] CADASTROS".
          02 LINE 8 COL 10 VALUE "[2] RELATORIOS".
          02 LINE 9 COL 10 VALUE "[3] ROTINAS BATCH".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "CADASTROS".
          02 LINE 5 COL 31 PIC X(019) FROM WMENU-TREINO.
          02 LINE 7 COL 10 VALUE "[1] CADASTRO CLIENTES".
          02 LINE 8 COL 10 VALUE "[2] CADASTRO VENDEDORES".
          02 LINE 9 COL 10 VALUE "[3] CADASTRO DISTRIBUICAO".
          02 LINE 17 COL 10 VALUE
             "[11] SINCRONIZAR COM EXTRATO DO CNPJ".
          02 LINE 18 COL 10 VALUE "[12] MANUTENCAO DO CALENDARIO".
          02 LINE 19 COL 10 VALUE "[13] RESULTADOS DE VISITA".
          02 LINE 20 COL 10 VALUE "[14] AGENDA DE VISITAS".
          02 LINE 21 COL 10 VALUE "[15] PEDIDOS DE CAMPO".
          02 LINE 7 COL 50 VALUE "[16] LINHAS DE PRODUTO".
          02 LINE 8 COL 50 VALUE "[17] GRUPOS ECONOMICOS".
          02 LINE 9 COL 50 VALUE "[18] DESENHO DE TERRITORIOS".
          02 LINE 10 COL 50 VALUE "[19] DIVISAO/FUSAO DE REGIOES".
          02 LINE 11 COL 50 VALUE "[20] BLOQUEIO DE VISITA".
          02 LINE 12 COL 50 VALUE "[21] METAS DE VENDAS".
          02 LINE 13 COL 50 VALUE "[22] AJUSTES DE COMISSAO".
          02 LINE 14 COL 50 VALUE "[23] PESQUISA NPS".
          02 LINE 15 COL 50 VALUE "[24] CHAMADOS SAC".
          02 LINE 16 COL 50 VALUE "[25] CONCORRENTES".
          02 LINE 22 COL 10 VALUE "[0] VOLTAR".
          02 LINE 23 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 ITEM-CAD LINE 23 COL 35 PIC 99 USING WITEM AUTO.

          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "RELATORIOS".
          02 LINE 5 COL 31 PIC X(019) FROM WMENU-TREINO.
          02 LINE 7 COL 10 VALUE "[1] RELATORIO DE CLIENTES".
          02 LINE 8 COL 10 VALUE "[2] RELATORIO DE VENDEDORES".
          02 LINE 9 COL 10 VALUE "[3] DASHBOARD RESUMO DO DIA".
          02 LINE 18 COL 10 VALUE "[12] CONFRONTO KM X VISITAS".
          02 LINE 19 COL 10 VALUE "[13] VISITAS EM ATRASO".
          02 LINE 20 COL 10 VALUE "[14] PREVISAO DE CAPACIDADE".
          02 LINE 21 COL 10 VALUE "[15] RESULTADOS DE VISITA".
          02 LINE 7 COL 50 VALUE "[16] AUTENTICIDADE GPS".
          02 LINE 8 COL 50 VALUE "[17] PEDIDOS DO DIA".
          02 LINE 9 COL 50 VALUE "[18] GRUPOS ECONOMICOS".
          02 LINE 10 COL 50 VALUE "[19] CONSOLIDADO DAS EMPRESAS".
          02 LINE 11 COL 50 VALUE "[20] DESLIGAMENTOS E CARTEIRAS".
          02 LINE 12 COL 50 VALUE "[21] CONTAS A RECEBER EM ATRASO".
          02 LINE 13 COL 50 VALUE "[22] CUSTO DE ATENDIMENTO".
          02 LINE 14 COL 50 VALUE "[23] ATINGIMENTO DE METAS".
          02 LINE 15 COL 50 VALUE "[24] NPS TRIMESTRAL".
          02 LINE 16 COL 50 VALUE "[25] CHAMADOS SAC - PRAZOS".
          02 LINE 17 COL 50 VALUE "[26] PRESENCA DE CONCORRENTES".
          02 LINE 18 COL 50 VALUE "[27] CONSENTIMENTOS DE CONTATO".
          02 LINE 19 COL 50 VALUE "[28] ASSINATURAS DE RELATORIOS".
          02 LINE 22 COL 10 VALUE "[0] VOLTAR".
          02 LINE 23 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 ITEM-REL LINE 23 COL 35 PIC 99 USING WITEM AUTO.
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "ROTINAS BATCH".
          02 LINE 5 COL 31 PIC X(019) FROM WMENU-TREINO.
          02 LINE 7 COL 10 VALUE
             "[1] EXECUTAR DISTRIBUICAO DE CLIENTE".
          02 LINE 8 COL 10 VALUE "[2] VERIFICAR CONSISTENCIA DE DADOS".
             "[13] CARGA DE VISITAS DE CAMPO".
          02 LINE 20 COL 10 VALUE
             "[14] EXTRATOS MENSAIS DE CARTEIRA".
          02 LINE 21 COL 10 VALUE
             "[15] ADIAR VISITAS NAO REALIZADAS".
          02 LINE 7 COL 50 VALUE "[16] PACOTE DO APARELHO DE CAMPO".
          02 LINE 8 COL 50 VALUE "[17] CARGA DE PEDIDOS DE CAMPO".
          02 LINE 9 COL 50 VALUE "[18] PROSPECCAO DE LEADS".
          02 LINE 10 COL 50 VALUE "[19] MOVIMENTO DO RH".
          02 LINE 11 COL 50 VALUE "[20] CONCILIACAO COM FATURAMENTO".
          02 LINE 12 COL 50 VALUE "[21] IMPORTAR CONTAS A RECEBER".
          02 LINE 13 COL 50 VALUE "[22] RECLASSIFICACAO ABC".
          02 LINE 14 COL 50 VALUE "[23] ALERTA QUEDA FATURAMENTO".
          02 LINE 15 COL 50 VALUE "[24] IMPORTAR METAS DE VENDAS".
          02 LINE 16 COL 50 VALUE "[25] RECONCILIACAO DA FOLHA".
          02 LINE 17 COL 50 VALUE "[26] FECHAMENTO DE PERIODO".
          02 LINE 18 COL 50 VALUE "[27] PASSAGEM DE CARTEIRA".
          02 LINE 22 COL 10 VALUE "[0] VOLTAR".
          02 LINE 23 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 ITEM-BAT LINE 23 COL 35 PIC 99 USING WITEM AUTO.
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "ADMINISTRACAO".
          02 LINE 5 COL 31 PIC X(019) FROM WMENU-TREINO.
          02 LINE 7 COL 10 VALUE "[1] CADASTRO DE OPERADORES".
          02 LINE 8 COL 10 VALUE "[2] RESUMO DE SEGURANCA".
          02 LINE 9 COL 10 VALUE
          02 LINE 14 COL 10 VALUE "[8] PARAMETROS DO SISTEMA".
          02 LINE 15 COL 10 VALUE "[9] CADASTRO DE EMPRESAS".
          02 LINE 16 COL 10 VALUE "[10] AVISOS AOS OPERADORES".
          02 LINE 17 COL 10 VALUE "[11] TRANSF. ENTRE EMPRESAS".
          02 LINE 18 COL 10 VALUE "[12] REABERTURA DE PERIODO".
          02 LINE 19 COL 10 VALUE "[13] ACESSO A DADOS (LGPD)".
          02 LINE 20 COL 10 VALUE "[14] RETORNO DO ENVIO DE ALERTAS".
          02 LINE 21 COL 10 VALUE "[15] MONITOR DE INTERFACES".
          02 LINE 7 COL 50 VALUE "[16] EMPRESA DE TREINAMENTO".
          02 LINE 8 COL 50 VALUE "[17] CONSULTA DE ERROS".
          02 LINE 9 COL 50 VALUE "[18] AUTORIZACAO DE LOTE".
          02 LINE 22 COL 10 VALUE "[0] VOLTAR".
          02 LINE 23 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 ITEM-ADM LINE 23 COL 35 PIC 99 USING WITEM AUTO.

                 CALL "empresas" USING LINK-DADOS
              WHEN 51
                 CALL "avisos" USING LINK-DADOS
              WHEN 52
                 CALL "resultvisita" USING LINK-DADOS
              WHEN 53
                 CALL "relresultado" USING LINK-DADOS
              WHEN 54
                 CALL "adiavisita" USING LINK-DADOS
              WHEN 55
                 CALL "agendavisita" USING LINK-DADOS
              WHEN 56
                 CALL "relgpsvisita" USING LINK-DADOS
              WHEN 57
                 CALL "pacotecampo" USING LINK-DADOS
              WHEN 58
                 CALL "pedidos" USING LINK-DADOS
              WHEN 59
                 CALL "imppedido" USING LINK-DADOS
              WHEN 60
                 CALL "relpedidos" USING LINK-DADOS
              WHEN 61
                 CALL "linhasprod" USING LINK-DADOS
              WHEN 62
                 CALL "grupoecon" USING LINK-DADOS
              WHEN 63
                 CALL "relgrupoecon" USING LINK-DADOS
              WHEN 64
                 CALL "prospeccao" USING LINK-DADOS
              WHEN 65
                 CALL "territorio" USING LINK-DADOS
              WHEN 66
                 CALL "divregiao" USING LINK-DADOS
              WHEN 67
                 CALL "transfemp" USING LINK-DADOS
              WHEN 68
                 CALL "relconsol" USING LINK-DADOS
              WHEN 69
                 CALL "imprh" USING LINK-DADOS
              WHEN 70
                 CALL "reldeslig" USING LINK-DADOS
              WHEN 71
                 CALL "concilcli" USING LINK-DADOS
              WHEN 72
                 CALL "impreceber" USING LINK-DADOS
              WHEN 73
                 CALL "relreceber" USING LINK-DADOS
              WHEN 74
                 CALL "bloqvisita" USING LINK-DADOS
              WHEN 75
                 CALL "reclassabc" USING LINK-DADOS
              WHEN 76
                 CALL "alertafat" USING LINK-DADOS
              WHEN 77
                 CALL "custoserv" USING LINK-DADOS
              WHEN 78
                 CALL "metasven" USING LINK-DADOS
              WHEN 79
                 CALL "impmetas" USING LINK-DADOS
              WHEN 80
                 CALL "relmeta" USING LINK-DADOS
              WHEN 81
                 CALL "reconciliafol" USING LINK-DADOS
              WHEN 82
                 CALL "ajustecom" USING LINK-DADOS
              WHEN 83
                 CALL "fechaperiodo" USING LINK-DADOS
              WHEN 84
                 CALL "reabreperiodo" USING LINK-DADOS
              WHEN 85
                 CALL "cadnps" USING LINK-DADOS
              WHEN 86
                 CALL "relnps" USING LINK-DADOS
              WHEN 87
                 CALL "cadsac" USING LINK-DADOS
              WHEN 88
                 CALL "relsac" USING LINK-DADOS
              WHEN 89
                 CALL "concorrentes" USING LINK-DADOS
              WHEN 90
                 CALL "relconc" USING LINK-DADOS
              WHEN 91
                 CALL "passagem" USING LINK-DADOS
              WHEN 92
                 CALL "acessolgpd" USING LINK-DADOS
              WHEN 93
                 CALL "relconsent" USING LINK-DADOS
              WHEN 94
                 CALL "retornoenvio" USING LINK-DADOS
              WHEN 95
                 CALL "assinaturas" USING LINK-DADOS
              WHEN 96
                 CALL "interfaces" USING LINK-DADOS
              WHEN 97
                 CALL "treinamento" USING LINK-DADOS
              WHEN 98
                 CALL "consultaerro" USING LINK-DADOS
              WHEN 99
                 CALL "autorizalote" USING LINK-DADOS
           END-EVALUATE.
       R-CHAMA-PROGRAMA-1-EXIT.
           EXIT.
           OPEN I-O OPERADORES.
      *----SEM CADASTRO DE OPERADORES (INSTALACAO NOVA): ENTRA SO COM
      *    A IDENTIFICACAO, COMO A VERIFICACAO DE PERMISSAO JA FAZ,
      *    PARA NAO TRANCAR O SISTEMA INTEIRO. QUALQUER OUTRO ERRO NA
      *    ABERTURA (CADASTRO EM LEIAUTE ANTIGO, CORROMPIDO, SEM
      *    PERMISSAO) RECUSA O LOGIN - SEM CONFERIR SENHA NAO ENTRA
      *    NINGUEM.
           IF FS-OPR = '35'
              MOVE 'S' TO WLOGIN-OK
              GO TO R-VALIDA-LOGIN-1-EXIT
           END-IF
           IF FS-OPR NOT = '00'
              MOVE 'LOGIN-ERRO-CADASTRO' TO WSEG-EVENTO
              MOVE SPACES TO WSEG-DETALHE
              STRING 'ABERTURA OPERADORES ST ' FS-OPR
                  DELIMITED BY SIZE INTO WSEG-DETALHE
              PERFORM S-GRAVA-SEGURANCA THRU R-GRAVA-SEGURANCA-1-EXIT
              MOVE 'F' TO WERR-SEVERIDADE
              MOVE FS-OPR TO WERR-STATUS
              MOVE WID-ARQ-OPERADORES-1 TO WERR-ARQUIVO
              MOVE WOPERADOR-ID TO WERR-CHAVE
              MOVE SPACES TO WERR-TEXTO
              IF FS-OPR = '39'
                 STRING 'LOGIN RECUSADO - OPERADORES NAO ABRE - '
                        'LEIAUTE ANTIGO: CONVERTER COM CONVLEIAUTE'
                        DELIMITED BY SIZE INTO WERR-TEXTO
              ELSE
                 STRING 'LOGIN RECUSADO - OPERADORES NAO ABRE'
                        DELIMITED BY SIZE INTO WERR-TEXTO
              END-IF
              PERFORM S-GRAVA-ERRO-MENU THRU R-GRAVA-ERRO-MENU-1-EXIT
              MOVE SPACES TO WTXT
              STRING 'CADASTRO DE OPERADORES INDISPONIVEL ST ' FS-OPR
                  DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MSG-LOGIN
              GO TO R-VALIDA-LOGIN-1-EXIT
           END-IF
           MOVE WOPERADOR-ID TO CODIGO-OPERADOR
           READ OPERADORES
           IF FS-OPR NOT = '00'
           PERFORM VARYING WIDX-EMP FROM 1 BY 1 UNTIL WIDX-EMP > 9
              MOVE PERM-EMPRESA(WIDX-EMP) TO WPERM-EMP-OPR(WIDX-EMP)
           END-PERFORM
      *----NIVEL DE DADOS PESSOAIS DA SESSAO: SO O NIVEL INTEGRAL
      *    GRAVADO NO OPERADOR LIBERA CPF, TELEFONE E E-MAIL SEM
      *    MASCARA NOS PROGRAMAS CHAMADOS.
           IF NIVEL-DADOS-INTEGRAL
              MOVE '2' TO WNIVEL-DADOS-LID
           ELSE
              MOVE '1' TO WNIVEL-DADOS-LID
           END-IF
           IF OPERADOR-INATIVO
              MOVE 'LOGIN-INATIVO' TO WSEG-EVENTO
              MOVE SPACES TO WSEG-DETALHE
              END-IF
              GO TO R-VALIDA-LOGIN-9
           END-IF
      *----SENHA AINDA EM CLARO (CADASTRO NAO CONVERTIDO) OU ANULADA
      *    NA COPIA DE SEGURANCA: NAO HA O QUE CONFERIR, SO O RESET DO
      *    SUPERVISOR LIBERA O OPERADOR.
           IF NOT SENHA-COM-HASH OR SENHA-HASH-OPR = ALL '*'
              MOVE SPACES TO WSENHA-DIGITADA
              MOVE 'SENHA-PENDENTE' TO WSEG-EVENTO
              MOVE SPACES TO WSEG-DETALHE
              PERFORM S-GRAVA-SEGURANCA THRU R-GRAVA-SEGURANCA-1-EXIT
              MOVE 'SENHA PENDENTE DE RESET PELO SUPERVISOR ' TO WTXT
              PERFORM R-MOSTRA-MSG-LOGIN
              GO TO R-VALIDA-LOGIN-9
           END-IF
      *----SO OS HASHES SAO COMPARADOS: A SENHA DIGITADA PASSA PELO
      *    HASH COM O SAL GRAVADO NO OPERADOR.
           MOVE 'C' TO WHSH-FUNCAO
           MOVE WSENHA-DIGITADA TO WHSH-SENHA
           MOVE SENHA-SAL-OPR TO WHSH-SAL
           CALL 'hashsenha' USING WHSH-DADOS
           MOVE SPACES TO WSENHA-DIGITADA
           IF WHSH-CIFRADA NOT = SENHA-OPERADOR
              ADD 1 TO QTD-SENHA-ERRADA
              IF QTD-SENHA-ERRADA NOT < WSENHA-MAX-TENTATIVAS
                 MOVE FUNCTION CURRENT-DATE(1:14)
       R-GRAVA-SEGURANCA-1-EXIT.
           EXIT.

      *----GRAVA WERR-DADOS NO REGISTRO DE ERROS CENTRAL (ERROS.LOG)
      *    COM A EMPRESA E O OPERADOR DA SESSAO.
       S-GRAVA-ERRO-MENU SECTION.
       R-GRAVA-ERRO-MENU-1.
           MOVE WPROGRAMA-ERRO TO WERR-PROGRAMA
           MOVE WEMPRESA-LID TO WERR-EMPRESA
           MOVE WOPERADOR-ID TO WERR-OPERADOR
           IF WERR-SEVERIDADE = SPACE
              MOVE 'E' TO WERR-SEVERIDADE
           END-IF
           CALL 'gravaerro' USING WERR-DADOS
           MOVE SPACES TO WERR-DADOS.
       R-GRAVA-ERRO-MENU-1-EXIT.
           EXIT.

       R-MOSTRA-MSG-LOGIN.
           MOVE ZEROES TO WST
           DISPLAY TELA-MENSAGEM
                    MOVE 'CONFIRMACAO NAO CONFERE ' TO WTXT
                    PERFORM R-MOSTRA-MSG-LOGIN
                 ELSE
                    MOVE 'N' TO WSENHA-REPETIDA
                    IF SENHA-COM-HASH
                       MOVE 'C' TO WHSH-FUNCAO
                       MOVE WSENHA-NOVA1 TO WHSH-SENHA
                       MOVE SENHA-SAL-OPR TO WHSH-SAL
                       CALL 'hashsenha' USING WHSH-DADOS
                       IF WHSH-CIFRADA = SENHA-OPERADOR
                          MOVE 'S' TO WSENHA-REPETIDA
                       END-IF
                    END-IF
                    IF SENHA-REPETIDA
                       MOVE 'NOVA SENHA IGUAL A ANTERIOR ' TO WTXT
                       PERFORM R-MOSTRA-MSG-LOGIN
                    ELSE
      *----A SENHA NOVA GANHA UM SAL NOVO; SO O HASH E GRAVADO.
                       MOVE 'G' TO WHSH-FUNCAO
                       MOVE WSENHA-NOVA1 TO WHSH-SENHA
                       CALL 'hashsenha' USING WHSH-DADOS
                       MOVE WHSH-CIFRADA TO SENHA-OPERADOR
                       MOVE SPACES TO WSENHA-NOVA1 WSENHA-NOVA2
                       MOVE FUNCTION CURRENT-DATE(1:8)
                            TO DATA-TROCA-SENHA
                       MOVE 'N' TO FLAG-TROCA-SENHA
       R-VERIFICA-PERMISSAO-1.
           MOVE 'S' TO WACESSO-OPCAO
           OPEN INPUT OPERADORES.
      *----SO A FALTA DO CADASTRO (INSTALACAO NOVA) LIBERA A OPCAO;
      *    CADASTRO QUE NAO ABRE NEGA.
           IF FS-OPR NOT = '00' AND FS-OPR NOT = '35'
              MOVE 'N' TO WACESSO-OPCAO
           END-IF
           IF FS-OPR = '00'
              MOVE WOPERADOR-ID TO CODIGO-OPERADOR
              READ OPERADORES
      *----A LIBERACAO DO GRUPO INTEIRO (PERM-GRUPO) VALE COMO
      *    PERMISSAO PARA QUALQUER PROGRAMA DO GRUPO, SEM PRECISAR
      *    MARCAR OPCAO POR OPCAO.
                    IF WOPCAO > ZEROES AND WOPCAO NOT > 60
                       IF OPCAO-NEGADA(WOPCAO) AND
                          NOT GRUPO-PERMITIDO(WGRUPO)
                          MOVE 'N' TO WACESSO-OPCAO
                       END-IF
                    END-IF
                    IF WOPCAO > 60 AND
                       WOPCAO NOT > WQTD-OPCOES-MENU
                       IF OPCAO-2-NEGADA(WOPCAO - 60) AND
                          NOT GRUPO-PERMITIDO(WGRUPO)
                          MOVE 'N' TO WACESSO-OPCAO
                       END-IF
                    END-IF
                 END-IF
              END-IF
              CLOSE OPERADORES
      *    USA O PROPRIO CODIGO DA EMPRESA (01-09) COMO POSICAO EM
      *    PERM-EMPRESA; TABELA TODA EM BRANCO = TODAS LIBERADAS
      *    (REGISTROS ANTERIORES A ESTE CONTROLE). CAMPO DE ARQUIVO
      *    EM BRANCO MANTEM O NOME PADRAO DO LINK-DADOS. O SETIMO
      *    CAMPO 'T' MARCA A EMPRESA DE TREINAMENTO: VIAJA NO
      *    LINK-DADOS E OS MENUS MOSTRAM A FAIXA DE TREINAMENTO.
       S-ESCOLHE-EMPRESA SECTION.
       R-ESCOLHE-EMPRESA-1.
           MOVE ZEROES TO WQTD-EMPRESAS WQTD-EMP-PERM WEMP-ULT-PERM
                 NOT AT END
                    MOVE SPACES TO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                                   WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                                   WEMP-T-TIPO
                    UNSTRING EMPRESAS-DATA-01 DELIMITED BY ','
                        INTO WEMP-T-COD WEMP-T-NOME WEMP-T-CLI
                             WEMP-T-VEN WEMP-T-DIS WEMP-T-REG
                             WEMP-T-TIPO
                    IF WEMP-T-COD IS NUMERIC AND
                       WEMP-T-NOME NOT = SPACES
                       ADD 1 TO WQTD-EMPRESAS
                       MOVE WEMP-T-DIS TO WEMP-ARQ-DIS(WQTD-EMPRESAS)
                       MOVE WEMP-T-REG TO WEMP-ARQ-REG(WQTD-EMPRESAS)
                       MOVE 'N' TO WEMP-PERMITIDA(WQTD-EMPRESAS)
                       MOVE WEMP-T-TIPO TO WEMP-TIPO(WQTD-EMPRESAS)
                    END-IF
              END-READ
           END-PERFORM
              END-PERFORM
           END-IF
           MOVE WEMP-COD(WEMP-ESCOLHA) TO WEMPRESA-LID
           MOVE 'N' TO WTREINAMENTO-LID
           MOVE SPACES TO WMENU-TREINO
           IF WEMP-TIPO(WEMP-ESCOLHA) = 'T'
              MOVE 'S' TO WTREINAMENTO-LID
              MOVE '*** TREINAMENTO ***' TO WMENU-TREINO
           END-IF
           IF WEMP-ARQ-CLI(WEMP-ESCOLHA) NOT = SPACES
              MOVE WEMP-ARQ-CLI(WEMP-ESCOLHA) TO WID-ARQ-CLIENTE-1
           END-IF
