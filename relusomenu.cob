
      *----CONTADOR DE SELECOES POR OPCAO DO MENU PRINCIPAL. O NUMERO
      *    DE OPCOES ACOMPANHA WQTD-OPCOES-MENU DO MENU.COB.
       77 WQTD-OPCOES-MENU    PIC 99 VALUE 99.
       01 WTAB-USO-OPCAO.
          02 WUSO-QTD-OPCAO OCCURS 99 TIMES PIC 9(007).

       01 WTAB-DESC-OPCOES-V.
          02 FILLER PIC X(30) VALUE 'CADASTRO CLIENTES'.
          02 FILLER PIC X(30) VALUE 'PREVISAO DE CAPACIDADE'.
          02 FILLER PIC X(30) VALUE 'CADASTRO DE EMPRESAS'.
          02 FILLER PIC X(30) VALUE 'AVISOS AOS OPERADORES'.
          02 FILLER PIC X(30) VALUE 'CADASTRO RESULTADOS VISITA'.
          02 FILLER PIC X(30) VALUE 'RESULTADOS DE VISITA'.
          02 FILLER PIC X(30) VALUE 'ADIAR VISITAS NAO REALIZADAS'.
          02 FILLER PIC X(30) VALUE 'AGENDA DE VISITAS'.
          02 FILLER PIC X(30) VALUE 'AUTENTICIDADE GPS DAS VISITAS'.
          02 FILLER PIC X(30) VALUE 'PACOTE DO APARELHO DE CAMPO'.
          02 FILLER PIC X(30) VALUE 'PEDIDOS DE CAMPO'.
          02 FILLER PIC X(30) VALUE 'CARGA DE PEDIDOS DE CAMPO'.
          02 FILLER PIC X(30) VALUE 'PEDIDOS DO DIA'.
          02 FILLER PIC X(30) VALUE 'LINHAS DE PRODUTO'.
          02 FILLER PIC X(30) VALUE 'GRUPOS ECONOMICOS'.
          02 FILLER PIC X(30) VALUE 'RELATORIO GRUPOS ECONOMICOS'.
          02 FILLER PIC X(30) VALUE 'PROSPECCAO DE LEADS'.
          02 FILLER PIC X(30) VALUE 'DESENHO DE TERRITORIOS'.
          02 FILLER PIC X(30) VALUE 'DIVISAO/FUSAO DE REGIOES'.
          02 FILLER PIC X(30) VALUE 'TRANSFERENCIA ENTRE EMPRESAS'.
          02 FILLER PIC X(30) VALUE 'CONSOLIDADO DAS EMPRESAS'.
          02 FILLER PIC X(30) VALUE 'MOVIMENTO DO RH'.
          02 FILLER PIC X(30) VALUE 'DESLIGAMENTOS E CARTEIRAS'.
          02 FILLER PIC X(30) VALUE 'CONCILIACAO COM FATURAMENTO'.
          02 FILLER PIC X(30) VALUE 'IMPORTAR CONTAS A RECEBER'.
          02 FILLER PIC X(30) VALUE 'CONTAS A RECEBER EM ATRASO'.
          02 FILLER PIC X(30) VALUE 'BLOQUEIO DE VISITA A CLIENTE'.
          02 FILLER PIC X(30) VALUE 'RECLASSIFICACAO ABC CLIENTES'.
          02 FILLER PIC X(30) VALUE 'ALERTA DE QUEDA DE FATURAMENTO'.
          02 FILLER PIC X(30) VALUE 'CUSTO DE ATENDIMENTO CLIENTE'.
          02 FILLER PIC X(30) VALUE 'METAS DE VENDAS POR VENDEDOR'.
          02 FILLER PIC X(30) VALUE 'IMPORTACAO DE METAS DE VENDAS'.
          02 FILLER PIC X(30) VALUE 'ATINGIMENTO DE METAS DE VENDAS'.
          02 FILLER PIC X(30) VALUE 'RECONCILIACAO FOLHA COMISSAO'.
          02 FILLER PIC X(30) VALUE 'AJUSTES DE COMISSAO'.
          02 FILLER PIC X(30) VALUE 'FECHAMENTO DE PERIODO'.
          02 FILLER PIC X(30) VALUE 'REABERTURA DE PERIODO'.
          02 FILLER PIC X(30) VALUE 'PESQUISA NPS'.
          02 FILLER PIC X(30) VALUE 'NPS TRIMESTRAL'.
          02 FILLER PIC X(30) VALUE 'CHAMADOS SAC'.
          02 FILLER PIC X(30) VALUE 'CHAMADOS SAC - PRAZOS'.
          02 FILLER PIC X(30) VALUE 'CONCORRENTES'.
          02 FILLER PIC X(30) VALUE 'PRESENCA DE CONCORRENTES'.
          02 FILLER PIC X(30) VALUE 'PASSAGEM DE CARTEIRA'.
          02 FILLER PIC X(30) VALUE 'ACESSO A DADOS PESSOAIS LGPD'.
          02 FILLER PIC X(30) VALUE 'RELATORIO DE CONSENTIMENTOS'.
          02 FILLER PIC X(30) VALUE 'RETORNO DO ENVIO DE ALERTAS'.
          02 FILLER PIC X(30) VALUE 'ASSINATURAS DE RELATORIOS'.
          02 FILLER PIC X(30) VALUE 'MONITOR DE INTERFACES'.
          02 FILLER PIC X(30) VALUE 'EMPRESA DE TREINAMENTO'.
          02 FILLER PIC X(30) VALUE 'CONSULTA DE ERROS'.
          02 FILLER PIC X(30) VALUE 'AUTORIZACAO DE LOTE'.
       01 WTAB-DESC-OPCOES REDEFINES WTAB-DESC-OPCOES-V.
          02 WDESC-OPCAO OCCURS 99 TIMES PIC X(30).

      *----CONTADOR DE SELECOES POR OPERADOR (MESMO ESQUEMA DE TABELA
      *    DE ACUMULACAO DO RELOPER).

       01 WFS-COD-TRADUZIR    PIC X(02) VALUE SPACES.
       01 WFS-DESC-TRADUZIDA  PIC X(20) VALUE SPACES.
       01 WPROGRAMA-ERRO      PIC X(20) VALUE 'relusomenu'.

       COPY ERROLOG.CPY.

       COPY FUNCAO.CPY.

           OPEN INPUT USOMENU.
           IF FS-USO NOT = '00'
              MOVE FS-USO TO WFS-COD-TRADUZIR
              MOVE WID-ARQ-USOMENU TO WERR-ARQUIVO
              PERFORM S-TRADUZ-STATUS-ARQ THRU S-TRADUZ-STATUS-ARQ-EXIT
              MOVE SPACES TO WTXT
              STRING 'ERRO ABERT ARQ MENU-USAGE: ' WFS-DESC-TRADUZIDA
