
          02 LID-EMPRESA.
             03 WEMPRESA-LID                  PIC X(002).

          02 LID-FILTRO-RELATORIO.
             03 WFILTRO-REGIAO-LID            PIC 9(003).
             03 WFILTRO-VEN-LID               PIC 9(003).
             03 WARQ-SAIDA-LID                PIC X(054).

          02 LID-TREINAMENTO.
             03 WTREINAMENTO-LID              PIC X(001).
                88 EMPRESA-TREINAMENTO               VALUE 'S'.

      *----NIVEL DE DADOS PESSOAIS DO OPERADOR (NIVEL-DADOS-OPERADOR):
      *    FORA DO NIVEL INTEGRAL, TELAS, RELATORIOS E EXPORTACOES
      *    MASCARAM CPF, CNPJ DE PESSOA FISICA, TELEFONE, E-MAIL E
      *    CONTATOS (VIDE MASCARADADOS.CPY). OS LOTES RODAM INTEGRAIS.
          02 LID-NIVEL-DADOS.
             03 WNIVEL-DADOS-LID              PIC X(001).
                88 DADOS-INTEGRAIS                   VALUE '2'.
