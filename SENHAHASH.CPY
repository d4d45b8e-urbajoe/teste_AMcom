      * SENHAHASH.CPY - PARAMETROS DO SUBPROGRAMA HASHSENHA (HASH DE
      * SENHA COM SAL). A SENHA DO OPERADOR NUNCA E GRAVADA EM CLARO:
      * SENHA-OPERADOR GUARDA '$' + SAL(5) + HASH(14), NO FORMATO DE
      * WHSH-CIFRADA. FUNCAO 'G' SORTEIA UM SAL NOVO (TROCA OU RESET
      * DE SENHA); FUNCAO 'C' USA O SAL INFORMADO EM WHSH-SAL (LOGIN
      * E CONFERENCIA). O SUBPROGRAMA LIMPA WHSH-SENHA NA VOLTA; O
      * CHAMADOR COMPARA WHSH-CIFRADA COM A SENHA GRAVADA.
       01 WHSH-DADOS                    VALUE SPACES.
          02 WHSH-FUNCAO               PIC X(001).
             88 HSH-GERA-SAL                  VALUE 'G'.
             88 HSH-CONFERE                   VALUE 'C'.
          02 WHSH-SENHA                PIC X(020).
          02 WHSH-CIFRADA.
             03 WHSH-MARCA             PIC X(001).
             03 WHSH-SAL               PIC X(005).
             03 WHSH-HASH              PIC X(014).
