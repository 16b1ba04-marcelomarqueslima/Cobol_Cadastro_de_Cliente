      ******************************************************************
      * Layout da lista de pendencias de qualidade do cadastro (FD
      * PENDENCIAS / 01 REG-PENDENCIA): uma linha por cliente que
      * falhou em alguma regra de validacao na conferencia, na ordem
      * de CLI_ID, com a data da conferencia e uma marca "S" por
      * regra (1 = CEP ausente, invalido ou fora das faixas, 2 =
      * UF/cidade diferente da faixa do CEP, 3 = CPF/CNPJ em branco ou
      * invalido, 4 = CPF/CNPJ em outro CLI_ID, 5 = empresa sem razao
      * social, 6 = chave de busca diferente do nome/categoria).
      * Compartilhado pela conferencia de qualidade e pela
      * manutencao, para que nao fiquem copias divergentes.
      ******************************************************************
       01  REG-PENDENCIA.
           03 PEN_CLI_ID                 PIC 9(8).
           03 PEN_DATA                   PIC 9(8).
           03 PEN_REGRAS.
               05 PEN_REGRA OCCURS 6 TIMES PIC X.
                   88 PEN-REGRA-FALHOU      VALUE "S".
