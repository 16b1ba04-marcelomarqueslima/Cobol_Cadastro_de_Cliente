      ******************************************************************
      * Mascara gravada no lugar dos dados pessoais (nome, direcao,
      * CEP, razao social e CPF/CNPJ) de um cliente anonimizado, em
      * todos os arquivos onde eles aparecem; o CLI_ID e os valores
      * ficam como estavam. O cliente anonimizado e reconhecido pelo
      * nome mascarado. Compartilhada pela anonimizacao, pela
      * conferencia de qualidade do cadastro e pela deteccao de
      * duplicados, para que nao fiquem copias divergentes.
      ******************************************************************
       01  MASCARA-LGPD.
           03 MSC-NOME                   PIC X(60)
                                          VALUE "*** ANONIMIZADO ***".
           03 MSC-CEP                    PIC X(10) VALUE "*****-***".
           03 MSC-DOCUMENTO              PIC X(14) VALUE ALL "*".
