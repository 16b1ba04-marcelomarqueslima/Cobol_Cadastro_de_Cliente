      ******************************************************************
      * Layout do calendario de feriados (FD FERIADOS / 01
      * REG-FERIADO): uma linha por data sem expediente, alem dos
      * sabados e domingos, com a descricao do feriado. Compartilhado
      * pela manutencao do calendario e pelo modulo de dias uteis,
      * para que nao fiquem copias divergentes.
      ******************************************************************
       01  REG-FERIADO.
           03 FER_DATA                   PIC 9(8).
           03 FER_DESCRICAO              PIC X(30).
