      ******************************************************************
      * Layout da alcada de aprovacao (FD ALCADA / 01 REG-ALCADA):
      * uma linha com o valor acima do qual a mudanca de saldo ou de
      * limite de um cliente, ou o saldo movido numa fusao de
      * duplicados, espera a aprovacao de um supervisor. Sem o
      * arquivo a alcada vale zero e toda mudanca espera aprovacao.
      * Compartilhado pela manutencao e pela fusao de duplicados,
      * para que nao fiquem copias divergentes.
      ******************************************************************
       01  REG-ALCADA.
           03 ALC_VALOR                  PIC 9(8)V99.
