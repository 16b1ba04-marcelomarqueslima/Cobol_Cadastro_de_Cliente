      * LAYOUT DA TRILHA VIVA
       FD HISTORICO.

       01  REG-HISTAUD                   PIC X(544).

      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR DATA E HORA
       SD CLASSIFICACAO.
