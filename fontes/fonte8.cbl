      * AUD-DATA, O QUE DATA O ARQUIVO POR SI SO
       FD HISTORICO.

       01  REG-HISTORICO                 PIC X(544).

      * APOIO PARA A REESCRITA DA TRILHA VIVA
       FD TEMPORARIO.

       01  REG-TEMPORARIO                PIC X(544).

       WORKING-STORAGE SECTION.
       01  ST-AUDITORIA   PIC XX.
