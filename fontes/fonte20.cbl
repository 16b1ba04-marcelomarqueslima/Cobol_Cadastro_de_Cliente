               MOVE "S" TO FIM-EXECUCAO
           END-IF.

      * SO OS EVENTOS DE INICIO, FIM E LIMPEZA MUDAM O ESTADO; OS
      * EVENTOS DO LOTE NOTURNO SAO IGNORADOS
       ACUMULA-ESTADO.
           MOVE "N" TO ATIVO-ACHADO.
           IF EXE_EVENTO = "I" OR "F" OR "L"
               PERFORM PROCURA-NA-TABELA
           END-IF.
           IF ATIVO-ENCONTRADO
               MOVE EXE_GRUPO TO ATV-GRUPO (MEMBRO)
               IF EXE_EVENTO = "I"
           IF ST-EXECUCAO > "07"
               DISPLAY "ERROR GRAVANDO O REGISTRO DE EXECUCOES"
           ELSE
               MOVE SPACES TO REG-EXECUCAO
               MOVE CTL-PROGRAMA TO EXE_PROGRAMA
               MOVE CTL-GRUPO TO EXE_GRUPO
               MOVE CTL-ACAO TO EXE_EVENTO
