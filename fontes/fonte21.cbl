
       LISTA-UM-EVENTO.
           ADD 1 TO EVENTOS-LIDOS.
           IF EXE_EVENTO = "R" OR "P" OR "N"
               DISPLAY EXE_PROGRAMA " " EXE_GRUPO " " EXE_EVENTO " "
                       EXE_DATA " " EXE_HORA " " EXE_OPERADOR
                       " RODADA " EXE_RODADA " " EXE_PASSO
                       " CODIGO " EXE_CODIGO
           ELSE
               DISPLAY EXE_PROGRAMA " " EXE_GRUPO " " EXE_EVENTO " "
                       EXE_DATA " " EXE_HORA " " EXE_OPERADOR
           END-IF.
           PERFORM ACUMULA-ESTADO.
           PERFORM LE-EXECUCAO.

      * SO OS EVENTOS DE INICIO, FIM E LIMPEZA MUDAM O ESTADO; OS
      * EVENTOS DO LOTE NOTURNO SAO IGNORADOS
       ACUMULA-ESTADO.
           MOVE "N" TO ATIVO-ACHADO.
           IF EXE_EVENTO = "I" OR "F" OR "L"
               PERFORM PROCURA-NA-TABELA
           END-IF.
           IF ATIVO-ENCONTRADO
               MOVE EXE_GRUPO TO ATV-GRUPO (MEMBRO)
               MOVE EXE_DATA TO ATV-DATA (MEMBRO)
           IF ST-EXECUCAO > "07"
               DISPLAY "ERROR GRAVANDO O REGISTRO DE EXECUCOES"
           ELSE
               MOVE SPACES TO REG-EXECUCAO
               MOVE PROGRAMA-LIMPAR TO EXE_PROGRAMA
               MOVE SPACE TO EXE_GRUPO
               MOVE "L" TO EXE_EVENTO
