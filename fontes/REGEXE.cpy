      * REG-EXECUCAO): um evento por linha, somente acrescentado.
      * EVENTO: I = INICIO DA EXECUCAO  F = FIM NORMAL
      *         L = LIMPEZA DE MARCA PRESA POR SUPERVISOR
      *         R = RODADA DO LOTE NOTURNO ABERTA (PASSO = PLANO)
      *         P = PASSO DO LOTE NOTURNO TERMINADO, COM O CODIGO
      *         N = RODADA DO LOTE NOTURNO CONCLUIDA
      * OS EVENTOS R, P E N SAO GRAVADOS PELO LOTE NOTURNO E NAO
      * MUDAM O ESTADO DE EXECUCAO DE NENHUM PROGRAMA.
      * GRUPO:  L = LANCAMENTO/MANUTENCAO (CONVIVEM ENTRE SI)
      *         R = DESCARGA/RECARGA/REORGANIZACAO (EXCLUSIVOS)
      * UM PROGRAMA ESTA EM EXECUCAO QUANDO O SEU ULTIMO EVENTO E "I".
           03 EXE_DATA                   PIC 9(8).
           03 EXE_HORA                   PIC 9(8).
           03 EXE_OPERADOR               PIC X(8).
      * SO NOS EVENTOS DO LOTE NOTURNO: DATA DE ABERTURA DA RODADA,
      * PROGRAMA DO PASSO (NO EVENTO R, O PLANO: MENSAL OU DIARIO) E
      * CODIGO DE TERMINO DO PASSO
           03 EXE_RODADA                 PIC 9(8).
           03 EXE_PASSO                  PIC X(8).
           03 EXE_CODIGO                 PIC 9(2).
