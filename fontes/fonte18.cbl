      * Date:
      * Purpose: Fechamento mensal de posicoes: grava em posicoes.dat
      *          o CLI_ID e o CLI_SALDO de todos os clientes com a
      *          competencia e a data de referencia (o ultimo dia
      *          util da competencia pelo calendario de feriados; a
      *          competencia e a do mes cujo ultimo dia util ja
      *          chegou) e compara a posicao nova com a da
      *          competencia anterior, apontando os maiores aumentos,
      *          as maiores quedas, os clientes que viraram negativos
      *          e os que sairam do arquivo. Uma competencia ja
      *          gravada nao e gravada de novo, so o relatorio sai.
      *          Devolve em RETURN-CODE o codigo de termino para o
      *          lote noturno: 0 = normal, 4 = avisos, 8 = erro,
      *          12 = execucao recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 POS_CLI_ID                 PIC 9(8).
           03 POS_SALDO                  PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
           03 POS_REFERENCIA             PIC 9(8).

      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR VARIACAO DO SALDO
       SD CLASSIFICACAO.
           03 ANT-ANO     PIC 9(4).
           03 ANT-MES     PIC 9(2).
       01  ANTERIOR-N REDEFINES COMPETENCIA-ANTERIOR PIC 9(6).
       01  DATA-REFERENCIA PIC 9(8)   VALUE 0.
       01  POSICOES-GRAVADAS   PIC 9(8) VALUE 0.
       01  POSICOES-COMPARADAS PIC 9(8) VALUE 0.
       01  VARIACAO-TOTAL PIC S9(11)V9(3) VALUE 0.
       01  DEPOIS-ZZ      PIC ------9,99.
       01  VARIACAO-ZZ    PIC ---------9,99.
       01  MEMBRO         PIC 9(4)    VALUE 0.
      * CODIGO DE TERMINO DEVOLVIDO EM RETURN-CODE: 0 = NORMAL,
      * 4 = TERMINOU COM AVISOS, 8 = ERRO, 12 = EXECUCAO RECUSADA
       01  CODIGO-RETORNO PIC 9(2)    VALUE 0.

      * POSICOES DA COMPETENCIA ANTERIOR CARREGADAS PARA COMPARACAO
       01  QUANTOS-ANTERIORES PIC 9(4) VALUE 0.
           03 CTL-RESULTADO              PIC X.
           03 CTL-CONFLITO               PIC X(8).

      * PEDIDO AO MODULO DE DIAS UTEIS: ULTIMO DIA UTIL DO MES
       01  PEDIDO-CALENDARIO.
           03 CAL-ACAO                   PIC X     VALUE "U".
           03 CAL-DATA                   PIC 9(8).
           03 CAL-RESULTADO              PIC 9(8).
           03 CAL-UTIL                   PIC X.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM DEFINE-COMPETENCIA.
            INITIALIZE TABELA-ANTERIOR.
            PERFORM EXAMINA-HISTORICO THRU F-EXAMINA-HISTORICO.
            IF COMPETENCIA-JA-GRAVADA
                    THRU F-IMPRIME-VARIACOES.
            PERFORM MOSTRA-SAIDOS THRU F-MOSTRA-SAIDOS.
            PERFORM MARCA-FIM-EXECUCAO.
            MOVE CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.

      * A COMPETENCIA E A DO MES CORRENTE A PARTIR DO SEU ULTIMO DIA
      * UTIL; ANTES DELE, E A DO MES ANTERIOR. A DATA DE REFERENCIA
      * E O ULTIMO DIA UTIL DA COMPETENCIA. SEM O MODULO DE DIAS
      * UTEIS VALEM O MES E A DATA DO DIA
       DEFINE-COMPETENCIA.
           MOVE DATA-DO-DIA(1:6) TO COMPETENCIA-N.
           MOVE DATA-DO-DIA TO DATA-REFERENCIA.
           PERFORM CALCULA-COMPETENCIA-ANTERIOR.
           MOVE DATA-DO-DIA TO CAL-DATA.
           PERFORM PEDE-ULTIMO-UTIL.
           IF CAL-RESULTADO = 0
               DISPLAY "AVISO: CALENDARIO DE DIAS UTEIS INDISPONIVEL, "
                       "COMPETENCIA PELA DATA DO DIA"
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               IF DATA-DO-DIA < CAL-RESULTADO
                   MOVE ANTERIOR-N TO COMPETENCIA-N
                   PERFORM CALCULA-COMPETENCIA-ANTERIOR
                   COMPUTE CAL-DATA = COMPETENCIA-N * 100 + 1
                   PERFORM PEDE-ULTIMO-UTIL
               END-IF
               IF CAL-RESULTADO NOT = 0
                   MOVE CAL-RESULTADO TO DATA-REFERENCIA
               END-IF
           END-IF.
           DISPLAY "COMPETENCIA " COMPETENCIA-N
                   ", DATA DE REFERENCIA " DATA-REFERENCIA.

       PEDE-ULTIMO-UTIL.
           MOVE 0 TO CAL-RESULTADO.
           CALL "DIAUTIL" USING PEDIDO-CALENDARIO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      * A COMPETENCIA ANTERIOR DE JANEIRO E DEZEMBRO DO ANO ANTERIOR
       CALCULA-COMPETENCIA-ANTERIOR.
           MOVE CMP-ANO TO ANT-ANO.
           OPEN INPUT POSICOES.
           IF ST-POSICOES > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE POSICOES"
               MOVE 8 TO CODIGO-RETORNO
               GO TO F-EXAMINA-HISTORICO
           END-IF.
           PERFORM LE-POSICAO.
           ELSE
               DISPLAY "AVISO: TABELA DE POSICOES ANTERIORES CHEIA, "
                       "CLIENTE " POS_CLI_ID " NAO COMPARADO"
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

      * GRAVA A POSICAO DE TODOS OS CLIENTES COM A COMPETENCIA DO MES
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO"
               MOVE 8 TO CODIGO-RETORNO
               GO TO F-GRAVA-POSICOES
           END-IF.
           OPEN EXTEND POSICOES.
           END-IF.
           IF ST-POSICOES > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE POSICOES"
               MOVE 8 TO CODIGO-RETORNO
               CLOSE CLIENTES
               GO TO F-GRAVA-POSICOES
           END-IF.
           MOVE COMPETENCIA-N TO POS_COMPETENCIA.
           MOVE CLI_ID TO POS_CLI_ID.
           MOVE CLI_SALDO TO POS_SALDO.
           MOVE DATA-REFERENCIA TO POS_REFERENCIA.
           WRITE REG-POSICAO.
           IF ST-POSICOES > "07"
               DISPLAY "ERROR GRAVANDO O ARQUIVO DE POSICOES"
               MOVE "S" TO ERRO-POSICOES
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               ADD 1 TO POSICOES-GRAVADAS
           END-IF.
           OPEN INPUT POSICOES.
           IF ST-POSICOES > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE POSICOES"
               MOVE 8 TO CODIGO-RETORNO
               GO TO F-SELECIONA-POSICOES
           END-IF.
           PERFORM LE-POSICAO.
