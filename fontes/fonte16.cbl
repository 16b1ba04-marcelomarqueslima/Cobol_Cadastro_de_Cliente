      * Date:
      * Purpose: Listagem dos movimentos retidos em movpend.dat
      *          (lancamentos com data futura), classificados pela
      *          data efetiva de lancamento (o vencimento rolado para
      *          o proximo dia util pelo calendario de feriados), com
      *          quebra por data efetiva carregando a quantidade e o
      *          valor de cada dia e um total geral. A transferencia
      *          entre clientes (tipo T) mostra tambem o destino.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * DESCRITA EM MOVIMENTO-EXAME
       FD MOVPEND.

       01  REG-MOVPEND                   PIC X(46).

      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR DATA EFETIVA
       SD CLASSIFICACAO.

       01  REG-CLASSIFICACAO.
           03 CLS-EFETIVA                PIC 9(8).
           03 CLS-DATA                   PIC 9(8).
           03 CLS-CLI-ID                 PIC 9(8).
           03 CLS-TIPO                   PIC X.
           03 CLS-VALOR                  PIC 9(8)V9(3).
           03 CLS-DOCUMENTO              PIC X(10).
           03 CLS-DESTINO                PIC X(8).

       WORKING-STORAGE SECTION.
       01  ST-MOVPEND     PIC XX.
           03 MOV_CLI_ID                 PIC 9(8).
           03 MOV_DATA                   PIC 9(8).
           03 MOV_TIPO                   PIC X.
               88 MOVIMENTO-TRANSFERENCIA   VALUE "T".
           03 MOV_VALOR                  PIC 9(8)V9(3).
           03 MOV_DOCUMENTO              PIC X(10).
           03 MOV_CLI_DESTINO            PIC 9(8).

      * PEDIDO AO MODULO DE DIAS UTEIS: PROXIMO DIA UTIL A PARTIR DO
      * VENCIMENTO, A MESMA REGRA DA LIBERACAO NO LANCAMENTO DIARIO
       01  PEDIDO-CALENDARIO.
           03 CAL-ACAO                   PIC X     VALUE "P".
           03 CAL-DATA                   PIC 9(8).
           03 CAL-RESULTADO              PIC 9(8).
           03 CAL-UTIL                   PIC X.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            SORT CLASSIFICACAO
                ASCENDING KEY CLS-EFETIVA CLS-DATA CLS-CLI-ID
                INPUT PROCEDURE IS SELECIONA-PENDENTES
                    THRU F-SELECIONA-PENDENTES
                OUTPUT PROCEDURE IS LISTA-PENDENTES
       SOLTA-PENDENTE.
           MOVE REG-MOVPEND TO MOVIMENTO-EXAME.
           MOVE MOV_DATA      TO CLS-DATA.
           PERFORM CALCULA-DATA-EFETIVA.
           MOVE MOV_CLI_ID    TO CLS-CLI-ID.
           MOVE MOV_TIPO      TO CLS-TIPO.
           MOVE MOV_VALOR     TO CLS-VALOR.
           MOVE MOV_DOCUMENTO TO CLS-DOCUMENTO.
           MOVE SPACES        TO CLS-DESTINO.
           IF MOVIMENTO-TRANSFERENCIA
               MOVE MOV_CLI_DESTINO TO CLS-DESTINO
           END-IF.
           RELEASE REG-CLASSIFICACAO.
           PERFORM LE-MOVPEND.

      * O VENCIMENTO QUE CAI EM DIA SEM EXPEDIENTE ROLA PARA O
      * PROXIMO DIA UTIL; SEM O MODULO DE DIAS UTEIS, OU COM DATA
      * INVALIDA, VALE A PROPRIA DATA DO MOVIMENTO
       CALCULA-DATA-EFETIVA.
           MOVE MOV_DATA TO CAL-DATA.
           MOVE 0 TO CAL-RESULTADO.
           CALL "DIAUTIL" USING PEDIDO-CALENDARIO
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF CAL-RESULTADO = 0
               MOVE MOV_DATA TO CLS-EFETIVA
           ELSE
               MOVE CAL-RESULTADO TO CLS-EFETIVA
           END-IF.

      * IMPRIME OS PENDENTES JA NA ORDEM DA DATA EFETIVA, COM QUEBRA
      * POR DATA EFETIVA
       LISTA-PENDENTES.
           DISPLAY "MOVIMENTOS PENDENTES POR DATA EFETIVA DE "
                   "LANCAMENTO".
           DISPLAY "EFETIVA  VENCTO   CLIENTE  T        VALOR "
                   "DOCUMENTO  DESTINO".
           PERFORM RETORNA-CLASSIFICADO.
           PERFORM LISTA-UMA-LINHA THRU F-LISTA-UMA-LINHA
               UNTIL NAO-HA-MAIS-LISTA.
       LISTA-UMA-LINHA.
           IF E-PRIMEIRO-REGISTRO
               MOVE "N" TO PRIMEIRO-REGISTRO
               MOVE CLS-EFETIVA TO DATA-ANTERIOR
           END-IF.
           IF CLS-EFETIVA NOT = DATA-ANTERIOR
               PERFORM IMPRIME-SUBTOTAL
               MOVE CLS-EFETIVA TO DATA-ANTERIOR
           END-IF.
           MOVE CLS-VALOR TO VALOR-ZZ.
           DISPLAY CLS-EFETIVA " " CLS-DATA " " CLS-CLI-ID " "
                   CLS-TIPO " " VALOR-ZZ " " CLS-DOCUMENTO " "
                   CLS-DESTINO.
           ADD 1 TO PENDENTES-NA-DATA.
           ADD 1 TO PENDENTES-TOTAL.
           ADD CLS-VALOR TO VALOR-NA-DATA.
