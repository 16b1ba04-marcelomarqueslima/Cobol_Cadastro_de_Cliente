      ******************************************************************
      * Author:
      * Date:
      * Purpose: Modulo de dias uteis, chamado pelos programas que
      *          dependem do calendario. Dia util e o dia de segunda a
      *          sexta que nao consta do calendario de feriados
      *          (feriados.dat). Com a acao "P" devolve o proximo dia
      *          util a partir da data pedida (a propria data, se for
      *          util); com a acao "U" devolve o ultimo dia util do
      *          mes da data pedida. Informa tambem se a data pedida
      *          e dia util. Data invalida devolve resultado zero. O
      *          calendario e carregado na primeira chamada; a
      *          manutencao do calendario cancela o modulo para que
      *          a proxima chamada o carregue de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAUTIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FERIADOS ASSIGN TO "./feriados.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FERIADOS.
       DATA DIVISION.
       FILE SECTION.

      * CALENDARIO DE FERIADOS MANTIDO PELOS SUPERVISORES
       FD FERIADOS.

           COPY REGFER.

       WORKING-STORAGE SECTION.
       01  ST-FERIADOS    PIC XX.
       01  FIM-FERIADOS   PIC X       VALUE "N".
           88 NAO-HA-MAIS-FERIADOS      VALUE "S".
       01  CARREGADO      PIC X       VALUE "N".
           88 CALENDARIO-CARREGADO      VALUE "S".
       01  DIA-ACHADO     PIC X       VALUE "N".
           88 DIA-E-UTIL                VALUE "S".
       01  FERIADO-ACHADO PIC X       VALUE "N".
           88 DIA-E-FERIADO             VALUE "S".
       01  MEMBRO         PIC 9(3)    VALUE 0.
       01  QUANTOS-FERIADOS PIC 9(3)  VALUE 0.
       01  VOLTAS         PIC 9(3)    VALUE 0.
       01  DIA-SEMANA     PIC 9       VALUE 0.
           88 FIM-DE-SEMANA             VALUE 5 6.
       01  ULTIMO-DIA     PIC 9(2)    VALUE 0.
       01  RESTO-4        PIC 9(4)    VALUE 0.
       01  RESTO-100      PIC 9(4)    VALUE 0.
       01  RESTO-400      PIC 9(4)    VALUE 0.
       01  QUOCIENTE      PIC 9(7)    VALUE 0.

      * DATA EM EXAME, AVANCADA OU RECUADA UM DIA DE CADA VEZ
       01  DATA-EXAME.
           03 EXA-ANO     PIC 9(4).
           03 EXA-MES     PIC 9(2).
           03 EXA-DIA     PIC 9(2).
       01  DATA-EXAME-N REDEFINES DATA-EXAME PIC 9(8).

      * CONTAGEM DE DIAS CORRIDOS PARA O DIA DA SEMANA
       01  ANO-CALCULO    PIC 9(4).
       01  MES-CALCULO    PIC 9(2).
       01  QUOCIENTE-4    PIC 9(4).
       01  QUOCIENTE-100  PIC 9(4).
       01  QUOCIENTE-400  PIC 9(4).
       01  DESLOCA-MES    PIC 9(4).
       01  DIAS-DO-MES    PIC 9(4).
       01  NUMERO-DIAS    PIC 9(7).

      * QUANTIDADE DE DIAS DE CADA MES; FEVEREIRO CORRIGIDO NOS ANOS
      * BISSEXTOS
       01  DIAS-POR-MES.
           03 FILLER      PIC X(24)
                          VALUE "312831303130313130313031".
       01  TABELA-MESES REDEFINES DIAS-POR-MES.
           03 DIAS-NO-MES OCCURS 12 TIMES PIC 9(2).

      * FERIADOS CARREGADOS NA PRIMEIRA CHAMADA
       01  TABELA-FERIADOS.
           03 FERIADO-ITEM OCCURS 500 TIMES PIC 9(8).

       LINKAGE SECTION.
       01  CAL-PEDIDO.
           03 CAL-ACAO                   PIC X.
           03 CAL-DATA                   PIC 9(8).
           03 CAL-RESULTADO              PIC 9(8).
           03 CAL-UTIL                   PIC X.

       PROCEDURE DIVISION USING CAL-PEDIDO.
       INICIO-PROGRAMA.
            IF NOT CALENDARIO-CARREGADO
                PERFORM CARREGA-FERIADOS THRU F-CARREGA-FERIADOS
            END-IF.
            MOVE 0 TO CAL-RESULTADO.
            MOVE "N" TO CAL-UTIL.
            IF CAL-DATA NOT NUMERIC
                GOBACK
            END-IF.
            MOVE CAL-DATA TO DATA-EXAME-N.
            IF EXA-MES < 1 OR EXA-MES > 12
                GOBACK
            END-IF.
            PERFORM CALCULA-ULTIMO-DIA.
            IF EXA-DIA < 1 OR EXA-DIA > ULTIMO-DIA
                GOBACK
            END-IF.
            PERFORM CALCULA-DIA-SEMANA.
            PERFORM CONFERE-DIA-UTIL.
            MOVE DIA-ACHADO TO CAL-UTIL.
            EVALUATE CAL-ACAO
                WHEN "P"
                    PERFORM PROCURA-PROXIMO-UTIL
                WHEN "U"
                    PERFORM PROCURA-ULTIMO-UTIL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            GOBACK.

      * CARREGA AS DATAS DO CALENDARIO DE FERIADOS; SEM O ARQUIVO
      * SO SABADOS E DOMINGOS FICAM SEM EXPEDIENTE
       CARREGA-FERIADOS.
           MOVE "S" TO CARREGADO.
           MOVE 0 TO QUANTOS-FERIADOS.
           MOVE "N" TO FIM-FERIADOS.
           OPEN INPUT FERIADOS.
           IF ST-FERIADOS > "07"
               DISPLAY "ERROR ABRINDO O CALENDARIO DE FERIADOS"
               CLOSE FERIADOS
               GO TO F-CARREGA-FERIADOS
           END-IF.
           PERFORM LE-FERIADO.
           PERFORM GUARDA-FERIADO
               UNTIL NAO-HA-MAIS-FERIADOS.
           CLOSE FERIADOS.
       F-CARREGA-FERIADOS.
           EXIT.

       LE-FERIADO.
           READ FERIADOS
               AT END MOVE "S" TO FIM-FERIADOS
           END-READ.
           IF ST-FERIADOS > "07"
               MOVE "S" TO FIM-FERIADOS
           END-IF.

       GUARDA-FERIADO.
           IF FER_DATA NUMERIC
               IF QUANTOS-FERIADOS < 500
                   ADD 1 TO QUANTOS-FERIADOS
                   MOVE FER_DATA TO FERIADO-ITEM (QUANTOS-FERIADOS)
               ELSE
                   DISPLAY "AVISO: CALENDARIO DE FERIADOS CHEIO, "
                           "FERIADO " FER_DATA " IGNORADO"
               END-IF
           END-IF.
           PERFORM LE-FERIADO.

      * ULTIMO DIA DO MES DE DATA-EXAME; FEVEREIRO TEM 29 DIAS NOS
      * ANOS DIVISIVEIS POR 4, MENOS OS SECULARES NAO DIVISIVEIS
      * POR 400
       CALCULA-ULTIMO-DIA.
           MOVE DIAS-NO-MES (EXA-MES) TO ULTIMO-DIA.
           IF EXA-MES = 2
               DIVIDE EXA-ANO BY 4 GIVING QUOCIENTE
                   REMAINDER RESTO-4
               DIVIDE EXA-ANO BY 100 GIVING QUOCIENTE
                   REMAINDER RESTO-100
               DIVIDE EXA-ANO BY 400 GIVING QUOCIENTE
                   REMAINDER RESTO-400
               IF RESTO-4 = 0
                AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
                   MOVE 29 TO ULTIMO-DIA
               END-IF
           END-IF.

      * DIA DA SEMANA DE DATA-EXAME PELO NUMERO DE DIAS CORRIDOS:
      * 0 = SEGUNDA ... 5 = SABADO, 6 = DOMINGO; A CONTAGEM E
      * DESLOCADA DE UM DIA PARA QUE O RESTO ZERO CAIA NA SEGUNDA
       CALCULA-DIA-SEMANA.
           MOVE EXA-ANO TO ANO-CALCULO.
           MOVE EXA-MES TO MES-CALCULO.
           IF MES-CALCULO < 3
               SUBTRACT 1 FROM ANO-CALCULO
               ADD 12 TO MES-CALCULO
           END-IF.
           DIVIDE ANO-CALCULO BY 4 GIVING QUOCIENTE-4.
           DIVIDE ANO-CALCULO BY 100 GIVING QUOCIENTE-100.
           DIVIDE ANO-CALCULO BY 400 GIVING QUOCIENTE-400.
           COMPUTE DESLOCA-MES = 153 * (MES-CALCULO - 3) + 2.
           DIVIDE DESLOCA-MES BY 5 GIVING DIAS-DO-MES.
           COMPUTE NUMERO-DIAS = 365 * ANO-CALCULO + QUOCIENTE-4
                   - QUOCIENTE-100 + QUOCIENTE-400 + DIAS-DO-MES
                   + EXA-DIA + 1.
           DIVIDE NUMERO-DIAS BY 7 GIVING QUOCIENTE
               REMAINDER DIA-SEMANA.

      * DIA UTIL: DE SEGUNDA A SEXTA E FORA DO CALENDARIO DE
      * FERIADOS
       CONFERE-DIA-UTIL.
           MOVE "N" TO DIA-ACHADO.
           IF NOT FIM-DE-SEMANA
               MOVE "N" TO FERIADO-ACHADO
               PERFORM CONFERE-UM-FERIADO
                   VARYING MEMBRO FROM 1 BY 1
                   UNTIL MEMBRO > QUANTOS-FERIADOS OR DIA-E-FERIADO
               IF NOT DIA-E-FERIADO
                   MOVE "S" TO DIA-ACHADO
               END-IF
           END-IF.

       CONFERE-UM-FERIADO.
           IF FERIADO-ITEM (MEMBRO) = DATA-EXAME-N
               MOVE "S" TO FERIADO-ACHADO
           END-IF.

      * A DATA QUE CAI EM DIA SEM EXPEDIENTE ROLA PARA A FRENTE ATE
      * O PRIMEIRO DIA UTIL
       PROCURA-PROXIMO-UTIL.
           MOVE 0 TO VOLTAS.
           PERFORM AVANCA-UM-DIA
               UNTIL DIA-E-UTIL OR VOLTAS > 366.
           IF DIA-E-UTIL
               MOVE DATA-EXAME-N TO CAL-RESULTADO
           END-IF.

       AVANCA-UM-DIA.
           ADD 1 TO VOLTAS.
           IF EXA-DIA < ULTIMO-DIA
               ADD 1 TO EXA-DIA
           ELSE
               MOVE 1 TO EXA-DIA
               IF EXA-MES < 12
                   ADD 1 TO EXA-MES
               ELSE
                   MOVE 1 TO EXA-MES
                   ADD 1 TO EXA-ANO
               END-IF
               PERFORM CALCULA-ULTIMO-DIA
           END-IF.
           IF DIA-SEMANA < 6
               ADD 1 TO DIA-SEMANA
           ELSE
               MOVE 0 TO DIA-SEMANA
           END-IF.
           PERFORM CONFERE-DIA-UTIL.

      * DO ULTIMO DIA DO MES PARA TRAS ATE O PRIMEIRO DIA UTIL; UM
      * MES INTEIRO SEM EXPEDIENTE DEVOLVE RESULTADO ZERO
       PROCURA-ULTIMO-UTIL.
           MOVE ULTIMO-DIA TO EXA-DIA.
           PERFORM CALCULA-DIA-SEMANA.
           PERFORM CONFERE-DIA-UTIL.
           PERFORM RECUA-UM-DIA
               UNTIL DIA-E-UTIL OR EXA-DIA = 1.
           IF DIA-E-UTIL
               MOVE DATA-EXAME-N TO CAL-RESULTADO
           END-IF.

       RECUA-UM-DIA.
           SUBTRACT 1 FROM EXA-DIA.
           IF DIA-SEMANA > 0
               SUBTRACT 1 FROM DIA-SEMANA
           ELSE
               MOVE 6 TO DIA-SEMANA
           END-IF.
           PERFORM CONFERE-DIA-UTIL.

       END PROGRAM DIAUTIL.
