      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lote noturno sem operador: roda em sequencia a
      *          carga (INICIO), o lancamento diario (MOVDIA), os
      *          encargos mensais (ENCARGOS), o fechamento de posicoes
      *          (FECHAMES) e o fechamento do dia (FECHADIA), os dois
      *          mensais so no primeiro dia util do mes pelo
      *          calendario de feriados. O reaproveitamento de
      *          rejeitados (REPROC) fica fora: depende da correcao
      *          do arquivo de rejeitados pelo operador e continua
      *          sendo pedido pelo menu. Cada passo
      *          devolve o codigo de termino em RETURN-CODE; depois
      *          de um passo com erro os seguintes nao rodam. O
      *          andamento fica em execucao.dat (eventos R, P e N),
      *          e uma nova execucao retoma a rodada interrompida no
      *          passo que falhou, sem repetir os que terminaram;
      *          retomada de rodada de dia anterior concluida sem
      *          falha e seguida da rodada do proprio dia. O relato
      *          das rodadas vai para noturno.log, para o turno da
      *          manha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXECUCAO ASSIGN TO "./execucao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-EXECUCAO.

           SELECT OPTIONAL SESSAO ASSIGN TO "./sessao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SESSAO.

           SELECT OPTIONAL RELATO ASSIGN TO "./noturno.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RELATO.
       DATA DIVISION.
       FILE SECTION.

      * REGISTRO DE EXECUCOES, SOMENTE ACRESCENTADO
       FD EXECUCAO.

           COPY REGEXE.

      * SESSAO DO OPERADOR ASSINADO NO MENU
       FD SESSAO.

           COPY REGSES.

      * RELATO DA RODADA PARA O TURNO DA MANHA; UMA RODADA NOVA
      * COMECA O ARQUIVO, UMA RETOMADA ACRESCENTA AO QUE JA HAVIA
       FD RELATO.

       01  REG-RELATO                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  ST-EXECUCAO    PIC XX.
       01  ST-SESSAO      PIC XX.
       01  ST-RELATO      PIC XX.
       01  FIM-EXECUCAO   PIC X       VALUE "N".
           88 NAO-HA-MAIS-EXECUCAO      VALUE "S".
       01  RODADA-ABERTA  PIC X       VALUE "N".
           88 HA-RODADA-ABERTA          VALUE "S".
       01  PASSO-FALHOU   PIC X       VALUE "N".
           88 HOUVE-FALHA               VALUE "S".
       01  PLANO-RODADA   PIC X(8)    VALUE SPACES.
           88 PLANO-MENSAL              VALUE "MENSAL".
       01  PRIMEIRO-UTIL  PIC X       VALUE "N".
           88 E-PRIMEIRO-DIA-UTIL       VALUE "S".
       01  PROGRAMA-AUSENTE PIC X     VALUE "N".
           88 PASSO-AUSENTE             VALUE "S".
       01  OPERADOR-DO-DIA PIC X(8)   VALUE "????????".
       01  DATA-DO-DIA    PIC 9(8)    VALUE 0.
       01  DATA-DO-DIA-R REDEFINES DATA-DO-DIA.
           03 DIA-ANO     PIC 9(4).
           03 DIA-MES     PIC 9(2).
           03 DIA-DIA     PIC 9(2).
       01  DIA-SEMANA     PIC 9       VALUE 0.
       01  DATA-RODADA    PIC 9(8)    VALUE 0.
       01  ULTIMA-CONCLUIDA PIC 9(8)  VALUE 0.
       01  PASSO          PIC 9(2)    VALUE 0.
       01  PROGRAMA-DO-PASSO PIC X(8) VALUE SPACES.
       01  CODIGO-PASSO   PIC 9(2)    VALUE 0.
       01  CODIGO-MAIOR   PIC 9(2)    VALUE 0.
       01  EVENTO-A-GRAVAR PIC X      VALUE SPACE.
       01  HORA-ATUAL.
           03 HOR-HH      PIC 9(2).
           03 HOR-MM      PIC 9(2).
           03 HOR-SS      PIC 9(2).
           03 HOR-CC      PIC 9(2).
       01  HORA-ATUAL-N REDEFINES HORA-ATUAL PIC 9(8).

      * PASSOS DO LOTE NOTURNO, NA ORDEM DE EXECUCAO; D = TODO DIA,
      * M = SO NO PRIMEIRO DIA UTIL DO MES
       01  PASSOS-DO-LOTE.
           03 FILLER PIC X(9) VALUE "INICIO  D".
           03 FILLER PIC X(9) VALUE "MOVDIA  D".
           03 FILLER PIC X(9) VALUE "ENCARGOSM".
           03 FILLER PIC X(9) VALUE "FECHAMESM".
           03 FILLER PIC X(9) VALUE "FECHADIAD".
       01  TABELA-PASSOS REDEFINES PASSOS-DO-LOTE.
           03 PASSO-ITEM OCCURS 5 TIMES.
               05 PAS-PROGRAMA           PIC X(8).
               05 PAS-FREQUENCIA         PIC X.
                   88 PASSO-MENSAL          VALUE "M".

      * PASSOS JA TERMINADOS SEM ERRO NA RODADA EM ABERTO
       01  TABELA-FEITOS.
           03 PASSO-FEITO OCCURS 5 TIMES PIC X.

      * LINHA DO RELATO: HORA, PASSO, TEXTO E CODIGO DE TERMINO
       01  LINHA-RELATO.
           03 LIN-HH      PIC 9(2).
           03 FILLER      PIC X       VALUE ":".
           03 LIN-MM      PIC 9(2).
           03 FILLER      PIC X       VALUE ":".
           03 LIN-SS      PIC 9(2).
           03 FILLER      PIC X       VALUE SPACE.
           03 LIN-PASSO   PIC X(8).
           03 FILLER      PIC X       VALUE SPACE.
           03 LIN-TEXTO   PIC X(60).
           03 LIN-CODIGO  PIC X(12).

       01  CODIGO-TEXTO.
           03 FILLER      PIC X(8)    VALUE " CODIGO ".
           03 CDT-CODIGO  PIC 9(2).
           03 FILLER      PIC X(2)    VALUE SPACES.

      * CONTROLE DE EXECUCAO: PEDIDO AO MODULO CONTROLE, QUE RECUSA
      * O INICIO QUANDO UM PROGRAMA INCOMPATIVEL ESTA RODANDO
       01  CONTROLE-EXECUCAO.
           03 CTL-ACAO                   PIC X.
           03 CTL-PROGRAMA               PIC X(8)  VALUE "NOTURNO".
           03 CTL-GRUPO                  PIC X     VALUE "L".
           03 CTL-RESULTADO              PIC X.
           03 CTL-CONFLITO               PIC X(8).

      * PEDIDO AO MODULO DE DIAS UTEIS: PROXIMO DIA UTIL A PARTIR DO
      * DIA 1 DO MES, QUE E O PRIMEIRO DIA UTIL DO MES
       01  PEDIDO-CALENDARIO.
           03 CAL-ACAO                   PIC X     VALUE "P".
           03 CAL-DATA                   PIC 9(8).
           03 CAL-RESULTADO              PIC 9(8).
           03 CAL-UTIL                   PIC X.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
            PERFORM LE-SESSAO.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            INITIALIZE TABELA-FEITOS.
            PERFORM LE-ANDAMENTO THRU F-LE-ANDAMENTO.
            IF NOT HA-RODADA-ABERTA AND ULTIMA-CONCLUIDA = DATA-DO-DIA
                DISPLAY "LOTE NOTURNO DE " DATA-DO-DIA
                        " JA CONCLUIDO, NADA A FAZER"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            IF HA-RODADA-ABERTA
                PERFORM RETOMA-RODADA
                PERFORM RODA-PASSOS
                IF NOT HOUVE-FALHA AND DATA-RODADA < DATA-DO-DIA
                    PERFORM ABRE-RODADA
                    PERFORM RODA-PASSOS
                END-IF
            ELSE
                PERFORM NOVO-RELATO
                PERFORM ABRE-RODADA
                PERFORM RODA-PASSOS
            END-IF.
            CLOSE RELATO.
            PERFORM MARCA-FIM-EXECUCAO.
            MOVE CODIGO-MAIOR TO RETURN-CODE.
            GOBACK.

      * IDENTIFICA O OPERADOR ASSINADO NO MENU PARA OS EVENTOS
       LE-SESSAO.
           OPEN INPUT SESSAO.
           IF ST-SESSAO NOT > "07"
               READ SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES_OPERADOR NOT = SPACES
                           MOVE SES_OPERADOR TO OPERADOR-DO-DIA
                       END-IF
               END-READ
           END-IF.
           CLOSE SESSAO.

      * RECONSTROI PELO REGISTRO DE EXECUCOES A ULTIMA RODADA DO
      * LOTE NOTURNO: SE FICOU EM ABERTO, QUAIS PASSOS JA TERMINARAM
      * SEM ERRO; SE FOI CONCLUIDA, EM QUE DATA
       LE-ANDAMENTO.
           OPEN INPUT EXECUCAO.
           IF ST-EXECUCAO > "07"
               DISPLAY "ERROR ABRINDO O REGISTRO DE EXECUCOES"
               CLOSE EXECUCAO
               GO TO F-LE-ANDAMENTO
           END-IF.
           PERFORM LE-EXECUCAO.
           PERFORM ACUMULA-ANDAMENTO
               UNTIL NAO-HA-MAIS-EXECUCAO.
           CLOSE EXECUCAO.
       F-LE-ANDAMENTO.
           EXIT.

       LE-EXECUCAO.
           READ EXECUCAO
               AT END MOVE "S" TO FIM-EXECUCAO
           END-READ.
           IF ST-EXECUCAO > "07"
               MOVE "S" TO FIM-EXECUCAO
           END-IF.

       ACUMULA-ANDAMENTO.
           IF EXE_PROGRAMA = "NOTURNO"
               EVALUATE EXE_EVENTO
                   WHEN "R"
                       MOVE "S" TO RODADA-ABERTA
                       MOVE EXE_RODADA TO DATA-RODADA
                       MOVE EXE_PASSO TO PLANO-RODADA
                       INITIALIZE TABELA-FEITOS
                   WHEN "P"
                       IF HA-RODADA-ABERTA
                        AND EXE_RODADA = DATA-RODADA
                           PERFORM ANOTA-PASSO
                       END-IF
                   WHEN "N"
                       IF EXE_RODADA = DATA-RODADA
                           MOVE "N" TO RODADA-ABERTA
                           MOVE EXE_RODADA TO ULTIMA-CONCLUIDA
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM LE-EXECUCAO.

       ANOTA-PASSO.
           PERFORM ANOTA-UM-PASSO
               VARYING PASSO FROM 1 BY 1
               UNTIL PASSO > 5.

       ANOTA-UM-PASSO.
           IF PAS-PROGRAMA (PASSO) = EXE_PASSO
               IF EXE_CODIGO NUMERIC AND EXE_CODIGO NOT > 4
                   MOVE "S" TO PASSO-FEITO (PASSO)
               ELSE
                   MOVE "N" TO PASSO-FEITO (PASSO)
               END-IF
           END-IF.

      * RODA OS PASSOS DA RODADA EM CURSO E A ENCERRA
       RODA-PASSOS.
           PERFORM EXECUTA-PASSO THRU F-EXECUTA-PASSO
               VARYING PASSO FROM 1 BY 1
               UNTIL PASSO > 5.
           PERFORM ENCERRA-RODADA.

      * SEM RODADA EM ABERTO O RELATO COMECA DE NOVO
       NOVO-RELATO.
           OPEN OUTPUT RELATO.
           IF ST-RELATO > "07"
               DISPLAY "ERROR ABRINDO O RELATO DO LOTE NOTURNO"
           END-IF.

      * RODADA NOVA: DATADA DO DIA, COM OS PASSOS MENSAIS SO NO
      * PRIMEIRO DIA UTIL DO MES; O PLANO FICA GRAVADO NO EVENTO DE
      * ABERTURA PARA QUE UMA RETOMADA SIGA O MESMO PLANO. DEPOIS DE
      * UMA RETOMADA DE DIA ANTERIOR O RELATO SEGUE NO MESMO ARQUIVO
       ABRE-RODADA.
           MOVE DATA-DO-DIA TO DATA-RODADA.
           INITIALIZE TABELA-FEITOS.
           PERFORM CONFERE-PRIMEIRO-DIA-UTIL
               THRU F-CONFERE-PRIMEIRO-DIA-UTIL.
           IF E-PRIMEIRO-DIA-UTIL
               MOVE "MENSAL" TO PLANO-RODADA
           ELSE
               MOVE "DIARIO" TO PLANO-RODADA
           END-IF.
           MOVE "R" TO EVENTO-A-GRAVAR.
           MOVE PLANO-RODADA TO PROGRAMA-DO-PASSO.
           MOVE 0 TO CODIGO-PASSO.
           PERFORM GRAVA-EVENTO.
           MOVE SPACES TO LIN-PASSO.
           MOVE SPACES TO LIN-CODIGO.
           MOVE "RODADA DO LOTE NOTURNO ABERTA, PLANO" TO LIN-TEXTO.
           MOVE PLANO-RODADA TO LIN-TEXTO(38:8).
           PERFORM ESCREVE-RELATO.
           PERFORM ESCREVE-LEGENDA.

      * RODADA EM ABERTO: O RELATO CONTINUA NO MESMO ARQUIVO E OS
      * PASSOS JA TERMINADOS NAO SAO REPETIDOS
       RETOMA-RODADA.
           OPEN EXTEND RELATO.
           IF ST-RELATO = "35"
               OPEN OUTPUT RELATO
           END-IF.
           IF ST-RELATO > "07"
               DISPLAY "ERROR ABRINDO O RELATO DO LOTE NOTURNO"
           END-IF.
           MOVE SPACES TO LIN-PASSO.
           MOVE SPACES TO LIN-CODIGO.
           MOVE "RETOMADA DA RODADA DE" TO LIN-TEXTO.
           MOVE DATA-RODADA TO LIN-TEXTO(23:8).
           MOVE "PLANO" TO LIN-TEXTO(32:5).
           MOVE PLANO-RODADA TO LIN-TEXTO(38:8).
           PERFORM ESCREVE-RELATO.

       ESCREVE-LEGENDA.
           MOVE SPACES TO LIN-PASSO.
           MOVE SPACES TO LIN-CODIGO.
           MOVE "CODIGOS: 00 NORMAL  04 AVISOS  08 ERRO  12 RECUSADO"
               TO LIN-TEXTO.
           PERFORM ESCREVE-RELATO.
           MOVE "         16 PROGRAMA NAO DISPONIVEL" TO LIN-TEXTO.
           PERFORM ESCREVE-RELATO.

      * PRIMEIRO DIA UTIL DO MES PELO MODULO DE DIAS UTEIS; SEM O
      * MODULO, O PRIMEIRO DIA DE SEMANA DO MES (DIA 1, OU
      * SEGUNDA-FEIRA DIA 2 OU 3)
       CONFERE-PRIMEIRO-DIA-UTIL.
           MOVE "N" TO PRIMEIRO-UTIL.
           COMPUTE CAL-DATA = DIA-ANO * 10000 + DIA-MES * 100 + 1.
           MOVE 0 TO CAL-RESULTADO.
           CALL "DIAUTIL" USING PEDIDO-CALENDARIO
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF CAL-RESULTADO NOT = 0
               IF CAL-RESULTADO = DATA-DO-DIA
                   MOVE "S" TO PRIMEIRO-UTIL
               END-IF
               GO TO F-CONFERE-PRIMEIRO-DIA-UTIL
           END-IF.
           ACCEPT DIA-SEMANA FROM DAY-OF-WEEK.
           IF DIA-SEMANA < 6
               IF DIA-DIA = 1
                OR (DIA-SEMANA = 1 AND DIA-DIA NOT > 3)
                   MOVE "S" TO PRIMEIRO-UTIL
               END-IF
           END-IF.
       F-CONFERE-PRIMEIRO-DIA-UTIL.
           EXIT.

      * RODA UM PASSO, A MENOS QUE UM PASSO ANTERIOR TENHA FALHADO,
      * QUE SEJA MENSAL FORA DO PLANO OU QUE JA TENHA TERMINADO NA
      * RODADA; CODIGO ACIMA DE 4 INTERROMPE A RODADA
       EXECUTA-PASSO.
           MOVE PAS-PROGRAMA (PASSO) TO PROGRAMA-DO-PASSO.
           MOVE PROGRAMA-DO-PASSO TO LIN-PASSO.
           MOVE SPACES TO LIN-CODIGO.
           IF HOUVE-FALHA
               MOVE "NAO EXECUTADO: PASSO ANTERIOR FALHOU" TO LIN-TEXTO
               PERFORM ESCREVE-RELATO
               GO TO F-EXECUTA-PASSO
           END-IF.
           IF PASSO-MENSAL (PASSO) AND NOT PLANO-MENSAL
               MOVE "FORA DO PLANO: SO NO PRIMEIRO DIA UTIL DO MES"
                   TO LIN-TEXTO
               PERFORM ESCREVE-RELATO
               GO TO F-EXECUTA-PASSO
           END-IF.
           IF PASSO-FEITO (PASSO) = "S"
               MOVE "JA TERMINADO NESTA RODADA, NAO REPETIDO"
                   TO LIN-TEXTO
               PERFORM ESCREVE-RELATO
               GO TO F-EXECUTA-PASSO
           END-IF.
           MOVE "INICIO DO PASSO" TO LIN-TEXTO.
           PERFORM ESCREVE-RELATO.
           MOVE "N" TO PROGRAMA-AUSENTE.
           MOVE 0 TO RETURN-CODE.
           CALL PROGRAMA-DO-PASSO
               ON EXCEPTION
                   MOVE "S" TO PROGRAMA-AUSENTE
           END-CALL.
           IF PASSO-AUSENTE
               MOVE 16 TO CODIGO-PASSO
           ELSE
               MOVE RETURN-CODE TO CODIGO-PASSO
               CANCEL PROGRAMA-DO-PASSO
           END-IF.
           MOVE "P" TO EVENTO-A-GRAVAR.
           PERFORM GRAVA-EVENTO.
           IF CODIGO-PASSO > CODIGO-MAIOR
               MOVE CODIGO-PASSO TO CODIGO-MAIOR
           END-IF.
           MOVE CODIGO-PASSO TO CDT-CODIGO.
           MOVE CODIGO-TEXTO TO LIN-CODIGO.
           MOVE PROGRAMA-DO-PASSO TO LIN-PASSO.
           EVALUATE TRUE
               WHEN PASSO-AUSENTE
                   MOVE "FALHOU: PROGRAMA NAO DISPONIVEL" TO LIN-TEXTO
                   MOVE "S" TO PASSO-FALHOU
               WHEN CODIGO-PASSO > 4
                   MOVE "FALHOU: RODADA INTERROMPIDA NESTE PASSO"
                       TO LIN-TEXTO
                   MOVE "S" TO PASSO-FALHOU
               WHEN CODIGO-PASSO > 0
                   MOVE "TERMINOU COM AVISOS" TO LIN-TEXTO
               WHEN OTHER
                   MOVE "TERMINOU NORMALMENTE" TO LIN-TEXTO
           END-EVALUATE.
           PERFORM ESCREVE-RELATO.
       F-EXECUTA-PASSO.
           EXIT.

      * SEM FALHA A RODADA E DADA POR CONCLUIDA; COM FALHA FICA EM
      * ABERTO PARA SER RETOMADA NO PASSO QUE FALHOU
       ENCERRA-RODADA.
           MOVE SPACES TO LIN-PASSO.
           MOVE CODIGO-MAIOR TO CDT-CODIGO.
           MOVE CODIGO-TEXTO TO LIN-CODIGO.
           IF HOUVE-FALHA
               MOVE "RODADA INTERROMPIDA: CORRIJA A CAUSA E RODE O LOTE"
                   TO LIN-TEXTO
               PERFORM ESCREVE-RELATO
               MOVE SPACES TO LIN-CODIGO
               MOVE "DE NOVO PARA RETOMAR NO PASSO QUE FALHOU"
                   TO LIN-TEXTO
               PERFORM ESCREVE-RELATO
           ELSE
               MOVE "N" TO EVENTO-A-GRAVAR
               MOVE SPACES TO PROGRAMA-DO-PASSO
               MOVE CODIGO-MAIOR TO CODIGO-PASSO
               PERFORM GRAVA-EVENTO
               MOVE "RODADA DO LOTE NOTURNO CONCLUIDA" TO LIN-TEXTO
               PERFORM ESCREVE-RELATO
           END-IF.

      * CADA LINHA DO RELATO VAI PARA O ARQUIVO E PARA A TELA
       ESCREVE-RELATO.
           ACCEPT HORA-ATUAL-N FROM TIME.
           MOVE HOR-HH TO LIN-HH.
           MOVE HOR-MM TO LIN-MM.
           MOVE HOR-SS TO LIN-SS.
           DISPLAY LINHA-RELATO.
           IF ST-RELATO NOT > "07"
               MOVE LINHA-RELATO TO REG-RELATO
               WRITE REG-RELATO
           END-IF.

      * ACRESCENTA AO REGISTRO DE EXECUCOES O EVENTO DO LOTE NOTURNO
      * (R, P OU N) DA RODADA EM CURSO
       GRAVA-EVENTO.
           OPEN EXTEND EXECUCAO.
           IF ST-EXECUCAO = "35"
               OPEN OUTPUT EXECUCAO
           END-IF.
           IF ST-EXECUCAO > "07"
               DISPLAY "ERROR GRAVANDO O REGISTRO DE EXECUCOES, O "
                       "ANDAMENTO DA RODADA NAO FOI ANOTADO"
           ELSE
               MOVE SPACES TO REG-EXECUCAO
               MOVE "NOTURNO" TO EXE_PROGRAMA
               MOVE CTL-GRUPO TO EXE_GRUPO
               MOVE EVENTO-A-GRAVAR TO EXE_EVENTO
               ACCEPT EXE_DATA FROM DATE YYYYMMDD
               ACCEPT EXE_HORA FROM TIME
               MOVE OPERADOR-DO-DIA TO EXE_OPERADOR
               MOVE DATA-RODADA TO EXE_RODADA
               MOVE PROGRAMA-DO-PASSO TO EXE_PASSO
               MOVE CODIGO-PASSO TO EXE_CODIGO
               WRITE REG-EXECUCAO
               CLOSE EXECUCAO
           END-IF.


      * MARCA O INICIO E O FIM DA EXECUCAO NO REGISTRO DE
      * EXECUCOES, PELO MODULO DE CONTROLE; SEM O MODULO A
      * EXECUCAO SEGUE LIBERADA
       MARCA-INICIO-EXECUCAO.
           MOVE "I" TO CTL-ACAO.
           CALL "CONTROLE" USING CONTROLE-EXECUCAO
               ON EXCEPTION
                   MOVE "S" TO CTL-RESULTADO
           END-CALL.
           IF CTL-RESULTADO = "N"
               DISPLAY "EXECUCAO RECUSADA: PROGRAMA INCOMPATIVEL "
                       "EM EXECUCAO: " CTL-CONFLITO
           END-IF.

       MARCA-FIM-EXECUCAO.
           MOVE "F" TO CTL-ACAO.
           CALL "CONTROLE" USING CONTROLE-EXECUCAO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       END PROGRAM NOTURNO.
