      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do calendario de feriados (feriados.dat):
      *          inclusao, exclusao e listagem das datas sem
      *          expediente alem dos sabados e domingos, com menu
      *          ACCEPT/DISPLAY, mantidas em ordem de data. O
      *          calendario e a base do modulo de dias uteis usado
      *          na liberacao de pendentes, nos encargos mensais e
      *          no fechamento de posicoes. Restrita a supervisores
      *          pela sessao assinada no menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FERIADOS ASSIGN TO "./feriados.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FERIADOS.

           SELECT OPTIONAL SESSAO ASSIGN TO "./sessao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SESSAO.
       DATA DIVISION.
       FILE SECTION.

      * CALENDARIO DE FERIADOS
       FD FERIADOS.

           COPY REGFER.

      * SESSAO DO OPERADOR ASSINADO NO MENU
       FD SESSAO.

           COPY REGSES.

       WORKING-STORAGE SECTION.
       01  ST-FERIADOS    PIC XX.
       01  ST-SESSAO      PIC XX.
       01  FIM-FERIADOS   PIC X       VALUE "N".
           88 NAO-HA-MAIS-FERIADOS      VALUE "S".
       01  ENCERRAR       PIC X       VALUE "N".
           88 ENCERRAR-MANUTENCAO       VALUE "S".
       01  OPCAO          PIC X.
       01  HOUVE-MUDANCA  PIC X       VALUE "N".
           88 CALENDARIO-MUDOU          VALUE "S".
       01  DATA-ACHADA    PIC X       VALUE "N".
           88 DATA-ENCONTRADA           VALUE "S".
       01  NIVEL-DA-SESSAO PIC 9      VALUE 0.
       01  DATA-DIGITADA  PIC 9(8).
       01  DESCRICAO-DIGITADA PIC X(30).
       01  MEMBRO         PIC 9(3)    VALUE 0.
       01  POSICAO-ACHADA PIC 9(3)    VALUE 0.
       01  QUANTOS-FERIADOS PIC 9(3)  VALUE 0.

      * CALENDARIO CARREGADO NA MEMORIA EM ORDEM DE DATA; A
      * GRAVACAO REESCREVE O ARQUIVO INTEIRO NA SAIDA
       01  TABELA-FERIADOS.
           03 FER-ITEM OCCURS 500 TIMES.
               05 TAB-DATA               PIC 9(8).
               05 TAB-DESCRICAO          PIC X(30).

      * PEDIDO AO MODULO DE DIAS UTEIS, USADO AQUI PARA VALIDAR A
      * DATA DIGITADA (DATA INVALIDA DEVOLVE RESULTADO ZERO)
       01  PEDIDO-CALENDARIO.
           03 CAL-ACAO                   PIC X     VALUE "P".
           03 CAL-DATA                   PIC 9(8).
           03 CAL-RESULTADO              PIC 9(8).
           03 CAL-UTIL                   PIC X.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            PERFORM LE-SESSAO.
            IF NIVEL-DA-SESSAO < 2
                DISPLAY "MANUTENCAO DO CALENDARIO RESTRITA A "
                        "SUPERVISORES"
                GOBACK
            END-IF.
            INITIALIZE TABELA-FERIADOS.
            PERFORM CARREGA-FERIADOS THRU F-CARREGA-FERIADOS.
            PERFORM PROCESSA-OPCAO THRU F-PROCESSA-OPCAO
                UNTIL ENCERRAR-MANUTENCAO.
            IF CALENDARIO-MUDOU
                PERFORM GRAVA-FERIADOS
            END-IF.
            GOBACK.

       CARREGA-FERIADOS.
           OPEN INPUT FERIADOS.
           IF ST-FERIADOS > "07"
               DISPLAY "ERROR ABRINDO O CALENDARIO DE FERIADOS"
               GO TO F-CARREGA-FERIADOS
           END-IF.
           PERFORM LE-FERIADO.
           PERFORM GUARDA-FERIADO
               UNTIL NAO-HA-MAIS-FERIADOS.
       F-CARREGA-FERIADOS.
           CLOSE FERIADOS.

       LE-FERIADO.
           READ FERIADOS
               AT END MOVE "S" TO FIM-FERIADOS
           END-READ.
           IF ST-FERIADOS > "07"
               MOVE "S" TO FIM-FERIADOS
           END-IF.

      * O ARQUIVO PODE TER SIDO MEXIDO FORA DA MANUTENCAO: CADA
      * LINHA ENTRA NA SUA POSICAO PELA DATA
       GUARDA-FERIADO.
           IF FER_DATA NOT NUMERIC
               DISPLAY "AVISO: LINHA DO CALENDARIO SEM DATA, IGNORADA"
           ELSE
               MOVE FER_DATA TO DATA-DIGITADA
               MOVE FER_DESCRICAO TO DESCRICAO-DIGITADA
               PERFORM PROCURA-NA-TABELA
               IF DATA-ENCONTRADA
                   DISPLAY "AVISO: FERIADO " FER_DATA
                           " REPETIDO NO CALENDARIO, IGNORADO"
               ELSE
                   IF QUANTOS-FERIADOS < 500
                       PERFORM INSERE-NA-TABELA
                   ELSE
                       DISPLAY "AVISO: CALENDARIO CHEIO, LINHA "
                               "IGNORADA"
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-FERIADO.

      * IDENTIFICA O NIVEL DO OPERADOR ASSINADO NO MENU
       LE-SESSAO.
           OPEN INPUT SESSAO.
           IF ST-SESSAO > "07"
               CONTINUE
           ELSE
               READ SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES_NIVEL TO NIVEL-DA-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO.

       PROCESSA-OPCAO.
           DISPLAY "1-INCLUIR 2-EXCLUIR 3-LISTAR 0-SAIR:".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1" PERFORM INCLUI-FERIADO
               WHEN "2" PERFORM EXCLUI-FERIADO
               WHEN "3" PERFORM LISTA-FERIADOS
                            THRU F-LISTA-FERIADOS
               WHEN "0" MOVE "S" TO ENCERRAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       F-PROCESSA-OPCAO.
           EXIT.

       PEDE-DATA.
           MOVE 0 TO DATA-DIGITADA.
           DISPLAY "DATA DO FERIADO (AAAAMMDD):".
           ACCEPT DATA-DIGITADA.

      * A DATA DIGITADA E CONFERIDA PELO MODULO DE DIAS UTEIS; SEM
      * O MODULO SO O MES E O DIA SAO CONFERIDOS POR ALTO
       CONFERE-DATA.
           MOVE DATA-DIGITADA TO CAL-DATA.
           CALL "DIAUTIL" USING PEDIDO-CALENDARIO
               ON EXCEPTION
                   MOVE DATA-DIGITADA TO CAL-RESULTADO
                   IF DATA-DIGITADA(5:2) < "01"
                    OR DATA-DIGITADA(5:2) > "12"
                    OR DATA-DIGITADA(7:2) < "01"
                    OR DATA-DIGITADA(7:2) > "31"
                       MOVE 0 TO CAL-RESULTADO
                   END-IF
           END-CALL.

       PROCURA-NA-TABELA.
           MOVE "N" TO DATA-ACHADA.
           MOVE 0 TO POSICAO-ACHADA.
           PERFORM CONFERE-POSICAO
               VARYING MEMBRO FROM 1 BY 1
               UNTIL MEMBRO > QUANTOS-FERIADOS OR DATA-ENCONTRADA.

       CONFERE-POSICAO.
           IF TAB-DATA (MEMBRO) = DATA-DIGITADA
               MOVE "S" TO DATA-ACHADA
               MOVE MEMBRO TO POSICAO-ACHADA
           END-IF.

       INCLUI-FERIADO.
           PERFORM PEDE-DATA.
           PERFORM CONFERE-DATA.
           IF CAL-RESULTADO = 0
               DISPLAY "DATA INVALIDA, INCLUSAO CANCELADA"
           ELSE
               PERFORM PROCURA-NA-TABELA
               IF DATA-ENCONTRADA
                   DISPLAY "FERIADO JA CADASTRADO"
               ELSE
                   IF QUANTOS-FERIADOS < 500
                       MOVE SPACES TO DESCRICAO-DIGITADA
                       DISPLAY "DESCRICAO:"
                       ACCEPT DESCRICAO-DIGITADA
                       PERFORM INSERE-NA-TABELA
                       MOVE "S" TO HOUVE-MUDANCA
                       DISPLAY "FERIADO INCLUIDO"
                   ELSE
                       DISPLAY "CALENDARIO CHEIO, INCLUSAO CANCELADA"
                   END-IF
               END-IF
           END-IF.

      * A INCLUSAO EMPURRA AS DATAS POSTERIORES UMA POSICAO PARA A
      * FRENTE, PARA QUE A TABELA FIQUE EM ORDEM DE DATA
       INSERE-NA-TABELA.
           MOVE 1 TO POSICAO-ACHADA.
           PERFORM AVANCA-POSICAO
               UNTIL POSICAO-ACHADA > QUANTOS-FERIADOS
                  OR TAB-DATA (POSICAO-ACHADA) > DATA-DIGITADA.
           PERFORM ABRE-POSICAO
               VARYING MEMBRO FROM QUANTOS-FERIADOS BY -1
               UNTIL MEMBRO < POSICAO-ACHADA.
           ADD 1 TO QUANTOS-FERIADOS.
           MOVE DATA-DIGITADA TO TAB-DATA (POSICAO-ACHADA).
           MOVE DESCRICAO-DIGITADA TO TAB-DESCRICAO (POSICAO-ACHADA).

       AVANCA-POSICAO.
           ADD 1 TO POSICAO-ACHADA.

       ABRE-POSICAO.
           MOVE FER-ITEM (MEMBRO) TO FER-ITEM (MEMBRO + 1).

      * A EXCLUSAO PUXA OS SEGUINTES UMA POSICAO PARA TRAS
       EXCLUI-FERIADO.
           PERFORM PEDE-DATA.
           PERFORM PROCURA-NA-TABELA.
           IF NOT DATA-ENCONTRADA
               DISPLAY "FERIADO NAO ENCONTRADO"
           ELSE
               PERFORM EMPURRA-FERIADO
                   VARYING MEMBRO FROM POSICAO-ACHADA BY 1
                   UNTIL MEMBRO NOT < QUANTOS-FERIADOS
               INITIALIZE FER-ITEM (QUANTOS-FERIADOS)
               SUBTRACT 1 FROM QUANTOS-FERIADOS
               MOVE "S" TO HOUVE-MUDANCA
               DISPLAY "FERIADO EXCLUIDO"
           END-IF.

       EMPURRA-FERIADO.
           MOVE FER-ITEM (MEMBRO + 1) TO FER-ITEM (MEMBRO).

       LISTA-FERIADOS.
           IF QUANTOS-FERIADOS = 0
               DISPLAY "CALENDARIO DE FERIADOS VAZIO"
               GO TO F-LISTA-FERIADOS
           END-IF.
           DISPLAY "DATA     DESCRICAO".
           PERFORM LISTA-UM-FERIADO
               VARYING MEMBRO FROM 1 BY 1
               UNTIL MEMBRO > QUANTOS-FERIADOS.
       F-LISTA-FERIADOS.
           EXIT.

       LISTA-UM-FERIADO.
           DISPLAY TAB-DATA (MEMBRO) " " TAB-DESCRICAO (MEMBRO).

      * REESCREVE O CALENDARIO INTEIRO COM O CONTEUDO DA TABELA E
      * CANCELA O MODULO DE DIAS UTEIS, QUE RECARREGA O CALENDARIO
      * NA PROXIMA CHAMADA
       GRAVA-FERIADOS.
           OPEN OUTPUT FERIADOS.
           IF ST-FERIADOS > "07"
               DISPLAY "ERROR GRAVANDO O CALENDARIO DE FERIADOS"
           ELSE
               PERFORM GRAVA-UM-FERIADO
                   VARYING MEMBRO FROM 1 BY 1
                   UNTIL MEMBRO > QUANTOS-FERIADOS
               DISPLAY "CALENDARIO DE FERIADOS GRAVADO"
           END-IF.
           CLOSE FERIADOS.
           CANCEL "DIAUTIL".

       GRAVA-UM-FERIADO.
           MOVE TAB-DATA (MEMBRO) TO FER_DATA.
           MOVE TAB-DESCRICAO (MEMBRO) TO FER_DESCRICAO.
           WRITE REG-FERIADO.

       END PROGRAM FERIADOS.
