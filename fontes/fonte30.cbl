      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprovacao dos pedidos de mudanca de saldo/limite e
      *          de fusao de duplicados acima da alcada, gravados
      *          pela manutencao e pela fusao em aprovacao.dat. Lista
      *          os pedidos pendentes e aprova ou rejeita cada um
      *          pelo numero. So a aprovacao altera o cliente e grava
      *          a auditoria, depois de conferir que o cliente ainda
      *          esta como no pedido; o solicitante nunca aprova o
      *          proprio pedido. Restrita a supervisores pela sessao
      *          assinada no menu. Roda sozinha (grupo R), pois
      *          reescreve aprovacao.dat, a que a manutencao e a
      *          fusao acrescentam pedidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOME WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_BUSCA WITH DUPLICATES
                  ALTERNATE KEY CLI_DOCUMENTO WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT OPTIONAL SESSAO ASSIGN TO "./sessao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SESSAO.

           SELECT OPTIONAL APROVACAO ASSIGN TO "./aprovacao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-APROVACAO.

           SELECT OPTIONAL TEMPORARIO ASSIGN TO "./aprovacao.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-TEMPORARIO.
       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES.

           COPY REGCLI.

      * TRILHA DE AUDITORIA DAS ALTERACOES APROVADAS
       FD AUDITORIA.

           COPY REGAUD.

      * SESSAO DO OPERADOR ASSINADO NO MENU
       FD SESSAO.

           COPY REGSES.

      * PEDIDOS DE APROVACAO
       FD APROVACAO.

           COPY REGAPR.

      * APOIO PARA REESCREVER OS PEDIDOS COM A DECISAO
       FD TEMPORARIO.

       01  REG-TEMPORARIO                PIC X(184).

       WORKING-STORAGE SECTION.
       01  ST-FILE            PIC XX.
       01  ST-AUDITORIA       PIC XX.
       01  ST-SESSAO          PIC XX.
       01  ST-APROVACAO       PIC XX.
       01  ST-TEMPORARIO      PIC XX.
       01  OPERADOR-DO-DIA    PIC X(8)    VALUE "????????".
       01  NIVEL-DA-SESSAO    PIC 9       VALUE 0.
       01  DATA-DO-DIA        PIC 9(8).
       01  ENCERRAR           PIC X       VALUE "N".
           88 ENCERRAR-APROVACAO            VALUE "S".
       01  FIM-APROVACAO      PIC X       VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS           VALUE "S".
       01  FIM-TEMPORARIO     PIC X       VALUE "N".
           88 NAO-HA-MAIS-TEMPORARIO        VALUE "S".
       01  PEDIDO-ACHADO      PIC X       VALUE "N".
           88 PEDIDO-ENCONTRADO             VALUE "S".
       01  PEDIDO-MARCADO     PIC X       VALUE "N".
           88 JA-MARCOU-PEDIDO              VALUE "S".
       01  ERRO-REESCRITA     PIC X       VALUE "N".
           88 HOUVE-ERRO-REESCRITA          VALUE "S".
       01  ERRO-DEVOLUCAO     PIC X       VALUE "N".
           88 HOUVE-ERRO-DEVOLUCAO          VALUE "S".
       01  DECISAO            PIC X.
           88 DECISAO-APROVAR               VALUE "A".
           88 DECISAO-REJEITAR              VALUE "R".
      * S = APLICADO NO CLIENTE  R = RECUSADO (CLIENTE NAO ESTA MAIS
      * COMO NO PEDIDO, OU REJEITADO PELO SUPERVISOR)  E = ERRO DE
      * GRAVACAO, O PEDIDO CONTINUA PENDENTE
       01  RESULTADO-APLICACAO PIC X.
           88 PEDIDO-APLICADO               VALUE "S".
           88 PEDIDO-RECUSADO               VALUE "R".
           88 ERRO-APLICACAO                VALUE "E".
       01  PEDIDO-DIGITADO    PIC 9(6)    VALUE 0.
       01  PEDIDO-ESCOLHIDO   PIC X(184).
       01  PEDIDOS-PENDENTES  PIC 9(6)    VALUE 0.
       01  CONTA-Z            PIC Z(5)9.
       01  OBSERVACAO-DECISAO PIC X(30).
       01  SALDO-ZZ           PIC ------9,99.
       01  SALDO-ZZ2          PIC ------9,99.
       01  SALDO-ZZ3          PIC ------9,99.
       01  LIMITE-ZZ          PIC ------9,99.
       01  LIMITE-ZZ2         PIC ------9,99.
       01  AUDITORIA-CLI-ID   PIC 9(8).
       01  ANTES-SALDO        PIC S9(8)V9(3).
       01  ANTES-NOME         PIC X(60).
       01  ANTES-DIRECAO      PIC X(80).
       01  ANTES-CEP          PIC X(10).
       01  ANTES-CATEGORIA    PIC X.
       01  ANTES-RAZAOSOCIAL  PIC X(60).
       01  ANTES-SITUACAO     PIC X.
       01  MOTIVO-FUSAO.
           03 FILLER          PIC X(19)   VALUE "FUNDIDO NO CLIENTE ".
           03 MOTIVO-FUSAO-ID PIC 9(8).
           03 FILLER          PIC X(3)    VALUE SPACES.


      * CONTROLE DE EXECUCAO: PEDIDO AO MODULO CONTROLE, QUE RECUSA
      * O INICIO QUANDO UM PROGRAMA INCOMPATIVEL ESTA RODANDO
       01  CONTROLE-EXECUCAO.
           03 CTL-ACAO                   PIC X.
           03 CTL-PROGRAMA               PIC X(8)  VALUE "APROVA".
           03 CTL-GRUPO                  PIC X     VALUE "R".
           03 CTL-RESULTADO              PIC X.
           03 CTL-CONFLITO               PIC X(8).

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            PERFORM LE-SESSAO.
            IF NIVEL-DA-SESSAO < 2
                DISPLAY "APROVACAO DE PEDIDOS RESTRITA A SUPERVISORES"
                GOBACK
            END-IF.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                GOBACK
            END-IF.
            ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARQUIVO.
            PERFORM ABRE-AUDITORIA.
            PERFORM LISTA-PENDENTES THRU F-LISTA-PENDENTES.
            PERFORM PEDE-PEDIDO.
            PERFORM PROCESSA-PEDIDO THRU F-PROCESSA-PEDIDO
                UNTIL ENCERRAR-APROVACAO.
            PERFORM FECHA-AUDITORIA.
            PERFORM FECHA-ARQUIVO.
            PERFORM MARCA-FIM-EXECUCAO.
            GOBACK.
       ABRO-ARQUIVO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO".
       FECHA-ARQUIVO.
           CLOSE CLIENTES.
       ABRE-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE AUDITORIA".
       FECHA-AUDITORIA.
           CLOSE AUDITORIA.

      * LISTA OS PEDIDOS AINDA PENDENTES, NA ORDEM EM QUE FORAM
      * GRAVADOS
       LISTA-PENDENTES.
           MOVE 0 TO PEDIDOS-PENDENTES.
           MOVE "N" TO FIM-APROVACAO.
           OPEN INPUT APROVACAO.
           IF ST-APROVACAO > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE APROVACOES"
               GO TO F-LISTA-PENDENTES
           END-IF.
           PERFORM LE-PEDIDO.
           PERFORM MOSTRA-PENDENTE
               UNTIL NAO-HA-MAIS-PEDIDOS.
           IF PEDIDOS-PENDENTES = 0
               DISPLAY "NENHUM PEDIDO PENDENTE DE APROVACAO"
           ELSE
               MOVE PEDIDOS-PENDENTES TO CONTA-Z
               DISPLAY "PEDIDOS PENDENTES ........ " CONTA-Z
           END-IF.
       F-LISTA-PENDENTES.
           CLOSE APROVACAO.

       LE-PEDIDO.
           READ APROVACAO
               AT END MOVE "S" TO FIM-APROVACAO
           END-READ.
           IF ST-APROVACAO > "07"
               MOVE "S" TO FIM-APROVACAO
           END-IF.

       MOSTRA-PENDENTE.
           IF PEDIDO-PENDENTE
               ADD 1 TO PEDIDOS-PENDENTES
               PERFORM MOSTRA-UM-PEDIDO
           END-IF.
           PERFORM LE-PEDIDO.

       MOSTRA-UM-PEDIDO.
           MOVE APR_A_SALDO TO SALDO-ZZ.
           MOVE APR_D_SALDO TO SALDO-ZZ2.
           MOVE APR_E_SALDO TO SALDO-ZZ3.
           MOVE APR_A_LIMITE TO LIMITE-ZZ.
           MOVE APR_D_LIMITE TO LIMITE-ZZ2.
           IF PEDIDO-FUSAO
               DISPLAY "PEDIDO " APR_NUMERO " FUSAO DE "
                       APR_CLI_ELIMINADO " EM " APR_CLI_ID
                       " POR " APR_SOLICITANTE " EM " APR_DATA
               DISPLAY "  SALDO DO SOBREVIVENTE " SALDO-ZZ " -> "
                       SALDO-ZZ2 "  SALDO DO ELIMINADO " SALDO-ZZ3
           ELSE
               DISPLAY "PEDIDO " APR_NUMERO " ALTERACAO DO CLIENTE "
                       APR_CLI_ID " POR " APR_SOLICITANTE " EM "
                       APR_DATA
               DISPLAY "  SALDO " SALDO-ZZ " -> " SALDO-ZZ2
                       "  LIMITE " LIMITE-ZZ " -> " LIMITE-ZZ2
           END-IF.
           DISPLAY "  MOTIVO: " APR_MOTIVO.

       PEDE-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO (0 PARA SAIR):".
           MOVE 0 TO PEDIDO-DIGITADO.
           ACCEPT PEDIDO-DIGITADO.
           IF PEDIDO-DIGITADO = 0
               MOVE "S" TO ENCERRAR
           END-IF.

      * DECISAO SOBRE UM PEDIDO PENDENTE: A APROVACAO APLICA O
      * PEDIDO NO CLIENTE E SO DEPOIS MARCA O PEDIDO; A REJEICAO,
      * COM MOTIVO, SO MARCA O PEDIDO. O SOLICITANTE PODE REJEITAR
      * (RETIRAR) O PROPRIO PEDIDO, MAS NUNCA APROVA-LO
       PROCESSA-PEDIDO.
           PERFORM PROCURA-PEDIDO THRU F-PROCURA-PEDIDO.
           IF NOT PEDIDO-ENCONTRADO
               DISPLAY "PEDIDO NAO ENCONTRADO"
               GO TO P-PROCESSA-PEDIDO
           END-IF.
           MOVE PEDIDO-ESCOLHIDO TO REG-APROVACAO.
           IF NOT PEDIDO-PENDENTE
               DISPLAY "PEDIDO JA DECIDIDO (" APR_SITUACAO ") POR "
                       APR_APROVADOR " EM " APR_DATA_DECISAO
               GO TO P-PROCESSA-PEDIDO
           END-IF.
           PERFORM MOSTRA-UM-PEDIDO.
           DISPLAY "A-APROVAR  R-REJEITAR  OUTRA TECLA-VOLTAR:".
           MOVE SPACE TO DECISAO.
           ACCEPT DECISAO.
           MOVE SPACES TO OBSERVACAO-DECISAO.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   IF APR_SOLICITANTE = OPERADOR-DO-DIA
                       DISPLAY "O SOLICITANTE NAO PODE APROVAR O "
                               "PROPRIO PEDIDO"
                       GO TO P-PROCESSA-PEDIDO
                   END-IF
                   PERFORM APLICA-PEDIDO
               WHEN DECISAO-REJEITAR
                   DISPLAY "MOTIVO DA REJEICAO:"
                   ACCEPT OBSERVACAO-DECISAO
                   IF OBSERVACAO-DECISAO = SPACES
                       DISPLAY "MOTIVO OBRIGATORIO, PEDIDO MANTIDO "
                               "PENDENTE"
                       GO TO P-PROCESSA-PEDIDO
                   END-IF
                   MOVE "R" TO RESULTADO-APLICACAO
               WHEN OTHER
                   DISPLAY "PEDIDO MANTIDO PENDENTE"
                   GO TO P-PROCESSA-PEDIDO
           END-EVALUATE.
           IF ERRO-APLICACAO
               GO TO P-PROCESSA-PEDIDO
           END-IF.
           PERFORM MARCA-PEDIDO THRU F-MARCA-PEDIDO.
           IF NOT HOUVE-ERRO-REESCRITA
               PERFORM DEVOLVE-PEDIDOS THRU F-DEVOLVE-PEDIDOS
           END-IF.
           IF HOUVE-ERRO-REESCRITA AND PEDIDO-APLICADO
               DISPLAY "ERROR: PEDIDO " PEDIDO-DIGITADO " JA "
                       "APLICADO NO CLIENTE MAS NAO MARCADO COMO "
                       "APROVADO; NAO O APROVE DE NOVO"
               GO TO P-PROCESSA-PEDIDO
           END-IF.
           IF HOUVE-ERRO-REESCRITA
               GO TO P-PROCESSA-PEDIDO
           END-IF.
           EVALUATE TRUE
               WHEN PEDIDO-APLICADO
                   DISPLAY "PEDIDO " PEDIDO-DIGITADO
                           " APROVADO E APLICADO"
               WHEN DECISAO-APROVAR
                   DISPLAY "PEDIDO " PEDIDO-DIGITADO " NAO APLICADO ("
                           OBSERVACAO-DECISAO "), MARCADO REJEITADO"
               WHEN OTHER
                   DISPLAY "PEDIDO " PEDIDO-DIGITADO " REJEITADO"
           END-EVALUATE.
       P-PROCESSA-PEDIDO.
           PERFORM PEDE-PEDIDO.
       F-PROCESSA-PEDIDO.
           EXIT.

       PROCURA-PEDIDO.
           MOVE "N" TO PEDIDO-ACHADO.
           MOVE "N" TO FIM-APROVACAO.
           OPEN INPUT APROVACAO.
           IF ST-APROVACAO > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE APROVACOES"
               GO TO F-PROCURA-PEDIDO
           END-IF.
           PERFORM LE-PEDIDO.
           PERFORM CONFERE-PEDIDO
               UNTIL NAO-HA-MAIS-PEDIDOS OR PEDIDO-ENCONTRADO.
       F-PROCURA-PEDIDO.
           CLOSE APROVACAO.

       CONFERE-PEDIDO.
           IF APR_NUMERO NUMERIC
            AND APR_NUMERO = PEDIDO-DIGITADO
               MOVE "S" TO PEDIDO-ACHADO
               MOVE REG-APROVACAO TO PEDIDO-ESCOLHIDO
           ELSE
               PERFORM LE-PEDIDO
           END-IF.

       APLICA-PEDIDO.
           MOVE "S" TO RESULTADO-APLICACAO.
           IF PEDIDO-FUSAO
               PERFORM APLICA-FUSAO THRU F-APLICA-FUSAO
           ELSE
               PERFORM APLICA-ALTERACAO THRU F-APLICA-ALTERACAO
           END-IF.

      * ALTERACAO DE SALDO/LIMITE: O CLIENTE PRECISA ESTAR COM O
      * SALDO E O LIMITE QUE TINHA NO PEDIDO; SE MUDOU, O PEDIDO E
      * RECUSADO E A MUDANCA PRECISA SER PEDIDA DE NOVO
       APLICA-ALTERACAO.
           MOVE APR_CLI_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "R" TO RESULTADO-APLICACAO
                   MOVE "CLIENTE NAO ENCONTRADO" TO OBSERVACAO-DECISAO
           END-READ.
           IF PEDIDO-RECUSADO
               GO TO F-APLICA-ALTERACAO
           END-IF.
           IF ST-FILE NOT = "00"
               DISPLAY "ERROR LENDO O CLIENTE, PEDIDO MANTIDO "
                       "PENDENTE"
               MOVE "E" TO RESULTADO-APLICACAO
               GO TO F-APLICA-ALTERACAO
           END-IF.
           IF CLI_LIMITE NOT NUMERIC
               MOVE 0 TO CLI_LIMITE
           END-IF.
           IF CLIENTE-ENCERRADO
               MOVE "R" TO RESULTADO-APLICACAO
               MOVE "CLIENTE ENCERRADO" TO OBSERVACAO-DECISAO
               GO TO F-APLICA-ALTERACAO
           END-IF.
           IF CLI_SALDO NOT = APR_A_SALDO
            OR CLI_LIMITE NOT = APR_A_LIMITE
               MOVE "R" TO RESULTADO-APLICACAO
               MOVE "SALDO/LIMITE MUDOU APOS O PEDIDO"
                   TO OBSERVACAO-DECISAO
               GO TO F-APLICA-ALTERACAO
           END-IF.
           PERFORM GUARDA-ANTES.
           MOVE APR_D_SALDO TO CLI_SALDO.
           MOVE APR_D_LIMITE TO CLI_LIMITE.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ALTERANDO O CLIENTE, PEDIDO MANTIDO "
                       "PENDENTE"
               MOVE "E" TO RESULTADO-APLICACAO
               GO TO F-APLICA-ALTERACAO
           END-IF.
           MOVE CLI_ID TO AUDITORIA-CLI-ID.
           PERFORM GRAVA-AUDITORIA.
       F-APLICA-ALTERACAO.
           EXIT.

      * FUSAO DE DUPLICADOS: OS DOIS CLIENTES PRECISAM ESTAR ABERTOS
      * E COM OS SALDOS DO PEDIDO. O SALDO DO ELIMINADO E SOMADO AO
      * SOBREVIVENTE E O ELIMINADO FICA ZERADO E ENCERRADO, COMO NA
      * FUSAO FEITA DIRETO PELA DETECCAO DE DUPLICADOS
       APLICA-FUSAO.
           MOVE APR_CLI_ELIMINADO TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "R" TO RESULTADO-APLICACAO
                   MOVE "ELIMINADO NAO ENCONTRADO"
                       TO OBSERVACAO-DECISAO
           END-READ.
           IF PEDIDO-RECUSADO
               GO TO F-APLICA-FUSAO
           END-IF.
           IF ST-FILE NOT = "00"
               DISPLAY "ERROR LENDO O CLIENTE A ELIMINAR, PEDIDO "
                       "MANTIDO PENDENTE"
               MOVE "E" TO RESULTADO-APLICACAO
               GO TO F-APLICA-FUSAO
           END-IF.
           IF CLIENTE-ENCERRADO
               MOVE "R" TO RESULTADO-APLICACAO
               MOVE "ELIMINADO JA ENCERRADO" TO OBSERVACAO-DECISAO
               GO TO F-APLICA-FUSAO
           END-IF.
           IF CLI_SALDO NOT = APR_E_SALDO
               MOVE "R" TO RESULTADO-APLICACAO
               MOVE "SALDO DO ELIMINADO MUDOU" TO OBSERVACAO-DECISAO
               GO TO F-APLICA-FUSAO
           END-IF.
           PERFORM GUARDA-ANTES.
           MOVE APR_CLI_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "R" TO RESULTADO-APLICACAO
                   MOVE "SOBREVIVENTE NAO ENCONTRADO"
                       TO OBSERVACAO-DECISAO
           END-READ.
           IF PEDIDO-RECUSADO
               GO TO F-APLICA-FUSAO
           END-IF.
           IF ST-FILE NOT = "00"
               DISPLAY "ERROR LENDO O SOBREVIVENTE, PEDIDO MANTIDO "
                       "PENDENTE"
               MOVE "E" TO RESULTADO-APLICACAO
               GO TO F-APLICA-FUSAO
           END-IF.
           IF CLIENTE-ENCERRADO
               MOVE "R" TO RESULTADO-APLICACAO
               MOVE "SOBREVIVENTE ENCERRADO" TO OBSERVACAO-DECISAO
               GO TO F-APLICA-FUSAO
           END-IF.
           IF CLI_SALDO NOT = APR_A_SALDO
               MOVE "R" TO RESULTADO-APLICACAO
               MOVE "SALDO DO SOBREVIVENTE MUDOU"
                   TO OBSERVACAO-DECISAO
               GO TO F-APLICA-FUSAO
           END-IF.
           MOVE APR_D_SALDO TO CLI_SALDO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ALTERANDO O SOBREVIVENTE, PEDIDO "
                       "MANTIDO PENDENTE"
               MOVE "E" TO RESULTADO-APLICACAO
               GO TO F-APLICA-FUSAO
           END-IF.
           PERFORM GRAVA-AUDITORIA-SOBREVIVENTE.
           MOVE APR_CLI_ELIMINADO TO CLI_ID.
           READ CLIENTES
               INVALID KEY CONTINUE
           END-READ.
           MOVE 0 TO CLI_SALDO.
           MOVE "E" TO CLI_SITUACAO.
           MOVE APR_CLI_ID TO MOTIVO-FUSAO-ID.
           MOVE MOTIVO-FUSAO TO CLI_SITUACAO_MOTIVO.
           MOVE DATA-DO-DIA TO CLI_SITUACAO_DATA.
           IF ST-FILE = "00"
               REWRITE REG-CLIENTES
           END-IF.
           IF ST-FILE > "07"
               DISPLAY "ERROR ENCERRANDO O ELIMINADO: SALDO JA "
                       "SOMADO, ZERE E ENCERRE O CLIENTE "
                       APR_CLI_ELIMINADO " PELA MANUTENCAO"
           ELSE
               MOVE APR_CLI_ELIMINADO TO AUDITORIA-CLI-ID
               PERFORM GRAVA-AUDITORIA
           END-IF.
       F-APLICA-FUSAO.
           EXIT.

       GUARDA-ANTES.
           MOVE CLI_SITUACAO    TO ANTES-SITUACAO.
           IF ANTES-SITUACAO = SPACE
               MOVE "A" TO ANTES-SITUACAO
           END-IF.
           MOVE CLI_SALDO       TO ANTES-SALDO.
           MOVE CLI_NOME        TO ANTES-NOME.
           MOVE CLI_DIRECAO     TO ANTES-DIRECAO.
           MOVE CLI_CEP         TO ANTES-CEP.
           MOVE CLI_CATEGORIA   TO ANTES-CATEGORIA.
           MOVE CLI_RAZAOSOCIAL TO ANTES-RAZAOSOCIAL.

      * COPIA OS PEDIDOS PARA O APOIO GRAVANDO A DECISAO NO PEDIDO
      * ESCOLHIDO, SE ELE AINDA ESTIVER PENDENTE
       MARCA-PEDIDO.
           MOVE "N" TO FIM-APROVACAO.
           MOVE "N" TO PEDIDO-MARCADO.
           MOVE "N" TO ERRO-REESCRITA.
           OPEN INPUT APROVACAO.
           OPEN OUTPUT TEMPORARIO.
           IF ST-APROVACAO > "07" OR ST-TEMPORARIO > "07"
               DISPLAY "ERROR ABRINDO OS PEDIDOS OU O SEU APOIO"
               MOVE "S" TO ERRO-REESCRITA
               GO TO F-MARCA-PEDIDO
           END-IF.
           PERFORM LE-PEDIDO.
           PERFORM COPIA-UM-PEDIDO
               UNTIL NAO-HA-MAIS-PEDIDOS.
           IF NOT JA-MARCOU-PEDIDO
               DISPLAY "ERROR: PEDIDO NAO ESTAVA MAIS PENDENTE NO "
                       "ARQUIVO"
               MOVE "S" TO ERRO-REESCRITA
           END-IF.
       F-MARCA-PEDIDO.
           CLOSE APROVACAO.
           CLOSE TEMPORARIO.

       COPIA-UM-PEDIDO.
           IF NOT JA-MARCOU-PEDIDO
            AND APR_NUMERO NUMERIC
            AND APR_NUMERO = PEDIDO-DIGITADO
            AND PEDIDO-PENDENTE
               IF PEDIDO-APLICADO
                   MOVE "A" TO APR_SITUACAO
               ELSE
                   MOVE "R" TO APR_SITUACAO
               END-IF
               MOVE OPERADOR-DO-DIA TO APR_APROVADOR
               MOVE DATA-DO-DIA TO APR_DATA_DECISAO
               MOVE OBSERVACAO-DECISAO TO APR_OBSERVACAO
               MOVE "S" TO PEDIDO-MARCADO
           END-IF.
           MOVE REG-APROVACAO TO REG-TEMPORARIO.
           WRITE REG-TEMPORARIO.
           IF ST-TEMPORARIO > "07"
               DISPLAY "ERROR GRAVANDO O APOIO DOS PEDIDOS"
               MOVE "S" TO ERRO-REESCRITA
           END-IF.
           PERFORM LE-PEDIDO.

      * DEVOLVE OS PEDIDOS MARCADOS DO APOIO PARA O ARQUIVO
       DEVOLVE-PEDIDOS.
           MOVE "N" TO FIM-TEMPORARIO.
           MOVE "N" TO ERRO-DEVOLUCAO.
           OPEN INPUT TEMPORARIO.
           OPEN OUTPUT APROVACAO.
           IF ST-TEMPORARIO > "07" OR ST-APROVACAO > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
               GO TO F-DEVOLVE-PEDIDOS
           END-IF.
           PERFORM LE-TEMPORARIO.
           PERFORM DEVOLVE-UM-PEDIDO
               UNTIL NAO-HA-MAIS-TEMPORARIO.
       F-DEVOLVE-PEDIDOS.
           CLOSE TEMPORARIO.
           CLOSE APROVACAO.
           IF HOUVE-ERRO-DEVOLUCAO
               DISPLAY "ERROR GRAVANDO OS PEDIDOS REESCRITOS: A "
                       "DECISAO ESTA INTEGRA EM APROVACAO.TMP, "
                       "RECUPERE-O ANTES DE NOVA APROVACAO"
           END-IF.

       LE-TEMPORARIO.
           READ TEMPORARIO
               AT END MOVE "S" TO FIM-TEMPORARIO
           END-READ.

       DEVOLVE-UM-PEDIDO.
           MOVE REG-TEMPORARIO TO REG-APROVACAO.
           WRITE REG-APROVACAO.
           IF ST-APROVACAO > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.
           PERFORM LE-TEMPORARIO.

      * AUDITORIA DA ALTERACAO APROVADA, COM A IMAGEM GUARDADA ANTES
      * E A IMAGEM GRAVADA; O OPERADOR E O SUPERVISOR QUE APROVOU
       GRAVA-AUDITORIA.
           INITIALIZE REG-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "ALTERACAO" TO AUD-OPERACAO.
           MOVE AUDITORIA-CLI-ID TO AUD-CLI-ID.
           MOVE ANTES-SALDO TO AUD-A-SALDO.
           MOVE ANTES-NOME TO AUD-A-NOME.
           MOVE ANTES-DIRECAO TO AUD-A-DIRECAO.
           MOVE ANTES-CEP TO AUD-A-CEP.
           MOVE ANTES-CATEGORIA TO AUD-A-CATEGORIA.
           MOVE ANTES-RAZAOSOCIAL TO AUD-A-RAZAOSOCIAL.
           MOVE CLI_SALDO TO AUD-D-SALDO.
           MOVE CLI_NOME TO AUD-D-NOME.
           MOVE CLI_DIRECAO TO AUD-D-DIRECAO.
           MOVE CLI_CEP TO AUD-D-CEP.
           MOVE CLI_CATEGORIA TO AUD-D-CATEGORIA.
           MOVE CLI_RAZAOSOCIAL TO AUD-D-RAZAOSOCIAL.
           MOVE OPERADOR-DO-DIA TO AUD-OPERADOR.
           MOVE ANTES-SITUACAO TO AUD-A-SITUACAO.
           MOVE CLI_SITUACAO TO AUD-D-SITUACAO.
           IF AUD-D-SITUACAO = SPACE
               MOVE "A" TO AUD-D-SITUACAO
           END-IF.
           IF PEDIDO-FUSAO
               MOVE CLI_SITUACAO_MOTIVO TO AUD-MOTIVO-SITUACAO
           END-IF.
           WRITE REG-AUDITORIA.

      * AUDITORIA DA ALTERACAO DO SOBREVIVENTE: IMAGEM ANTES COM O
      * SALDO DO PEDIDO, IMAGEM DEPOIS COM O SALDO JA SOMADO
       GRAVA-AUDITORIA-SOBREVIVENTE.
           INITIALIZE REG-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "ALTERACAO" TO AUD-OPERACAO.
           MOVE CLI_ID TO AUD-CLI-ID.
           MOVE APR_A_SALDO TO AUD-A-SALDO.
           MOVE CLI_NOME TO AUD-A-NOME.
           MOVE CLI_DIRECAO TO AUD-A-DIRECAO.
           MOVE CLI_CEP TO AUD-A-CEP.
           MOVE CLI_CATEGORIA TO AUD-A-CATEGORIA.
           MOVE CLI_RAZAOSOCIAL TO AUD-A-RAZAOSOCIAL.
           MOVE CLI_SALDO TO AUD-D-SALDO.
           MOVE CLI_NOME TO AUD-D-NOME.
           MOVE CLI_DIRECAO TO AUD-D-DIRECAO.
           MOVE CLI_CEP TO AUD-D-CEP.
           MOVE CLI_CATEGORIA TO AUD-D-CATEGORIA.
           MOVE CLI_RAZAOSOCIAL TO AUD-D-RAZAOSOCIAL.
           MOVE OPERADOR-DO-DIA TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.


      * IDENTIFICA O OPERADOR E O NIVEL ASSINADOS NO MENU; SEM
      * SESSAO O OPERADOR FICA "????????" E O NIVEL ZERO
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
                       MOVE SES_NIVEL TO NIVEL-DA-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO.


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

       END PROGRAM APROVA.
