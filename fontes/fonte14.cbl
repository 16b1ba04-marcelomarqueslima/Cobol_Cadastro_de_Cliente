      *          CLI_CEP (ou mesma CLI_RAZAOSOCIAL para categoria
      *          "E"), imprime os suspeitos lado a lado e oferece a
      *          fusao: o saldo do eliminado e somado ao sobrevivente
      *          e o eliminado fica zerado e encerrado, com as duas
      *          operacoes na trilha de auditoria. Clientes ja
      *          encerrados nao entram na comparacao nem na fusao;
      *          anonimizados nao entram na comparacao.
      *          Fusao que move saldo acima da alcada (alcada.dat)
      *          nao e feita na hora: vira um pedido de aprovacao
      *          (aprovacao.dat) para outro supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL SESSAO ASSIGN TO "./sessao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SESSAO.

           SELECT OPTIONAL ALCADA ASSIGN TO "./alcada.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ALCADA.

           SELECT OPTIONAL APROVACAO ASSIGN TO "./aprovacao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-APROVACAO.
       DATA DIVISION.
       FILE SECTION.


           COPY REGCLI.

      * TRILHA DE AUDITORIA DAS FUSOES (DUAS ALTERACOES)
       FD AUDITORIA.

           COPY REGAUD.

           COPY REGSES.

      * ALCADA ACIMA DA QUAL A FUSAO ESPERA APROVACAO
       FD ALCADA.

           COPY REGALC.

      * PEDIDOS DE APROVACAO DAS FUSOES ACIMA DA ALCADA
       FD APROVACAO.

           COPY REGAPR.

       WORKING-STORAGE SECTION.
       01  ST-FILE            PIC XX.
       01  ST-AUDITORIA       PIC XX.
       01  ANTES-CEP          PIC X(10).
       01  ANTES-CATEGORIA    PIC X.
       01  ANTES-RAZAOSOCIAL  PIC X(60).
       01  ANTES-SITUACAO     PIC X.
       01  MOTIVO-FUSAO.
           03 FILLER          PIC X(19)   VALUE "FUNDIDO NO CLIENTE ".
           03 MOTIVO-FUSAO-ID PIC 9(8).
           03 FILLER          PIC X(3)    VALUE SPACES.

      * ALCADA DE APROVACAO E APOIO DO PEDIDO DE FUSAO
       01  ST-ALCADA          PIC XX.
       01  ST-APROVACAO       PIC XX.
       01  ALCADA-APROVACAO   PIC 9(8)V99 VALUE 0.
       01  SALDO-MOVIDO       PIC S9(8)V9(3).
       01  MOTIVO-PEDIDO      PIC X(30).
       01  ULTIMO-PEDIDO      PIC 9(6)    VALUE 0.
       01  GUARDA-PEDIDO      PIC X(184).
       01  FIM-APROVACAO      PIC X       VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS           VALUE "S".

      * MASCARA DO CLIENTE ANONIMIZADO, QUE NAO ENTRA NA COMPARACAO
           COPY REGLGP.

      * MEMBROS JA VISTOS DO GRUPO CORRENTE DE NOMES IGUAIS, PARA
      * COMPARAR CADA NOVO REGISTRO COM TODOS OS ANTERIORES DO
            END-IF.
            PERFORM ABRO-ARQUIVO.
            PERFORM ABRE-AUDITORIA.
            PERFORM CARREGA-ALCADA.
            PERFORM RELATORIO-DUPLICADOS THRU F-RELATORIO-DUPLICADOS.
            MOVE SUSPEITOS TO CONTA-Z.
            DISPLAY "PARES SUSPEITOS ENCONTRADOS ... " CONTA-Z.
           IF NOT NAO-HA-MAIS-CLIENTES
               PERFORM LE-POR-NOME
           END-IF.
           PERFORM COMPARA-VIZINHOS THRU F-COMPARA-VIZINHOS
               UNTIL NAO-HA-MAIS-CLIENTES.
       F-RELATORIO-DUPLICADOS.
           EXIT.
           END-IF.

       COMPARA-VIZINHOS.
           IF CLIENTE-ENCERRADO OR CLI_NOME = MSC-NOME
               PERFORM LE-POR-NOME
               GO TO F-COMPARA-VIZINHOS
           END-IF.
           IF E-PRIMEIRO-REGISTRO
            OR CLI_NOME NOT = GRUPO-NOME
               MOVE CLI_NOME TO GRUPO-NOME
           MOVE "N" TO PRIMEIRO-REGISTRO.
           PERFORM GUARDA-NO-GRUPO.
           PERFORM LE-POR-NOME.
       F-COMPARA-VIZINHOS.
           EXIT.

      * MESMO NOME: E SUSPEITO SE O CEP COINCIDE, OU, PARA EMPRESAS,
      * SE A RAZAO SOCIAL COINCIDE
           END-IF.

      * FUSAO DIRIGIDA PELO OPERADOR: O SALDO DO ELIMINADO E SOMADO
      * AO SOBREVIVENTE E O ELIMINADO FICA ZERADO E ENCERRADO
       PROCESSA-MERGES.
           PERFORM PEDE-SOBREVIVENTE.
           PERFORM EXECUTA-MERGE THRU F-EXECUTA-MERGE
                       "ABANDONADA"
               MOVE "N" TO MERGE-OK
           END-IF.
           IF MERGE-VALIDO AND CLIENTE-ENCERRADO
               DISPLAY "CLIENTE A ELIMINAR JA ESTA ENCERRADO"
               MOVE "N" TO MERGE-OK
           END-IF.
           IF NOT MERGE-VALIDO
               GO TO P-EXECUTA-MERGE
           END-IF.
           MOVE CLI_SALDO TO SALDO-ELIMINADO.
           MOVE CLI_SITUACAO    TO ANTES-SITUACAO.
           IF ANTES-SITUACAO = SPACE
               MOVE "A" TO ANTES-SITUACAO
           END-IF.
           MOVE CLI_SALDO       TO ANTES-SALDO.
           MOVE CLI_NOME        TO ANTES-NOME.
           MOVE CLI_DIRECAO     TO ANTES-DIRECAO.
                       "ABANDONADA"
               MOVE "N" TO MERGE-OK
           END-IF.
           IF MERGE-VALIDO AND CLIENTE-ENCERRADO
               DISPLAY "CLIENTE SOBREVIVENTE ESTA ENCERRADO, FUSAO "
                       "RECUSADA"
               MOVE "N" TO MERGE-OK
           END-IF.
           IF NOT MERGE-VALIDO
               GO TO P-EXECUTA-MERGE
           END-IF.
           MOVE SALDO-ELIMINADO TO SALDO-MOVIDO.
           IF SALDO-MOVIDO < 0
               COMPUTE SALDO-MOVIDO = 0 - SALDO-MOVIDO
           END-IF.
           IF SALDO-MOVIDO > ALCADA-APROVACAO
               PERFORM PEDE-APROVACAO-FUSAO
                   THRU F-PEDE-APROVACAO-FUSAO
           ELSE
               PERFORM FUNDE-SALDOS THRU F-FUNDE-SALDOS
           END-IF.
       P-EXECUTA-MERGE.
           PERFORM PEDE-SOBREVIVENTE.
       F-EXECUTA-MERGE.
           EXIT.

      * SOMA OS SALDOS NO SOBREVIVENTE (ALTERACAO) E ZERA E ENCERRA
      * O ELIMINADO (ALTERACAO), CADA PASSO COM O SEU REGISTRO DE
      * AUDITORIA; O ELIMINADO SO E ENCERRADO DEPOIS DO SOBREVIVENTE
      * GRAVADO, E O SEU CLI_ID NAO E REAPROVEITADO
       FUNDE-SALDOS.
           MOVE ID-ELIMINADO TO AUDITORIA-CLI-ID.
           MOVE "ALTERACAO" TO OPERACAO-AUDITORIA.
           COMPUTE CLI_SALDO = CLI_SALDO + SALDO-ELIMINADO
               ON SIZE ERROR
                   DISPLAY "FUSAO ABANDONADA: SALDO SOMADO ESTOURA "
           READ CLIENTES
               INVALID KEY CONTINUE
           END-READ.
           MOVE 0 TO CLI_SALDO.
           MOVE "E" TO CLI_SITUACAO.
           MOVE ID-SOBREVIVENTE TO MOTIVO-FUSAO-ID.
           MOVE MOTIVO-FUSAO TO CLI_SITUACAO_MOTIVO.
           ACCEPT CLI_SITUACAO_DATA FROM DATE YYYYMMDD.
           IF ST-FILE = "00"
               REWRITE REG-CLIENTES
           END-IF.
           IF ST-FILE > "07"
               DISPLAY "ERROR ENCERRANDO O ELIMINADO: SALDO JA "
                       "SOMADO, ZERE E ENCERRE O CLIENTE "
                       ID-ELIMINADO " PELA MANUTENCAO"
           ELSE
               PERFORM GRAVA-AUDITORIA
               DISPLAY "FUSAO CONCLUIDA: " ID-ELIMINADO
       F-FUNDE-SALDOS.
           EXIT.

      * FUSAO ACIMA DA ALCADA: NENHUM CLIENTE E ALTERADO; SAI UM
      * PEDIDO DE APROVACAO COM O SALDO DO SOBREVIVENTE ANTES E
      * DEPOIS DA SOMA E O SALDO DO ELIMINADO, QUE A APROVACAO
      * CONFERE DE NOVO ANTES DE FUNDIR. SEM MOTIVO NAO HA PEDIDO
       PEDE-APROVACAO-FUSAO.
           IF CLI_LIMITE NOT NUMERIC
               MOVE 0 TO CLI_LIMITE
           END-IF.
           INITIALIZE REG-APROVACAO.
           MOVE CLI_SALDO TO APR_A_SALDO.
           COMPUTE APR_D_SALDO = CLI_SALDO + SALDO-ELIMINADO
               ON SIZE ERROR
                   DISPLAY "FUSAO ABANDONADA: SALDO SOMADO ESTOURA "
                           "O CAMPO"
                   GO TO F-PEDE-APROVACAO-FUSAO
           END-COMPUTE.
           DISPLAY "FUSAO ACIMA DA ALCADA, EXIGE APROVACAO. MOTIVO:".
           MOVE SPACES TO MOTIVO-PEDIDO.
           ACCEPT MOTIVO-PEDIDO.
           IF MOTIVO-PEDIDO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO, FUSAO CANCELADA"
               GO TO F-PEDE-APROVACAO-FUSAO
           END-IF.
           PERFORM PROCURA-ULTIMO-PEDIDO.
           OPEN EXTEND APROVACAO.
           IF ST-APROVACAO = "35"
               OPEN OUTPUT APROVACAO
           END-IF.
           IF ST-APROVACAO > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE APROVACOES, "
                       "FUSAO CANCELADA"
               CLOSE APROVACAO
               GO TO F-PEDE-APROVACAO-FUSAO
           END-IF.
           ADD 1 TO ULTIMO-PEDIDO.
           MOVE ULTIMO-PEDIDO TO APR_NUMERO.
           ACCEPT APR_DATA FROM DATE YYYYMMDD.
           ACCEPT APR_HORA FROM TIME.
           MOVE "F" TO APR_TIPO.
           MOVE ID-SOBREVIVENTE TO APR_CLI_ID.
           MOVE ID-ELIMINADO TO APR_CLI_ELIMINADO.
           MOVE OPERADOR-DO-DIA TO APR_SOLICITANTE.
           MOVE CLI_LIMITE TO APR_A_LIMITE.
           MOVE CLI_LIMITE TO APR_D_LIMITE.
           MOVE SALDO-ELIMINADO TO APR_E_SALDO.
           MOVE MOTIVO-PEDIDO TO APR_MOTIVO.
           MOVE "P" TO APR_SITUACAO.
           WRITE REG-APROVACAO.
           IF ST-APROVACAO > "07"
               DISPLAY "ERROR GRAVANDO O PEDIDO DE APROVACAO, "
                       "FUSAO CANCELADA"
           ELSE
               DISPLAY "FUSAO DE " ID-ELIMINADO " EM "
                       ID-SOBREVIVENTE " AGUARDANDO APROVACAO, "
                       "PEDIDO " APR_NUMERO
           END-IF.
           CLOSE APROVACAO.
       F-PEDE-APROVACAO-FUSAO.
           EXIT.

      * O NUMERO DO PEDIDO E O MAIOR JA GRAVADO MAIS UM; A LEITURA
      * REESCREVE A AREA DO PEDIDO, QUE E GUARDADA E DEVOLVIDA
       PROCURA-ULTIMO-PEDIDO.
           MOVE REG-APROVACAO TO GUARDA-PEDIDO.
           MOVE 0 TO ULTIMO-PEDIDO.
           MOVE "N" TO FIM-APROVACAO.
           OPEN INPUT APROVACAO.
           IF ST-APROVACAO > "07"
               MOVE "S" TO FIM-APROVACAO
           ELSE
               PERFORM LE-PEDIDO
           END-IF.
           PERFORM CONFERE-NUMERO-PEDIDO
               UNTIL NAO-HA-MAIS-PEDIDOS.
           CLOSE APROVACAO.
           MOVE GUARDA-PEDIDO TO REG-APROVACAO.

       LE-PEDIDO.
           READ APROVACAO
               AT END MOVE "S" TO FIM-APROVACAO
           END-READ.
           IF ST-APROVACAO > "07"
               MOVE "S" TO FIM-APROVACAO
           END-IF.

       CONFERE-NUMERO-PEDIDO.
           IF APR_NUMERO NUMERIC
            AND APR_NUMERO > ULTIMO-PEDIDO
               MOVE APR_NUMERO TO ULTIMO-PEDIDO
           END-IF.
           PERFORM LE-PEDIDO.

      * LE A ALCADA DE APROVACAO; SEM O ARQUIVO ELA FICA ZERADA E
      * TODA FUSAO QUE MOVE SALDO ESPERA APROVACAO
       CARREGA-ALCADA.
           MOVE 0 TO ALCADA-APROVACAO.
           OPEN INPUT ALCADA.
           IF ST-ALCADA NOT > "07"
               READ ALCADA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALC_VALOR NUMERIC
                           MOVE ALC_VALOR TO ALCADA-APROVACAO
                       END-IF
               END-READ
           END-IF.
           CLOSE ALCADA.
           IF ALCADA-APROVACAO = 0
               DISPLAY "AVISO: ALCADA DE APROVACAO ZERADA OU AUSENTE, "
                       "FUSAO COM SALDO SO COM APROVACAO"
           END-IF.

      * AUDITORIA DA ALTERACAO DO SOBREVIVENTE: IMAGEM ANTES COM O
      * SALDO ORIGINAL, IMAGEM DEPOIS COM O SALDO JA SOMADO
       GRAVA-AUDITORIA-SOBREVIVENTE.
           MOVE OPERADOR-DO-DIA TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.

      * AUDITORIA DO ENCERRAMENTO DO ELIMINADO, COM A IMAGEM QUE ELE
      * TINHA ANTES DA FUSAO E A IMAGEM ZERADA E ENCERRADA
       GRAVA-AUDITORIA.
           INITIALIZE REG-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
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
           MOVE CLI_SITUACAO_MOTIVO TO AUD-MOTIVO-SITUACAO.
           WRITE REG-AUDITORIA.


