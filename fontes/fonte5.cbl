      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao de CLIENTES (alteracao e mudanca de
      *          situacao), por ID_CLIENTE, com menu ACCEPT/DISPLAY.
      *          O cliente nao e mais excluido do arquivo: e bloqueado
      *          (nao recebe debitos) ou encerrado (so com saldo
      *          zero), com motivo e data, e pode ser reativado; toda
      *          mudanca de situacao vai para a trilha de auditoria.
      *          Mudanca de saldo ou de limite acima da alcada
      *          (alcada.dat) nao e gravada no cliente: vira um
      *          pedido de aprovacao (aprovacao.dat), com o motivo,
      *          que um supervisor aprova ou rejeita. Cliente
      *          empresa exige razao social e a chave de busca e
      *          refeita a cada alteracao. Havendo lista de
      *          pendencias da conferencia de qualidade
      *          (pendqual.dat), os clientes podem ser chamados um a
      *          um pela lista, com as regras que falharam.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL FAIXACEP ASSIGN TO "./faixacep.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FAIXACEP.

           SELECT OPTIONAL ALCADA ASSIGN TO "./alcada.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ALCADA.

           SELECT OPTIONAL APROVACAO ASSIGN TO "./aprovacao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-APROVACAO.

           SELECT OPTIONAL PENDENCIAS ASSIGN TO "./pendqual.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-PENDENCIAS.
       DATA DIVISION.
       FILE SECTION.


           COPY REGCLI.

      * TRILHA DE AUDITORIA DAS ALTERACOES EM CLIENTES
       FD AUDITORIA.

           COPY REGAUD.

           COPY REGCEP.

      * ALCADA ACIMA DA QUAL SALDO E LIMITE ESPERAM APROVACAO
       FD ALCADA.

           COPY REGALC.

      * PEDIDOS DE APROVACAO DE SALDO/LIMITE
       FD APROVACAO.

           COPY REGAPR.

      * LISTA DE PENDENCIAS DA CONFERENCIA DE QUALIDADE
       FD PENDENCIAS.

           COPY REGPQL.

       WORKING-STORAGE SECTION.
       01  ST-FILE            PIC XX.
       01  ST-AUDITORIA       PIC XX.
       01  ANTES-CEP          PIC X(10).
       01  ANTES-CATEGORIA    PIC X.
       01  ANTES-RAZAOSOCIAL  PIC X(60).
       01  ANTES-SITUACAO     PIC X.
       01  NOVA-SITUACAO      PIC X.
           88 NOVA-SITUACAO-VALIDA          VALUES "A" "B" "E".
       01  NOVO-MOTIVO        PIC X(30).
       01  MOTIVO-AUDITORIA   PIC X(30).
       01  SITUACAO-TEXTO     PIC X(10).
      * APAGA O MOTIVO E A DATA DA SITUACAO DO CLIENTE ANTERIOR
       01  BRANCOS-SITUACAO   PIC X(40)   VALUE SPACES.
       01  REGISTRO-OK        PIC X       VALUE "S".
           88 REGISTRO-VALIDO               VALUE "S".
       01  CEP-OK             PIC X       VALUE "S".
       01  DOCUMENTO-ACHADO   PIC X       VALUE "N".
           88 DOCUMENTO-JA-EXISTE            VALUE "S".

      * ALCADA DE APROVACAO E APOIO DO PEDIDO DE SALDO/LIMITE
       01  ST-ALCADA          PIC XX.
       01  ST-APROVACAO       PIC XX.
       01  ALCADA-APROVACAO   PIC 9(8)V99 VALUE 0.
       01  ANTES-LIMITE       PIC S9(8)V9(3).
       01  DIFERENCA-SALDO    PIC S9(9)V9(3).
       01  DIFERENCA-LIMITE   PIC S9(9)V9(3).
       01  MOTIVO-PEDIDO      PIC X(30).
       01  ULTIMO-PEDIDO      PIC 9(6)    VALUE 0.
       01  PEDE-APROVACAO     PIC X       VALUE "N".
           88 PEDIDO-NECESSARIO             VALUE "S".
       01  FIM-APROVACAO      PIC X       VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS           VALUE "S".
       01  NOVA-RAZAOSOCIAL   PIC X(60).

      * LISTA DE PENDENCIAS DE QUALIDADE: OS CLIENTES SAO CHAMADOS NA
      * ORDEM DA LISTA, COM AS REGRAS QUE FALHARAM
       01  ST-PENDENCIAS      PIC XX.
       01  USA-PENDENCIAS     PIC X       VALUE "N".
           88 PERCORRE-PENDENCIAS           VALUE "S".
       01  FIM-PENDENCIAS     PIC X       VALUE "N".
           88 NAO-HA-MAIS-PENDENCIAS        VALUE "S".
       01  RESPOSTA-LISTA     PIC X.
       01  REGRA-PENDENCIA    PIC 9.
       01  PONTEIRO-TEXTO     PIC 9(3).
       01  PENDENCIA-TEXTO    PIC X(70).
       01  NOMES-REGRAS.
           03 FILLER PIC X(10) VALUE "CEP".
           03 FILLER PIC X(10) VALUE "UF/CIDADE".
           03 FILLER PIC X(10) VALUE "CPF/CNPJ".
           03 FILLER PIC X(10) VALUE "DUPLICADO".
           03 FILLER PIC X(10) VALUE "RAZAO".
           03 FILLER PIC X(10) VALUE "BUSCA".
       01  TABELA-NOMES-REGRAS REDEFINES NOMES-REGRAS.
           03 NOME-REGRA OCCURS 6 TIMES PIC X(10).

      * GUARDA A IMAGEM DO REGISTRO EM MANUTENCAO ENQUANTO A PROCURA
      * DO CPF/CNPJ PELA CHAVE ALTERNATIVA REESCREVE A AREA
       01  GUARDA-REGISTRO    PIC X(531).
            END-IF.
            PERFORM ABRO-ARQUIVO.
            PERFORM CARREGA-FAIXAS-CEP.
            PERFORM CARREGA-ALCADA.
            PERFORM ABRE-AUDITORIA.
            PERFORM OFERECE-PENDENCIAS.
            PERFORM PEDE-ID.
            PERFORM PROCESSA-CLIENTE THRU F-PROCESSA-CLIENTE
                UNTIL ENCERRAR-MANUTENCAO.
            IF PERCORRE-PENDENCIAS
                CLOSE PENDENCIAS
            END-IF.
            PERFORM FECHA-AUDITORIA.
            PERFORM FECHA-ARQUIVO.
            PERFORM MARCA-FIM-EXECUCAO.
       FECHA-AUDITORIA.
           CLOSE AUDITORIA.

      * NA LISTA DE PENDENCIAS O PROXIMO CLIENTE VEM DA LISTA; FORA
      * DELA, OU NO FIM DELA, O ID E DIGITADO
       PEDE-ID.
           IF PERCORRE-PENDENCIAS
               PERFORM PROXIMA-PENDENCIA
           END-IF.
           IF NOT PERCORRE-PENDENCIAS
               DISPLAY "ID DO CLIENTE (0 PARA SAIR):" LINE 5 COL 5
               ACCEPT ID-DIGITADO LINE 5 COL 40
               IF ID-DIGITADO = 0
                   MOVE "S" TO ENCERRAR
               END-IF
           END-IF.

      * HAVENDO LISTA DE PENDENCIAS DE QUALIDADE, PERGUNTA SE OS
      * CLIENTES SERAO CHAMADOS PELA LISTA
       OFERECE-PENDENCIAS.
           MOVE "N" TO USA-PENDENCIAS.
           MOVE "N" TO FIM-PENDENCIAS.
           OPEN INPUT PENDENCIAS.
           IF ST-PENDENCIAS > "07"
               MOVE "S" TO FIM-PENDENCIAS
           ELSE
               PERFORM LE-PENDENCIA
           END-IF.
           IF NOT NAO-HA-MAIS-PENDENCIAS
               DISPLAY "PERCORRER A LISTA DE PENDENCIAS DE QUALIDADE "
                       "(S/N):" LINE 3 COL 5
               MOVE "N" TO RESPOSTA-LISTA
               ACCEPT RESPOSTA-LISTA LINE 3 COL 58
               IF RESPOSTA-LISTA = "S"
                   MOVE "S" TO USA-PENDENCIAS
               END-IF
           END-IF.
           IF NOT PERCORRE-PENDENCIAS
               CLOSE PENDENCIAS
           END-IF.

       LE-PENDENCIA.
           READ PENDENCIAS
               AT END MOVE "S" TO FIM-PENDENCIAS
           END-READ.
           IF ST-PENDENCIAS > "07"
               MOVE "S" TO FIM-PENDENCIAS
           END-IF.

      * MOSTRA O PROXIMO CLIENTE DA LISTA COM AS REGRAS QUE FALHARAM;
      * O OPERADOR SEGUE COM ELE OU SAI DA LISTA E VOLTA A DIGITAR
      * O ID
       PROXIMA-PENDENCIA.
           IF NAO-HA-MAIS-PENDENCIAS
               DISPLAY "FIM DA LISTA DE PENDENCIAS" LINE 3 COL 5
               MOVE "N" TO USA-PENDENCIAS
               CLOSE PENDENCIAS
           ELSE
               MOVE PEN_CLI_ID TO ID-DIGITADO
               MOVE SPACES TO PENDENCIA-TEXTO
               MOVE 1 TO PONTEIRO-TEXTO
               PERFORM ANEXA-REGRA
                   VARYING REGRA-PENDENCIA FROM 1 BY 1
                   UNTIL REGRA-PENDENCIA > 6
               DISPLAY "PENDENCIA: CLIENTE " LINE 3 COL 5
               DISPLAY PEN_CLI_ID LINE 3 COL 24
               DISPLAY PENDENCIA-TEXTO LINE 4 COL 5
               DISPLAY "ENTER SEGUE, 0 SAI DA LISTA:" LINE 5 COL 5
               MOVE SPACE TO RESPOSTA-LISTA
               ACCEPT RESPOSTA-LISTA LINE 5 COL 40
               PERFORM LE-PENDENCIA
               IF RESPOSTA-LISTA = "0"
                   MOVE "N" TO USA-PENDENCIAS
                   CLOSE PENDENCIAS
               END-IF
           END-IF.

       ANEXA-REGRA.
           IF PEN-REGRA-FALHOU (REGRA-PENDENCIA)
               STRING NOME-REGRA (REGRA-PENDENCIA) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      INTO PENDENCIA-TEXTO
                      WITH POINTER PONTEIRO-TEXTO
           END-IF.

       PROCESSA-CLIENTE.
               MOVE CLI_CEP         TO ANTES-CEP
               MOVE CLI_CATEGORIA   TO ANTES-CATEGORIA
               MOVE CLI_RAZAOSOCIAL TO ANTES-RAZAOSOCIAL
               MOVE CLI_SITUACAO    TO ANTES-SITUACAO
               IF ANTES-SITUACAO = SPACE
                   MOVE "A" TO ANTES-SITUACAO
               END-IF
               PERFORM MOSTRA-CLIENTE
               PERFORM PEDE-OPCAO
               EVALUATE OPCAO
                   WHEN "1" PERFORM ALTERA-CLIENTE
                   WHEN "2" PERFORM MUDA-SITUACAO
                                THRU F-MUDA-SITUACAO
                   WHEN OTHER
                       DISPLAY "OPERACAO CANCELADA"
               END-EVALUATE
           END-IF.
           MOVE CLI_LIMITE TO LIMITE-ZZ.
           DISPLAY LIMITE-ZZ LINE 12 COL 20.
           EVALUATE TRUE
               WHEN CLIENTE-BLOQUEADO
                   MOVE "BLOQUEADO" TO SITUACAO-TEXTO
               WHEN CLIENTE-ENCERRADO
                   MOVE "ENCERRADO" TO SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "ATIVO" TO SITUACAO-TEXTO
           END-EVALUATE.
           DISPLAY "SITUACAO:" LINE 8 COL 45.
           DISPLAY SITUACAO-TEXTO LINE 8 COL 55.
           IF NOT CLIENTE-ATIVO
               DISPLAY "MOTIVO:" LINE 10 COL 45
               DISPLAY CLI_SITUACAO_MOTIVO LINE 10 COL 55
               DISPLAY "DESDE:" LINE 11 COL 45
               DISPLAY CLI_SITUACAO_DATA LINE 11 COL 55
           ELSE
               DISPLAY BRANCOS-SITUACAO LINE 10 COL 45
               DISPLAY BRANCOS-SITUACAO LINE 11 COL 45
           END-IF.

       PEDE-OPCAO.
           DISPLAY "1-ALTERAR  2-SITUACAO  3-CANCELAR:" LINE 13 COL 5.
           ACCEPT OPCAO LINE 13 COL 45.

      * CLIENTE ENCERRADO NAO E ALTERADO: PRECISA SER REATIVADO ANTES
       ALTERA-CLIENTE.
           IF CLIENTE-ENCERRADO
               DISPLAY "CLIENTE ENCERRADO, REATIVE-O ANTES DE ALTERAR"
                   LINE 14 COL 5
           ELSE
               PERFORM ALTERA-DADOS
           END-IF.

       ALTERA-DADOS.
           DISPLAY "NOVA DIRECAO:" LINE 14 COL 5.
           ACCEPT NOVA-DIRECAO LINE 14 COL 25.
           DISPLAY "NOVO CEP:" LINE 15 COL 5.
           ACCEPT NOVO-DOCUMENTO LINE 17 COL 25.
           DISPLAY "NOVO LIMITE:" LINE 18 COL 5.
           ACCEPT NOVO-LIMITE LINE 18 COL 25.
      * RAZAO SOCIAL SO PARA EMPRESA; EM BRANCO FICA A QUE JA TINHA
           IF CATEGORIA-EMPRESA
               DISPLAY "NOVA RAZAO SOCIAL:" LINE 19 COL 5
               MOVE SPACES TO NOVA-RAZAOSOCIAL
               ACCEPT NOVA-RAZAOSOCIAL LINE 19 COL 25
               IF NOVA-RAZAOSOCIAL NOT = SPACES
                   MOVE NOVA-RAZAOSOCIAL TO CLI_RAZAOSOCIAL
               END-IF
           END-IF.
           MOVE CLI_LIMITE TO ANTES-LIMITE.
           MOVE NOVA-DIRECAO TO CLI_DIRECAO.
           MOVE NOVO-CEP TO CLI_CEP.
           MOVE NOVO-SALDO TO CLI_SALDO.
           MOVE NOVO-DOCUMENTO TO CLI_DOCUMENTO.
           MOVE NOVO-LIMITE TO CLI_LIMITE.
           MOVE CLI_CATEGORIA TO CLI_CATEGORIA_BUSCA.
           MOVE CLI_NOME TO CLI_NOME_BUSCA.
           MOVE "S" TO REGISTRO-OK.
           PERFORM VALIDA-CEP.
           PERFORM VALIDA-DOCUMENTO-ALTERADO.
           PERFORM VALIDA-EMPRESA.
           IF REGISTRO-VALIDO
               PERFORM CONFERE-ALCADA
           END-IF.
           IF REGISTRO-VALIDO
               REWRITE REG-CLIENTES
               IF ST-FILE > "07"
                   DISPLAY "ERROR ALTERANDO O REGISTRO"
               ELSE
                   MOVE "ALTERACAO" TO OPERACAO-AUDITORIA
                   MOVE SPACES TO MOTIVO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   IF PEDIDO-NECESSARIO
                       PERFORM GRAVA-PEDIDO THRU F-GRAVA-PEDIDO
                   END-IF
               END-IF
           END-IF.

      * MUDANCA DE SALDO OU DE LIMITE ACIMA DA ALCADA NAO VAI PARA O
      * CLIENTE: O REGISTRO FICA COM O SALDO E O LIMITE QUE TINHA E
      * OS VALORES DIGITADOS SAEM NUM PEDIDO DE APROVACAO, COM O
      * MOTIVO; OS DEMAIS DADOS SAO ALTERADOS NA HORA. SEM MOTIVO
      * NAO HA PEDIDO E SALDO E LIMITE FICAM COMO ESTAVAM
       CONFERE-ALCADA.
           MOVE "N" TO PEDE-APROVACAO.
           COMPUTE DIFERENCA-SALDO = NOVO-SALDO - ANTES-SALDO.
           IF DIFERENCA-SALDO < 0
               COMPUTE DIFERENCA-SALDO = 0 - DIFERENCA-SALDO
           END-IF.
           COMPUTE DIFERENCA-LIMITE = NOVO-LIMITE - ANTES-LIMITE.
           IF DIFERENCA-LIMITE < 0
               COMPUTE DIFERENCA-LIMITE = 0 - DIFERENCA-LIMITE
           END-IF.
           IF DIFERENCA-SALDO > ALCADA-APROVACAO
            OR DIFERENCA-LIMITE > ALCADA-APROVACAO
               MOVE "S" TO PEDE-APROVACAO
               MOVE ANTES-SALDO TO CLI_SALDO
               MOVE ANTES-LIMITE TO CLI_LIMITE
               DISPLAY "ACIMA DA ALCADA, MOTIVO:" LINE 21 COL 5
               MOVE SPACES TO MOTIVO-PEDIDO
               ACCEPT MOTIVO-PEDIDO LINE 21 COL 30
               IF MOTIVO-PEDIDO = SPACES
                   DISPLAY "MOTIVO OBRIGATORIO, SALDO E LIMITE "
                           "MANTIDOS" LINE 22 COL 5
                   MOVE "N" TO PEDE-APROVACAO
               END-IF
           END-IF.

      * ACRESCENTA O PEDIDO PENDENTE NO ARQUIVO DE APROVACOES, COM O
      * PROXIMO NUMERO, O OPERADOR QUE PEDIU E OS VALORES ANTES E
      * DEPOIS
       GRAVA-PEDIDO.
           PERFORM PROCURA-ULTIMO-PEDIDO.
           OPEN EXTEND APROVACAO.
           IF ST-APROVACAO = "35"
               OPEN OUTPUT APROVACAO
           END-IF.
           IF ST-APROVACAO > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE APROVACOES, "
                       "SALDO E LIMITE MANTIDOS"
               GO TO F-GRAVA-PEDIDO
           END-IF.
           INITIALIZE REG-APROVACAO.
           ADD 1 TO ULTIMO-PEDIDO.
           MOVE ULTIMO-PEDIDO TO APR_NUMERO.
           ACCEPT APR_DATA FROM DATE YYYYMMDD.
           ACCEPT APR_HORA FROM TIME.
           MOVE "A" TO APR_TIPO.
           MOVE ID-DIGITADO TO APR_CLI_ID.
           MOVE OPERADOR-DO-DIA TO APR_SOLICITANTE.
           MOVE ANTES-SALDO TO APR_A_SALDO.
           MOVE NOVO-SALDO TO APR_D_SALDO.
           MOVE ANTES-LIMITE TO APR_A_LIMITE.
           MOVE NOVO-LIMITE TO APR_D_LIMITE.
           MOVE MOTIVO-PEDIDO TO APR_MOTIVO.
           MOVE "P" TO APR_SITUACAO.
           WRITE REG-APROVACAO.
           IF ST-APROVACAO > "07"
               DISPLAY "ERROR GRAVANDO O PEDIDO DE APROVACAO, "
                       "SALDO E LIMITE MANTIDOS"
           ELSE
               DISPLAY "SALDO/LIMITE AGUARDANDO APROVACAO, PEDIDO "
                       APR_NUMERO LINE 22 COL 5
           END-IF.
       F-GRAVA-PEDIDO.
           CLOSE APROVACAO.

      * O NUMERO DO PEDIDO E O MAIOR JA GRAVADO MAIS UM
       PROCURA-ULTIMO-PEDIDO.
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

      * MUDANCA DE SITUACAO NO LUGAR DA ANTIGA EXCLUSAO: O REGISTRO
      * FICA NO ARQUIVO COM A NOVA SITUACAO, O MOTIVO E A DATA, E O
      * CLI_ID NUNCA E REAPROVEITADO. ENCERRAMENTO SO COM SALDO ZERO
       MUDA-SITUACAO.
           DISPLAY "NOVA SITUACAO (A-ATIVO B-BLOQUEADO E-ENCERRADO):"
               LINE 14 COL 5.
           MOVE SPACE TO NOVA-SITUACAO.
           ACCEPT NOVA-SITUACAO LINE 14 COL 55.
           IF NOT NOVA-SITUACAO-VALIDA
               DISPLAY "SITUACAO INVALIDA, OPERACAO CANCELADA"
                   LINE 16 COL 5
               GO TO F-MUDA-SITUACAO
           END-IF.
           IF NOVA-SITUACAO = ANTES-SITUACAO
               DISPLAY "CLIENTE JA ESTA NESSA SITUACAO"
                   LINE 16 COL 5
               GO TO F-MUDA-SITUACAO
           END-IF.
           IF NOVA-SITUACAO = "E" AND CLI_SALDO NOT = 0
               MOVE CLI_SALDO TO SALDO-ZZ
               DISPLAY "ENCERRAMENTO RECUSADO, SALDO NAO ZERADO: "
                       SALDO-ZZ LINE 16 COL 5
               GO TO F-MUDA-SITUACAO
           END-IF.
           DISPLAY "MOTIVO:" LINE 15 COL 5.
           MOVE SPACES TO NOVO-MOTIVO.
           ACCEPT NOVO-MOTIVO LINE 15 COL 25.
           IF NOVO-MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO, OPERACAO CANCELADA"
                   LINE 16 COL 5
               GO TO F-MUDA-SITUACAO
           END-IF.
           MOVE NOVA-SITUACAO TO CLI_SITUACAO.
           MOVE NOVO-MOTIVO TO CLI_SITUACAO_MOTIVO.
           ACCEPT CLI_SITUACAO_DATA FROM DATE YYYYMMDD.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ALTERANDO O REGISTRO"
           ELSE
               MOVE "ALTERACAO" TO OPERACAO-AUDITORIA
               MOVE NOVO-MOTIVO TO MOTIVO-AUDITORIA
               PERFORM GRAVA-AUDITORIA
           END-IF.
       F-MUDA-SITUACAO.
           EXIT.

      * REGISTRA A ALTERACAO NO ARQUIVO DE AUDITORIA, COM A SITUACAO
      * ANTES E DEPOIS (BRANCO GRAVADO COMO ATIVO)
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
           IF AUD-D-SITUACAO = SPACE
               MOVE "A" TO AUD-D-SITUACAO
           END-IF.
           MOVE MOTIVO-AUDITORIA TO AUD-MOTIVO-SITUACAO.
           WRITE REG-AUDITORIA.

      * CONFERE O FORMATO DO CEP (NNNNN-NNN) E, SE POSSIVEL, A UF/
                       TO CLI_CIDADE
           END-SEARCH.

      * CLIENTE EMPRESA NAO FICA SEM RAZAO SOCIAL
       VALIDA-EMPRESA.
           IF CATEGORIA-EMPRESA AND CLI_RAZAOSOCIAL = SPACES
               DISPLAY "ERROR: CLIENTE EMPRESA SEM RAZAO SOCIAL, "
                       "ALTERACAO REJEITADA"
               MOVE "N" TO REGISTRO-OK
           END-IF.

      * CONFERE O CPF/CNPJ DIGITADO E RECUSA A ALTERACAO SE OS
      * DIGITOS VERIFICADORES FALHAM OU SE O DOCUMENTO JA PERTENCE
      * A OUTRO CLIENTE
           END-CALL.


      * LE A ALCADA DE APROVACAO; SEM O ARQUIVO ELA FICA ZERADA E
      * TODA MUDANCA DE SALDO OU DE LIMITE ESPERA APROVACAO
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
                       "SALDO E LIMITE SO MUDAM COM APROVACAO"
           END-IF.


      * CARREGA O CADASTRO DE FAIXAS DE CEP PARA A MEMORIA; VAZIO
      * OU AUSENTE, O CEP SO E CONFERIDO NO FORMATO
       CARREGA-FAIXAS-CEP.
