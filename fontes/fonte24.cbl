      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estorno de um movimento ja lancado: localiza no razao
      *          de lancamentos (lancamen.dat) o lancamento indicado
      *          pelo lote e pelo documento, lanca no mesmo CLI_ID o
      *          movimento exatamente contrario (respeitando o
      *          CLI_LIMITE quando o estorno e um debito), registra a
      *          alteracao na trilha de auditoria e marca o original
      *          como estornado no razao, junto com o lancamento de
      *          estorno. Um lancamento ja estornado, ou que seja ele
      *          mesmo um estorno, e recusado, assim como um dos lados
      *          de uma transferencia entre clientes, que so pode ser
      *          desfeita inteira por uma transferencia contraria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO.
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

           SELECT OPTIONAL LANCAMENTOS ASSIGN TO "./lancamen.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LANCAMENTOS.

           SELECT OPTIONAL TEMPORARIO ASSIGN TO "./lancamen.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-TEMPORARIO.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT OPTIONAL SESSAO ASSIGN TO "./sessao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SESSAO.
       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES.

           COPY REGCLI.

      * RAZAO DE LANCAMENTOS, LIDO INTEIRO E REESCRITO COM O ORIGINAL
      * MARCADO E O ESTORNO ACRESCENTADO
       FD LANCAMENTOS.

           COPY REGLAN.

      * APOIO PARA A REESCRITA DO RAZAO
       FD TEMPORARIO.

       01  REG-TEMPORARIO                PIC X(107).

      * TRILHA DE AUDITORIA DAS GRAVACOES EM CLIENTES
       FD AUDITORIA.

           COPY REGAUD.

      * SESSAO DO OPERADOR ASSINADO NO MENU
       FD SESSAO.

           COPY REGSES.

       WORKING-STORAGE SECTION.
       01  ST-FILE            PIC XX.
       01  ST-LANCAMENTOS     PIC XX.
       01  ST-TEMPORARIO      PIC XX.
       01  ST-AUDITORIA       PIC XX.
       01  ST-SESSAO          PIC XX.
       01  OPERADOR-DO-DIA    PIC X(8)    VALUE "????????".
       01  DATA-DO-DIA        PIC 9(8)    VALUE 0.
       01  FIM-LANCAMENTOS    PIC X       VALUE "N".
           88 NAO-HA-MAIS-LANCAMENTOS       VALUE "S".
       01  FIM-TEMPORARIO     PIC X       VALUE "N".
           88 NAO-HA-MAIS-TEMPORARIO        VALUE "S".
       01  ESTORNO-OK         PIC X       VALUE "S".
           88 ESTORNO-VALIDO                VALUE "S".
       01  ORIGINAL-MARCADO   PIC X       VALUE "N".
           88 JA-MARCOU-ORIGINAL            VALUE "S".
       01  ERRO-REESCRITA     PIC X       VALUE "N".
           88 HOUVE-ERRO-REESCRITA          VALUE "S".
       01  ERRO-DEVOLUCAO     PIC X       VALUE "N".
           88 HOUVE-ERRO-DEVOLUCAO          VALUE "S".

      * REFERENCIA DO LANCAMENTO A ESTORNAR, DIGITADA PELO OPERADOR;
      * O CLI_ID SO E PEDIDO QUANDO LOTE E DOCUMENTO NAO BASTAM
       01  LOTE-PEDIDO        PIC 9(6)    VALUE 0.
       01  DOCUMENTO-PEDIDO   PIC X(10)   VALUE SPACES.
       01  CLIENTE-PEDIDO     PIC 9(8)    VALUE 0.
       01  CANDIDATOS         PIC 9(8)    VALUE 0.
       01  CANDIDATOS-ESTORNADOS PIC 9(8) VALUE 0.

      * LANCAMENTO ORIGINAL ENCONTRADO NO RAZAO
       01  ORIGINAL-CLI-ID    PIC 9(8).
       01  ORIGINAL-DATA      PIC 9(8).
       01  ORIGINAL-TIPO      PIC X.
           88 ORIGINAL-DEBITO               VALUE "D".
           88 ORIGINAL-CREDITO              VALUE "C".
       01  ORIGINAL-VALOR     PIC 9(8)V9(3).
       01  ORIGINAL-DATA-LANCAMENTO PIC 9(8).
       01  ORIGINAL-CONTRAPARTIDA PIC 9(8).
       01  TIPO-ESTORNO       PIC X.
           88 ESTORNO-DEBITO                VALUE "D".
           88 ESTORNO-CREDITO               VALUE "C".

       01  SALDO-PROJETADO    PIC S9(9)V9(3).
       01  SALDO-ZZ           PIC ------9,99.
       01  VALOR-ZZ           PIC ZZZZZZZ9,99.
       01  ANTES-SALDO        PIC S9(8)V9(3).
       01  ANTES-NOME         PIC X(60).
       01  ANTES-DIRECAO      PIC X(80).
       01  ANTES-CEP          PIC X(10).
       01  ANTES-CATEGORIA    PIC X.
       01  ANTES-RAZAOSOCIAL  PIC X(60).


      * CONTROLE DE EXECUCAO: PEDIDO AO MODULO CONTROLE, QUE RECUSA
      * O INICIO QUANDO UM PROGRAMA INCOMPATIVEL ESTA RODANDO; O
      * ESTORNO REESCREVE O RAZAO E POR ISSO NAO CONVIVE COM O
      * LANCAMENTO DIARIO, QUE O ACRESCENTA
       01  CONTROLE-EXECUCAO.
           03 CTL-ACAO                   PIC X.
           03 CTL-PROGRAMA               PIC X(8)  VALUE "ESTORNO".
           03 CTL-GRUPO                  PIC X     VALUE "R".
           03 CTL-RESULTADO              PIC X.
           03 CTL-CONFLITO               PIC X(8).

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
            PERFORM LE-SESSAO.
            PERFORM PEDE-REFERENCIA.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                GOBACK
            END-IF.
            PERFORM ESTORNA-LANCAMENTO THRU F-ESTORNA-LANCAMENTO.
            PERFORM MARCA-FIM-EXECUCAO.
            GOBACK.

       PEDE-REFERENCIA.
           DISPLAY "LOTE DO LANCAMENTO A ESTORNAR:".
           ACCEPT LOTE-PEDIDO.
           DISPLAY "DOCUMENTO DO LANCAMENTO A ESTORNAR:".
           ACCEPT DOCUMENTO-PEDIDO.
           IF LOTE-PEDIDO = 0 OR DOCUMENTO-PEDIDO = SPACES
               DISPLAY "REFERENCIA INVALIDA, ESTORNO CANCELADO"
               GOBACK
           END-IF.

      * LOCALIZA O ORIGINAL, CONFERE O CLIENTE E O LIMITE, MARCA O
      * RAZAO NO APOIO E SO ENTAO LANCA O ESTORNO NO SALDO; O RAZAO
      * REESCRITO SO VOLTA PARA O LUGAR DEPOIS DO SALDO GRAVADO
       ESTORNA-LANCAMENTO.
           MOVE "S" TO ESTORNO-OK.
           PERFORM PROCURA-ORIGINAL.
           IF CANDIDATOS > 1
               DISPLAY "HA " CANDIDATOS " LANCAMENTOS COM ESSE LOTE E "
                       "DOCUMENTO; INFORME O CLI_ID:"
               ACCEPT CLIENTE-PEDIDO
               PERFORM PROCURA-ORIGINAL
           END-IF.
           IF CANDIDATOS = 0 AND CANDIDATOS-ESTORNADOS = 0
               DISPLAY "ERROR: LANCAMENTO NAO ENCONTRADO NO RAZAO, "
                       "LOTE " LOTE-PEDIDO " DOCUMENTO "
                       DOCUMENTO-PEDIDO
               GO TO F-ESTORNA-LANCAMENTO
           END-IF.
           IF CANDIDATOS = 0
               DISPLAY "ERROR: LANCAMENTO JA ESTORNADO, NOVO ESTORNO "
                       "RECUSADO"
               GO TO F-ESTORNA-LANCAMENTO
           END-IF.
           IF CANDIDATOS > 1
               DISPLAY "ERROR: REFERENCIA AMBIGUA, ESTORNO CANCELADO"
               GO TO F-ESTORNA-LANCAMENTO
           END-IF.
           IF ORIGINAL-CONTRAPARTIDA > 0
               DISPLAY "ERROR: LANCAMENTO DE UMA TRANSFERENCIA COM O "
                       "CLIENTE " ORIGINAL-CONTRAPARTIDA ", ESTORNO "
                       "RECUSADO; DESFACA-A POR UMA TRANSFERENCIA "
                       "CONTRARIA NO LOTE DO DIA"
               GO TO F-ESTORNA-LANCAMENTO
           END-IF.
           IF ORIGINAL-DEBITO
               MOVE "C" TO TIPO-ESTORNO
           ELSE
               MOVE "D" TO TIPO-ESTORNO
           END-IF.
           MOVE ORIGINAL-VALOR TO VALOR-ZZ.
           DISPLAY "LANCAMENTO: CLIENTE " ORIGINAL-CLI-ID
                   " TIPO " ORIGINAL-TIPO " VALOR " VALOR-ZZ
                   " LANCADO EM " ORIGINAL-DATA-LANCAMENTO.
           PERFORM ABRO-ARQUIVO.
           IF ST-FILE > "07"
               GO TO F-ESTORNA-LANCAMENTO
           END-IF.
           PERFORM CONFERE-CLIENTE THRU F-CONFERE-CLIENTE.
           IF NOT ESTORNO-VALIDO
               PERFORM FECHA-ARQUIVO
               GO TO F-ESTORNA-LANCAMENTO
           END-IF.
           PERFORM MARCA-RAZAO THRU F-MARCA-RAZAO.
           IF HOUVE-ERRO-REESCRITA
               DISPLAY "ESTORNO ABANDONADO: ERRO NA COPIA DO RAZAO, "
                       "SALDO E RAZAO MANTIDOS COMO ESTAVAM"
               PERFORM FECHA-ARQUIVO
               GO TO F-ESTORNA-LANCAMENTO
           END-IF.
           PERFORM POSTA-ESTORNO THRU F-POSTA-ESTORNO.
           PERFORM FECHA-ARQUIVO.
           IF NOT ESTORNO-VALIDO
               GO TO F-ESTORNA-LANCAMENTO
           END-IF.
           PERFORM DEVOLVE-RAZAO THRU F-DEVOLVE-RAZAO.
           MOVE CLI_SALDO TO SALDO-ZZ.
           DISPLAY "ESTORNO LANCADO: CLIENTE " CLI_ID
                   " TIPO " TIPO-ESTORNO " NOVO SALDO " SALDO-ZZ.
       F-ESTORNA-LANCAMENTO.
           EXIT.

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

       LE-LANCAMENTO.
           READ LANCAMENTOS
               AT END MOVE "S" TO FIM-LANCAMENTOS
           END-READ.
           IF ST-LANCAMENTOS > "07"
               MOVE "S" TO FIM-LANCAMENTOS
           END-IF.

      * PERCORRE O RAZAO CONTANDO OS LANCAMENTOS ORIGINAIS COM O
      * LOTE E O DOCUMENTO PEDIDOS (E O CLI_ID, QUANDO INFORMADO);
      * OS JA ESTORNADOS SAO CONTADOS A PARTE E OS LANCAMENTOS DE
      * ESTORNO NUNCA SAO CANDIDATOS
       PROCURA-ORIGINAL.
           MOVE 0 TO CANDIDATOS.
           MOVE 0 TO CANDIDATOS-ESTORNADOS.
           MOVE "N" TO FIM-LANCAMENTOS.
           OPEN INPUT LANCAMENTOS.
           PERFORM LE-LANCAMENTO.
           PERFORM CONFERE-UM-LANCAMENTO
               UNTIL NAO-HA-MAIS-LANCAMENTOS.
           CLOSE LANCAMENTOS.

       CONFERE-UM-LANCAMENTO.
           IF LAN_LOTE = LOTE-PEDIDO
            AND LAN_DOCUMENTO = DOCUMENTO-PEDIDO
            AND (CLIENTE-PEDIDO = 0 OR LAN_CLI_ID = CLIENTE-PEDIDO)
               IF LANCAMENTO-NORMAL
                   ADD 1 TO CANDIDATOS
                   MOVE LAN_CLI_ID TO ORIGINAL-CLI-ID
                   MOVE LAN_DATA TO ORIGINAL-DATA
                   MOVE LAN_TIPO TO ORIGINAL-TIPO
                   MOVE LAN_VALOR TO ORIGINAL-VALOR
                   MOVE LAN_DATA_LANCAMENTO
                     TO ORIGINAL-DATA-LANCAMENTO
                   MOVE 0 TO ORIGINAL-CONTRAPARTIDA
                   IF LAN_CONTRAPARTIDA NUMERIC
                       MOVE LAN_CONTRAPARTIDA TO ORIGINAL-CONTRAPARTIDA
                   END-IF
               END-IF
               IF LANCAMENTO-ESTORNADO
                   ADD 1 TO CANDIDATOS-ESTORNADOS
               END-IF
           END-IF.
           PERFORM LE-LANCAMENTO.

      * LE O CLIENTE DO LANCAMENTO E CONFERE SE O ESTORNO CABE NO
      * SALDO: UM ESTORNO DE CREDITO E UM DEBITO E NAO PODE LEVAR O
      * SALDO PARA BAIXO DE -CLI_LIMITE
       CONFERE-CLIENTE.
           MOVE ORIGINAL-CLI-ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "ERROR: CLIENTE " ORIGINAL-CLI-ID
                           " NAO ENCONTRADO, ESTORNO CANCELADO"
                   MOVE "N" TO ESTORNO-OK
           END-READ.
           IF ESTORNO-VALIDO AND ST-FILE NOT = "00"
               DISPLAY "ERROR LENDO O CLIENTE, ESTORNO CANCELADO"
               MOVE "N" TO ESTORNO-OK
           END-IF.
           IF NOT ESTORNO-VALIDO
               GO TO F-CONFERE-CLIENTE
           END-IF.
           IF CLIENTE-ENCERRADO
               DISPLAY "CLIENTE " ORIGINAL-CLI-ID " ENCERRADO, "
                       "ESTORNO CANCELADO"
               MOVE "N" TO ESTORNO-OK
               GO TO F-CONFERE-CLIENTE
           END-IF.
           IF CLI_LIMITE NOT NUMERIC
               MOVE 0 TO CLI_LIMITE
           END-IF.
           IF ESTORNO-DEBITO
               COMPUTE SALDO-PROJETADO = CLI_SALDO - ORIGINAL-VALOR
               IF SALDO-PROJETADO + CLI_LIMITE < 0
                   DISPLAY "ERROR: ESTORNO ULTRAPASSARIA O LIMITE DE "
                           "CREDITO DO CLIENTE, ESTORNO RECUSADO"
                   MOVE "N" TO ESTORNO-OK
               END-IF
           ELSE
               COMPUTE SALDO-PROJETADO = CLI_SALDO + ORIGINAL-VALOR
               IF SALDO-PROJETADO > 99999999,999
                   DISPLAY "ERROR: SALDO EXCEDERIA O LIMITE DO CAMPO, "
                           "ESTORNO RECUSADO"
                   MOVE "N" TO ESTORNO-OK
               END-IF
           END-IF.
       F-CONFERE-CLIENTE.
           EXIT.

      * COPIA O RAZAO PARA O APOIO MARCANDO O ORIGINAL COMO
      * ESTORNADO E ACRESCENTA O LANCAMENTO DE ESTORNO NO FIM
       MARCA-RAZAO.
           MOVE "N" TO FIM-LANCAMENTOS.
           MOVE "N" TO ORIGINAL-MARCADO.
           OPEN INPUT LANCAMENTOS.
           OPEN OUTPUT TEMPORARIO.
           IF ST-LANCAMENTOS > "07" OR ST-TEMPORARIO > "07"
               DISPLAY "ERROR ABRINDO O RAZAO OU O SEU APOIO"
               MOVE "S" TO ERRO-REESCRITA
               GO TO F-MARCA-RAZAO
           END-IF.
           PERFORM LE-LANCAMENTO.
           PERFORM COPIA-UM-LANCAMENTO
               UNTIL NAO-HA-MAIS-LANCAMENTOS.
           IF NOT JA-MARCOU-ORIGINAL
               DISPLAY "ERROR: ORIGINAL SUMIU DO RAZAO DURANTE A "
                       "COPIA"
               MOVE "S" TO ERRO-REESCRITA
               GO TO F-MARCA-RAZAO
           END-IF.
           PERFORM MONTA-ESTORNO.
           MOVE REG-LANCAMENTO TO REG-TEMPORARIO.
           WRITE REG-TEMPORARIO.
           IF ST-TEMPORARIO > "07"
               DISPLAY "ERROR GRAVANDO O APOIO DO RAZAO"
               MOVE "S" TO ERRO-REESCRITA
           END-IF.
       F-MARCA-RAZAO.
           CLOSE LANCAMENTOS.
           CLOSE TEMPORARIO.

       COPIA-UM-LANCAMENTO.
           IF NOT JA-MARCOU-ORIGINAL
            AND LANCAMENTO-NORMAL
            AND LAN_LOTE = LOTE-PEDIDO
            AND LAN_DOCUMENTO = DOCUMENTO-PEDIDO
            AND LAN_CLI_ID = ORIGINAL-CLI-ID
               MOVE "E" TO LAN_SITUACAO
               MOVE DATA-DO-DIA TO LAN_DATA_ESTORNO
               MOVE "S" TO ORIGINAL-MARCADO
           END-IF.
           MOVE REG-LANCAMENTO TO REG-TEMPORARIO.
           WRITE REG-TEMPORARIO.
           IF ST-TEMPORARIO > "07"
               DISPLAY "ERROR GRAVANDO O APOIO DO RAZAO"
               MOVE "S" TO ERRO-REESCRITA
           END-IF.
           PERFORM LE-LANCAMENTO.

      * LANCAMENTO DE ESTORNO: MESMO LOTE, DOCUMENTO, CLIENTE E
      * VALOR DO ORIGINAL, COM O TIPO INVERTIDO
       MONTA-ESTORNO.
           INITIALIZE REG-LANCAMENTO.
           MOVE LOTE-PEDIDO TO LAN_LOTE.
           MOVE DOCUMENTO-PEDIDO TO LAN_DOCUMENTO.
           MOVE ORIGINAL-CLI-ID TO LAN_CLI_ID.
           MOVE DATA-DO-DIA TO LAN_DATA.
           MOVE TIPO-ESTORNO TO LAN_TIPO.
           MOVE ORIGINAL-VALOR TO LAN_VALOR.
           MOVE DATA-DO-DIA TO LAN_DATA_LANCAMENTO.
           ACCEPT LAN_HORA_LANCAMENTO FROM TIME.
           MOVE OPERADOR-DO-DIA TO LAN_OPERADOR.
           MOVE "R" TO LAN_SITUACAO.

      * APLICA O ESTORNO NO SALDO DO CLIENTE JA LIDO E REGISTRA A
      * ALTERACAO NA AUDITORIA
       POSTA-ESTORNO.
           MOVE CLI_SALDO       TO ANTES-SALDO.
           MOVE CLI_NOME        TO ANTES-NOME.
           MOVE CLI_DIRECAO     TO ANTES-DIRECAO.
           MOVE CLI_CEP         TO ANTES-CEP.
           MOVE CLI_CATEGORIA   TO ANTES-CATEGORIA.
           MOVE CLI_RAZAOSOCIAL TO ANTES-RAZAOSOCIAL.
           MOVE SALDO-PROJETADO TO CLI_SALDO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ALTERANDO O REGISTRO, ESTORNO "
                       "ABANDONADO E RAZAO MANTIDO COMO ESTAVA"
               MOVE "N" TO ESTORNO-OK
               GO TO F-POSTA-ESTORNO
           END-IF.
           PERFORM ABRE-AUDITORIA.
           PERFORM GRAVA-AUDITORIA.
           PERFORM FECHA-AUDITORIA.
       F-POSTA-ESTORNO.
           EXIT.

      * DEVOLVE O RAZAO MARCADO DO APOIO PARA O ARQUIVO DEFINITIVO
       DEVOLVE-RAZAO.
           MOVE "N" TO FIM-TEMPORARIO.
           OPEN INPUT TEMPORARIO.
           OPEN OUTPUT LANCAMENTOS.
           IF ST-TEMPORARIO > "07" OR ST-LANCAMENTOS > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
               GO TO F-DEVOLVE-RAZAO
           END-IF.
           PERFORM LE-TEMPORARIO.
           PERFORM DEVOLVE-UM-LANCAMENTO
               UNTIL NAO-HA-MAIS-TEMPORARIO.
       F-DEVOLVE-RAZAO.
           CLOSE TEMPORARIO.
           CLOSE LANCAMENTOS.
           IF HOUVE-ERRO-DEVOLUCAO
               DISPLAY "ERROR GRAVANDO O RAZAO REESCRITO: O SALDO JA "
                       "FOI ESTORNADO E O RAZAO MARCADO CONTINUA "
                       "INTEGRO EM LANCAMEN.TMP, RECUPERE-O ANTES DE "
                       "NOVO LANCAMENTO OU ESTORNO"
           END-IF.

       LE-TEMPORARIO.
           READ TEMPORARIO
               AT END MOVE "S" TO FIM-TEMPORARIO
           END-READ.

       DEVOLVE-UM-LANCAMENTO.
           MOVE REG-TEMPORARIO TO REG-LANCAMENTO.
           WRITE REG-LANCAMENTO.
           IF ST-LANCAMENTOS > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.
           PERFORM LE-TEMPORARIO.

      * REGISTRA NO ARQUIVO DE AUDITORIA O ESTORNO NO SALDO
       GRAVA-AUDITORIA.
           INITIALIZE REG-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "ALTERACAO" TO AUD-OPERACAO.
           MOVE CLI_ID TO AUD-CLI-ID.
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
           WRITE REG-AUDITORIA.


      * IDENTIFICA O OPERADOR ASSINADO NO MENU PARA ESTAMPAR NA
      * TRILHA DE AUDITORIA E NO RAZAO; SEM SESSAO FICA "????????"
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

       END PROGRAM ESTORNO.
