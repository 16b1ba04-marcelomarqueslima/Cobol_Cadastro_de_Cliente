      *          do dia, recusando IDs desconhecidos e registrando
      *          cada lancamento na trilha de auditoria. Movimentos
      *          com data futura ficam retidos em movpend.dat e sao
      *          liberados na rodada do dia do vencimento; vencimento
      *          em dia sem expediente rola para o proximo dia util
      *          do calendario de feriados. O arquivo
      *          do dia e um lote com cabecalho e trailer de controle,
      *          conferido inteiro antes de qualquer lancamento, e o
      *          numero do lote lancado fica anotado em lotes.dat
      *          para recusar repeticoes. Cada movimento lancado fica
      *          registrado no razao de lancamentos (lancamen.dat),
      *          base do estorno. A transferencia entre clientes
      *          (tipo T) debita a origem e credita o destino numa
      *          unica operacao: lanca os dois lados ou nenhum, com o
      *          limite de credito conferido na origem e auditoria e
      *          razao dos dois clientes ligados um ao outro; no
      *          trailer conta como um detalhe, com o valor uma vez.
      *          Devolve em RETURN-CODE o codigo de
      *          termino para o lote noturno: 0 = normal, 4 = houve
      *          movimentos recusados ou nao havia lote novo (arquivo
      *          do dia ausente, vazio ou ja lancado; os pendentes
      *          vencidos sao liberados assim mesmo), 8 = lote
      *          recusado ou erro de arquivo, 12 = execucao recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT OPTIONAL LANCAMENTOS ASSIGN TO "./lancamen.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LANCAMENTOS.

           SELECT OPTIONAL SESSAO ASSIGN TO "./sessao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SESSAO.
      * ARQUIVO DE ENTRADA COM OS MOVIMENTOS DO DIA: UM CABECALHO
      * "H" COM O NUMERO E A DATA DO LOTE, REGISTROS "D" COM A
      * IMAGEM DESCRITA EM MOVIMENTO-EXAME E UM TRAILER "T" COM A
      * QUANTIDADE DE DETALHES E A SOMA DOS VALORES (A TRANSFERENCIA
      * E UM DETALHE SO, SOMADO PELO VALOR TRANSFERIDO)
       FD MOVIMENTO.

       01  REG-MOVIMENTO-CABECALHO.
           03 CAB_TIPO                   PIC X.
           03 CAB_LOTE                   PIC 9(6).
           03 CAB_DATA                   PIC 9(8).
           03 FILLER                     PIC X(32).

       01  REG-MOVIMENTO-DETALHE.
           03 DET_TIPO                   PIC X.
           03 DET_MOVIMENTO              PIC X(46).

       01  REG-MOVIMENTO-TRAILER.
           03 TRL_TIPO                   PIC X.
           03 TRL_QUANTIDADE             PIC 9(8).
           03 TRL_TOTAL_VALOR            PIC 9(11)V9(3).
           03 FILLER                     PIC X(24).

      * REGISTRO DOS LOTES JA LANCADOS, PARA QUE A REPETICAO DO
      * MESMO LOTE SEJA RECUSADA DE IMEDIATO
      * VENCIMENTO, COM A MESMA IMAGEM DO MOVIMENTO DE ENTRADA
       FD MOVPEND.

       01  REG-MOVPEND                   PIC X(46).

      * APOIO PARA A REESCRITA DO ARQUIVO DE PENDENTES
       FD PENDTEMP.

       01  REG-PENDTEMP                  PIC X(46).

      * APOIO COM OS PENDENTES VENCIDOS, QUE SO SAO LANCADOS DEPOIS
      * DO ARQUIVO DE PENDENTES REESCRITO SEM ELES
       FD LIBTEMP.

       01  REG-LIBTEMP                   PIC X(46).

      * MOVIMENTOS RECUSADOS, COM O MOTIVO NA FRENTE DO REGISTRO
      * MOTIVOS: 01 = CLIENTE INEXISTENTE  02 = TIPO INVALIDO
      *          05 = SALDO EXCEDERIA O LIMITE DO CAMPO
      *          06 = DEBITO ULTRAPASSARIA O LIMITE DE CREDITO
      *          07 = ERRO DE GRAVACAO EM PENDENTES
      *          08 = DEBITO EM CLIENTE BLOQUEADO
      *          09 = MOVIMENTO EM CLIENTE ENCERRADO
      *          10 = DESTINO DA TRANSFERENCIA INVALIDO OU INEXISTENTE
      *          11 = TRANSFERENCIA PARA CLIENTE ENCERRADO
       FD MOVREJEI.

       01  REG-MOVREJEI.
           03 MRJ_MOTIVO                 PIC X(2).
           03 MRJ_DATA                   PIC 9(8).
           03 MRJ_MOVIMENTO              PIC X(46).

      * TRILHA DE AUDITORIA DAS GRAVACOES EM CLIENTES
       FD AUDITORIA.

           COPY REGAUD.

      * RAZAO PERMANENTE DOS MOVIMENTOS LANCADOS, SOMENTE ACRESCENTADO
       FD LANCAMENTOS.

           COPY REGLAN.

      * SESSAO DO OPERADOR ASSINADO NO MENU
       FD SESSAO.

       01  ST-MOVIMENTO   PIC XX.
       01  ST-MOVREJEI    PIC XX.
       01  ST-AUDITORIA   PIC XX.
       01  ST-LANCAMENTOS PIC XX.
       01  ST-SESSAO          PIC XX.
       01  OPERADOR-DO-DIA    PIC X(8)    VALUE "????????".
       01  ST-MOVPEND     PIC XX.
           88 LOTE-VALIDO               VALUE "S".
       01  LOTE-ACHADO    PIC X       VALUE "N".
           88 LOTE-JA-LANCADO           VALUE "S".
       01  LOTE-NOVO      PIC X       VALUE "S".
           88 SEM-LOTE-NOVO             VALUE "N".
       01  CABECALHO-LIDO PIC X       VALUE "N".
           88 TEM-CABECALHO             VALUE "S".
       01  TRAILER-LIDO   PIC X       VALUE "N".
           88 HOUVE-ERRO-PENDENTES      VALUE "S".
       01  MOTIVO-RECUSA  PIC X(2).
       01  DATA-DO-DIA    PIC 9(8)    VALUE 0.
       01  DATA-EFETIVA   PIC 9(8)    VALUE 0.
       01  MOVIMENTOS-LIDOS     PIC 9(8) VALUE 0.
       01  MOVIMENTOS-LANCADOS  PIC 9(8) VALUE 0.
       01  MOVIMENTOS-RECUSADOS PIC 9(8) VALUE 0.
       01  MOVIMENTOS-RETIDOS   PIC 9(8) VALUE 0.
       01  TRANSFERENCIAS-LANCADAS PIC 9(8) VALUE 0.
       01  MOVIMENTOS-LIBERADOS PIC 9(8) VALUE 0.
       01  AINDA-PENDENTES      PIC 9(8) VALUE 0.
      * CODIGO DE TERMINO DEVOLVIDO EM RETURN-CODE: 0 = NORMAL,
      * 4 = TERMINOU COM AVISOS, 8 = ERRO, 12 = EXECUCAO RECUSADA
       01  CODIGO-RETORNO       PIC 9(2) VALUE 0.

      * IMAGEM DO MOVIMENTO EM EXAME, COMUM AO ARQUIVO DO DIA E AOS
      * PENDENTES LIBERADOS; NA TRANSFERENCIA MOV_CLI_ID E A ORIGEM,
      * DEBITADA, E MOV_CLI_DESTINO O CLIENTE CREDITADO (NOS DEMAIS
      * TIPOS VEM EM BRANCO)
       01  MOVIMENTO-EXAME.
           03 MOV_CLI_ID                 PIC 9(8).
           03 MOV_DATA                   PIC 9(8).
           03 MOV_TIPO                   PIC X.
               88 MOVIMENTO-DEBITO          VALUE "D".
               88 MOVIMENTO-CREDITO         VALUE "C".
               88 MOVIMENTO-TRANSFERENCIA   VALUE "T".
           03 MOV_VALOR                  PIC 9(8)V9(3).
           03 MOV_DOCUMENTO              PIC X(10).
           03 MOV_CLI_DESTINO            PIC 9(8).
       01  SALDO-PROJETADO    PIC S9(9)V9(3).
       01  ANTES-SALDO        PIC S9(8)V9(3).
       01  ANTES-NOME         PIC X(60).
       01  ANTES-CATEGORIA    PIC X.
       01  ANTES-RAZAOSOCIAL  PIC X(60).

      * IMAGENS DOS DOIS CLIENTES DA TRANSFERENCIA, ANTES E DEPOIS DO
      * LANCAMENTO, PARA A GRAVACAO, O DESFAZIMENTO E A AUDITORIA
       01  ORIGEM-ANTES       PIC X(531).
       01  ORIGEM-DEPOIS      PIC X(531).
       01  DESTINO-ANTES      PIC X(531).
       01  DESTINO-DEPOIS     PIC X(531).


      * CONTROLE DE EXECUCAO: PEDIDO AO MODULO CONTROLE, QUE RECUSA
      * O INICIO QUANDO UM PROGRAMA INCOMPATIVEL ESTA RODANDO
           03 CTL-RESULTADO              PIC X.
           03 CTL-CONFLITO               PIC X(8).

      * PEDIDO AO MODULO DE DIAS UTEIS: PROXIMO DIA UTIL A PARTIR DO
      * VENCIMENTO DO MOVIMENTO
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
            PERFORM CONFERE-LOTE THRU F-CONFERE-LOTE.
            IF NOT LOTE-VALIDO AND NOT SEM-LOTE-NOVO
                DISPLAY "LOTE RECUSADO, NENHUM MOVIMENTO LANCADO"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ABRO-ARQUIVO.
            IF ST-FILE > "07"
                DISPLAY "RODADA CANCELADA: ARQUIVO DE CLIENTES "
                        "INDISPONIVEL, NADA LANCADO"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ABRE-MOVREJEI.
            PERFORM ABRE-AUDITORIA.
            PERFORM ABRE-LANCAMENTOS.
            PERFORM LIBERA-PENDENTES THRU F-LIBERA-PENDENTES.
            IF SEM-LOTE-NOVO
                DISPLAY "AVISO: SEM LOTE NOVO EM MOVIMENTO.DAT, SO "
                        "OS PENDENTES VENCIDOS FORAM LANCADOS"
                IF CODIGO-RETORNO < 4
                    MOVE 4 TO CODIGO-RETORNO
                END-IF
            ELSE
                PERFORM ABRE-MOVIMENTO
                PERFORM ABRE-MOVPEND
                PERFORM LE-MOVIMENTO
                PERFORM LANCA-MOVIMENTO THRU F-LANCA-MOVIMENTO
                    UNTIL NAO-HA-MAIS-MOVIMENTO
                PERFORM FECHA-MOVPEND
                PERFORM FECHA-MOVIMENTO
                PERFORM REGISTRA-LOTE
            END-IF.
            PERFORM MOSTRA-TOTAIS.
            PERFORM FECHA-LANCAMENTOS.
            PERFORM FECHA-AUDITORIA.
            PERFORM FECHA-MOVREJEI.
            PERFORM FECHA-ARQUIVO.
            PERFORM MARCA-FIM-EXECUCAO.
            IF HOUVE-ERRO-PENDENTES OR HOUVE-ERRO-REESCRITA
                MOVE 8 TO CODIGO-RETORNO
            END-IF.
            MOVE CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
       ABRO-ARQUIVO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-ARQUIVO.
           CLOSE CLIENTES.
       ABRE-MOVIMENTO.
           OPEN INPUT MOVIMENTO.
           IF ST-MOVIMENTO > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE MOVIMENTOS"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-MOVIMENTO.
           CLOSE MOVIMENTO.
       ABRE-MOVREJEI.
               OPEN OUTPUT MOVREJEI
           END-IF.
           IF ST-MOVREJEI > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE RECUSAS"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-MOVREJEI.
           CLOSE MOVREJEI.
       ABRE-AUDITORIA.
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE AUDITORIA"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-AUDITORIA.
           CLOSE AUDITORIA.
       ABRE-LANCAMENTOS.
           OPEN EXTEND LANCAMENTOS.
           IF ST-LANCAMENTOS = "35"
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           IF ST-LANCAMENTOS > "07"
               DISPLAY "ERROR ABRINDO O RAZAO DE LANCAMENTOS"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-LANCAMENTOS.
           CLOSE LANCAMENTOS.
      * NOVAS RETENCOES DO DIA SAO ACRESCENTADAS AO FIM DO ARQUIVO
      * DE PENDENTES JA REESCRITO PELA LIBERACAO
       ABRE-MOVPEND.
               OPEN OUTPUT MOVPEND
           END-IF.
           IF ST-MOVPEND > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE PENDENTES"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-MOVPEND.
           CLOSE MOVPEND.
       LE-MOVIMENTO.
           IF ST-PENDTEMP > "07" OR ST-LIBTEMP > "07"
               DISPLAY "ERROR ABRINDO OS APOIOS DE PENDENTES, "
                       "LIBERACAO ABANDONADA"
               MOVE 8 TO CODIGO-RETORNO
               CLOSE MOVPEND
               CLOSE PENDTEMP
               CLOSE LIBTEMP

       SEPARA-UM-PENDENTE.
           MOVE REG-MOVPEND TO MOVIMENTO-EXAME.
           PERFORM CALCULA-DATA-EFETIVA.
           IF DATA-EFETIVA > DATA-DO-DIA
               MOVE REG-MOVPEND TO REG-PENDTEMP
               WRITE REG-PENDTEMP
               IF ST-PENDTEMP > "07"
               DISPLAY "ERROR ABRINDO O APOIO DE VENCIDOS, "
                       "VENCIDOS NAO LANCADOS: RECUPERE-OS DE "
                       "MOVLIB.TMP"
               MOVE 8 TO CODIGO-RETORNO
               GO TO F-LANCA-LIBERADOS
           END-IF.
           MOVE "N" TO FIM-LIBTEMP.

      * CONFERE O LOTE INTEIRO ANTES DE QUALQUER LANCAMENTO:
      * CABECALHO E TRAILER PRESENTES, QUANTIDADE E SOMA DOS VALORES
      * BATENDO COM OS DETALHES E NUMERO DE LOTE AINDA NAO LANCADO.
      * ARQUIVO AUSENTE OU VAZIO E LOTE JA LANCADO NAO SAO ERRO: SO
      * NAO HA LOTE NOVO NO DIA
       CONFERE-LOTE.
           MOVE "S" TO LOTE-OK.
           OPEN INPUT MOVIMENTO.
           END-IF.
           PERFORM LE-MOVIMENTO.
           IF NAO-HA-MAIS-MOVIMENTO
               DISPLAY "AVISO: ARQUIVO DE MOVIMENTOS AUSENTE OU VAZIO"
               MOVE "N" TO LOTE-OK
               MOVE "N" TO LOTE-NOVO
               GO TO F-CONFERE-LOTE
           END-IF.
           IF CAB_TIPO NOT = "H"
           END-IF.
           PERFORM PROCURA-LOTE-LANCADO.
           IF LOTE-JA-LANCADO
               DISPLAY "AVISO: LOTE " LOTE-DO-DIA " JA FOI LANCADO, "
                       "REPETICAO RECUSADA"
               MOVE "N" TO LOTE-OK
               MOVE "N" TO LOTE-NOVO
           END-IF.
       F-CONFERE-LOTE.
           CLOSE MOVIMENTO.
           IF ST-LOTES > "07"
               DISPLAY "ERROR GRAVANDO O REGISTRO DE LOTES, ANOTE: "
                       "LOTE " LOTE-DO-DIA " JA FOI LANCADO"
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE LOTE-DO-DIA TO LOT_LOTE
               MOVE DATA-DO-LOTE TO LOT_DATA
               CLOSE LOTES
           END-IF.

      * MOVIMENTOS DO DIA COM VENCIMENTO EFETIVO FUTURO NAO SAO
      * LANCADOS: VAO PARA O ARQUIVO DE PENDENTES E SO ENTRAM NO
      * SALDO NA RODADA DO DIA DO VENCIMENTO
       LANCA-MOVIMENTO.
           IF DET_TIPO = "D"
               ADD 1 TO MOVIMENTOS-LIDOS
               MOVE DET_MOVIMENTO TO MOVIMENTO-EXAME
               PERFORM CALCULA-DATA-EFETIVA
               IF DATA-EFETIVA > DATA-DO-DIA
                   PERFORM RETEM-MOVIMENTO
               ELSE
                   PERFORM PROCESSA-MOVIMENTO
       F-LANCA-MOVIMENTO.
           EXIT.

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
               MOVE MOV_DATA TO DATA-EFETIVA
           ELSE
               MOVE CAL-RESULTADO TO DATA-EFETIVA
           END-IF.

       RETEM-MOVIMENTO.
           MOVE MOVIMENTO-EXAME TO REG-MOVPEND.
           WRITE REG-MOVPEND.
           IF ST-MOVPEND > "07"
               DISPLAY "ERROR GRAVANDO O ARQUIVO DE PENDENTES"
               MOVE 8 TO CODIGO-RETORNO
               MOVE "07" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
           ELSE
       PROCESSA-MOVIMENTO.
           MOVE "S" TO MOVIMENTO-OK.
           PERFORM VALIDA-MOVIMENTO.
           IF MOVIMENTO-VALIDO AND MOVIMENTO-TRANSFERENCIA
               PERFORM POSTA-TRANSFERENCIA THRU F-POSTA-TRANSFERENCIA
               GO TO F-PROCESSA-MOVIMENTO
           END-IF.
           IF MOVIMENTO-VALIDO
               PERFORM POSTA-MOVIMENTO THRU F-POSTA-MOVIMENTO
           END-IF.
       F-PROCESSA-MOVIMENTO.
           EXIT.

      * CONFERE O TIPO DO MOVIMENTO, SE O CLIENTE EXISTE EM CLIENTES
      * E SE A SITUACAO DELE ACEITA O MOVIMENTO: ENCERRADO NAO RECEBE
      * NADA E BLOQUEADO SO RECEBE CREDITOS (A ORIGEM DE UMA
      * TRANSFERENCIA E DEBITADA); O DESTINO DA TRANSFERENCIA TEM DE
      * SER UM CLI_ID DIFERENTE DA ORIGEM, E E LIDO SO NO LANCAMENTO
       VALIDA-MOVIMENTO.
           IF NOT MOVIMENTO-DEBITO AND NOT MOVIMENTO-CREDITO
              AND NOT MOVIMENTO-TRANSFERENCIA
               MOVE "02" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               MOVE "N" TO MOVIMENTO-OK
           END-IF.
           IF MOVIMENTO-VALIDO AND MOVIMENTO-TRANSFERENCIA
               IF MOV_CLI_DESTINO NOT NUMERIC
                   MOVE "10" TO MOTIVO-RECUSA
                   PERFORM RECUSA-MOVIMENTO
                   MOVE "N" TO MOVIMENTO-OK
               ELSE
                   IF MOV_CLI_DESTINO = 0
                    OR MOV_CLI_DESTINO = MOV_CLI_ID
                       MOVE "10" TO MOTIVO-RECUSA
                       PERFORM RECUSA-MOVIMENTO
                       MOVE "N" TO MOVIMENTO-OK
                   END-IF
               END-IF
           END-IF.
           IF MOVIMENTO-VALIDO
               MOVE MOV_CLI_ID TO CLI_ID
               READ CLIENTES
                   MOVE "N" TO MOVIMENTO-OK
               END-IF
           END-IF.
           IF MOVIMENTO-VALIDO AND CLIENTE-ENCERRADO
               MOVE "09" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               MOVE "N" TO MOVIMENTO-OK
           END-IF.
           IF MOVIMENTO-VALIDO AND CLIENTE-BLOQUEADO
              AND (MOVIMENTO-DEBITO OR MOVIMENTO-TRANSFERENCIA)
               MOVE "08" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               MOVE "N" TO MOVIMENTO-OK
           END-IF.

      * APLICA O DEBITO OU CREDITO NO SALDO DO CLIENTE JA LIDO E
      * REGISTRA A ALTERACAO NA AUDITORIA
       POSTA-MOVIMENTO.
           PERFORM GUARDA-ANTES.
      * UM DEBITO NAO PODE LEVAR O SALDO PARA BAIXO DO LIMITE DE
      * CREDITO ACORDADO COM O CLIENTE (-CLI_LIMITE); REGISTROS DE
      * ANTES DO CAMPO DE LIMITE TRAZEM BRANCOS NA SUA POSICAO E
           IF ST-FILE > "07"
               DISPLAY "ERROR ALTERANDO O REGISTRO, CLIENTE "
                       MOV_CLI_ID
               MOVE 8 TO CODIGO-RETORNO
               MOVE "03" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
           ELSE
               ADD 1 TO MOVIMENTOS-LANCADOS
               PERFORM GRAVA-AUDITORIA
               PERFORM GRAVA-LANCAMENTO
           END-IF.
       F-POSTA-MOVIMENTO.
           EXIT.

      * GUARDA OS CAMPOS DO CLIENTE EM REG-CLIENTES PARA A IMAGEM
      * "ANTES" DA AUDITORIA
       GUARDA-ANTES.
           MOVE CLI_SALDO       TO ANTES-SALDO.
           MOVE CLI_NOME        TO ANTES-NOME.
           MOVE CLI_DIRECAO     TO ANTES-DIRECAO.
           MOVE CLI_CEP         TO ANTES-CEP.
           MOVE CLI_CATEGORIA   TO ANTES-CATEGORIA.
           MOVE CLI_RAZAOSOCIAL TO ANTES-RAZAOSOCIAL.

      * TRANSFERENCIA ENTRE CLIENTES, COM A ORIGEM JA LIDA E VALIDADA:
      * CONFERE O LIMITE DE CREDITO DA ORIGEM, LE E CONFERE O DESTINO
      * E SO ENTAO GRAVA OS DOIS. SE O DESTINO NAO PUDER SER GRAVADO,
      * A ORIGEM VOLTA A IMAGEM ANTERIOR E A TRANSFERENCIA E
      * RECUSADA INTEIRA; A AUDITORIA E O RAZAO SO SAO GRAVADOS COM
      * OS DOIS CLIENTES JA LANCADOS
       POSTA-TRANSFERENCIA.
           IF CLI_LIMITE NOT NUMERIC
               MOVE 0 TO CLI_LIMITE
           END-IF.
           COMPUTE SALDO-PROJETADO = CLI_SALDO - MOV_VALOR.
           IF SALDO-PROJETADO + CLI_LIMITE < 0
               MOVE "06" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               GO TO F-POSTA-TRANSFERENCIA
           END-IF.
           MOVE REG-CLIENTES TO ORIGEM-ANTES.
           PERFORM LE-DESTINO THRU F-LE-DESTINO.
           IF NOT MOVIMENTO-VALIDO
               GO TO F-POSTA-TRANSFERENCIA
           END-IF.
           MOVE REG-CLIENTES TO DESTINO-ANTES.
           MOVE ORIGEM-ANTES TO REG-CLIENTES.
           SUBTRACT MOV_VALOR FROM CLI_SALDO
               ON SIZE ERROR
                   MOVE "05" TO MOTIVO-RECUSA
                   PERFORM RECUSA-MOVIMENTO
                   GO TO F-POSTA-TRANSFERENCIA
           END-SUBTRACT.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ALTERANDO O REGISTRO, CLIENTE "
                       MOV_CLI_ID
               MOVE 8 TO CODIGO-RETORNO
               MOVE "03" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               GO TO F-POSTA-TRANSFERENCIA
           END-IF.
           MOVE REG-CLIENTES TO ORIGEM-DEPOIS.
           MOVE DESTINO-ANTES TO REG-CLIENTES.
           ADD MOV_VALOR TO CLI_SALDO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ALTERANDO O REGISTRO, CLIENTE "
                       MOV_CLI_DESTINO
               MOVE 8 TO CODIGO-RETORNO
               PERFORM DESFAZ-ORIGEM
               MOVE "03" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               GO TO F-POSTA-TRANSFERENCIA
           END-IF.
           MOVE REG-CLIENTES TO DESTINO-DEPOIS.
           ADD 1 TO MOVIMENTOS-LANCADOS.
           ADD 1 TO TRANSFERENCIAS-LANCADAS.
           MOVE ORIGEM-ANTES TO REG-CLIENTES.
           PERFORM GUARDA-ANTES.
           MOVE ORIGEM-DEPOIS TO REG-CLIENTES.
           PERFORM MONTA-AUDITORIA.
           MOVE "O" TO AUD-VIN-TIPO.
           MOVE MOV_CLI_DESTINO TO AUD-VIN-CLI-ID.
           MOVE LOTE-DO-DIA TO AUD-VIN-LOTE.
           MOVE MOV_DOCUMENTO TO AUD-VIN-DOCUMENTO.
           WRITE REG-AUDITORIA.
           MOVE DESTINO-ANTES TO REG-CLIENTES.
           PERFORM GUARDA-ANTES.
           MOVE DESTINO-DEPOIS TO REG-CLIENTES.
           PERFORM MONTA-AUDITORIA.
           MOVE "D" TO AUD-VIN-TIPO.
           MOVE MOV_CLI_ID TO AUD-VIN-CLI-ID.
           MOVE LOTE-DO-DIA TO AUD-VIN-LOTE.
           MOVE MOV_DOCUMENTO TO AUD-VIN-DOCUMENTO.
           WRITE REG-AUDITORIA.
           PERFORM MONTA-LANCAMENTO.
           MOVE "D" TO LAN_TIPO.
           MOVE MOV_CLI_DESTINO TO LAN_CONTRAPARTIDA.
           PERFORM ESCREVE-LANCAMENTO.
           PERFORM MONTA-LANCAMENTO.
           MOVE MOV_CLI_DESTINO TO LAN_CLI_ID.
           MOVE "C" TO LAN_TIPO.
           MOVE MOV_CLI_ID TO LAN_CONTRAPARTIDA.
           PERFORM ESCREVE-LANCAMENTO.
       F-POSTA-TRANSFERENCIA.
           EXIT.

      * LE O DESTINO DA TRANSFERENCIA E CONFERE SE ELE PODE RECEBER O
      * CREDITO: TEM DE EXISTIR, NAO PODE ESTAR ENCERRADO (BLOQUEADO
      * RECEBE) E O SALDO NAO PODE PASSAR DO LIMITE DO CAMPO
       LE-DESTINO.
           MOVE MOV_CLI_DESTINO TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "10" TO MOTIVO-RECUSA
                   PERFORM RECUSA-MOVIMENTO
                   MOVE "N" TO MOVIMENTO-OK
                   GO TO F-LE-DESTINO
           END-READ.
           IF ST-FILE NOT = "00"
               MOVE "04" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               MOVE "N" TO MOVIMENTO-OK
               GO TO F-LE-DESTINO
           END-IF.
           IF CLIENTE-ENCERRADO
               MOVE "11" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               MOVE "N" TO MOVIMENTO-OK
               GO TO F-LE-DESTINO
           END-IF.
           COMPUTE SALDO-PROJETADO = CLI_SALDO + MOV_VALOR.
           IF SALDO-PROJETADO > 99999999,999
               MOVE "05" TO MOTIVO-RECUSA
               PERFORM RECUSA-MOVIMENTO
               MOVE "N" TO MOVIMENTO-OK
           END-IF.
       F-LE-DESTINO.
           EXIT.

      * O DESTINO NAO FOI GRAVADO: DEVOLVE A ORIGEM A IMAGEM ANTERIOR
      * AO DEBITO. SE NEM ISSO FOR POSSIVEL, O DEBITO FICA SOZINHO NA
      * ORIGEM E E REGISTRADO COMO DEBITO COMUM NA AUDITORIA E NO
      * RAZAO, PARA SER DESFEITO PELO ESTORNO
       DESFAZ-ORIGEM.
           MOVE ORIGEM-ANTES TO REG-CLIENTES.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR: TRANSFERENCIA NAO DESFEITA, CLIENTE "
                       MOV_CLI_ID " DEBITADO SEM O CREDITO NO CLIENTE "
                       MOV_CLI_DESTINO ", DOCUMENTO " MOV_DOCUMENTO
                       "; ESTORNE O DEBITO PELO LOTE " LOTE-DO-DIA
               PERFORM GUARDA-ANTES
               MOVE ORIGEM-DEPOIS TO REG-CLIENTES
               PERFORM GRAVA-AUDITORIA
               PERFORM MONTA-LANCAMENTO
               MOVE "D" TO LAN_TIPO
               PERFORM ESCREVE-LANCAMENTO
           END-IF.

       RECUSA-MOVIMENTO.
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           MOVE MOTIVO-RECUSA TO MRJ_MOTIVO.
           MOVE DATA-DO-DIA   TO MRJ_DATA.
           MOVE MOVIMENTO-EXAME TO MRJ_MOVIMENTO.

      * REGISTRA NO ARQUIVO DE AUDITORIA O LANCAMENTO NO SALDO
       GRAVA-AUDITORIA.
           PERFORM MONTA-AUDITORIA.
           WRITE REG-AUDITORIA.

      * MONTA O REGISTRO DE AUDITORIA COM A IMAGEM ANTES GUARDADA E O
      * CLIENTE EM REG-CLIENTES COMO IMAGEM DEPOIS
       MONTA-AUDITORIA.
           INITIALIZE REG-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE CLI_CATEGORIA TO AUD-D-CATEGORIA.
           MOVE CLI_RAZAOSOCIAL TO AUD-D-RAZAOSOCIAL.
           MOVE OPERADOR-DO-DIA TO AUD-OPERADOR.

      * REGISTRA O MOVIMENTO LANCADO NO RAZAO DE LANCAMENTOS, SOB O
      * LOTE DA RODADA QUE O LANCOU (OS PENDENTES LIBERADOS FICAM
      * SOB O LOTE DO DIA EM QUE VENCERAM)
       GRAVA-LANCAMENTO.
           PERFORM MONTA-LANCAMENTO.
           PERFORM ESCREVE-LANCAMENTO.

       MONTA-LANCAMENTO.
           INITIALIZE REG-LANCAMENTO.
           MOVE LOTE-DO-DIA TO LAN_LOTE.
           MOVE MOV_DOCUMENTO TO LAN_DOCUMENTO.
           MOVE MOV_CLI_ID TO LAN_CLI_ID.
           MOVE MOV_DATA TO LAN_DATA.
           MOVE MOV_TIPO TO LAN_TIPO.
           MOVE MOV_VALOR TO LAN_VALOR.
           MOVE DATA-DO-DIA TO LAN_DATA_LANCAMENTO.
           ACCEPT LAN_HORA_LANCAMENTO FROM TIME.
           MOVE OPERADOR-DO-DIA TO LAN_OPERADOR.
           MOVE SPACE TO LAN_SITUACAO.

       ESCREVE-LANCAMENTO.
           WRITE REG-LANCAMENTO.
           IF ST-LANCAMENTOS > "07"
               DISPLAY "ERROR GRAVANDO O RAZAO DE LANCAMENTOS, "
                       "CLIENTE " LAN_CLI_ID
                       ", DOCUMENTO " LAN_DOCUMENTO
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       MOSTRA-TOTAIS.
           IF SEM-LOTE-NOVO
               DISPLAY "LOTE LANCADO ........... NENHUM"
           ELSE
               DISPLAY "LOTE LANCADO ........... " LOTE-DO-DIA
           END-IF.
           DISPLAY "MOVIMENTOS LIDOS ....... " MOVIMENTOS-LIDOS.
           DISPLAY "MOVIMENTOS LANCADOS .... " MOVIMENTOS-LANCADOS.
           DISPLAY "  DOS QUAIS TRANSFERENC. " TRANSFERENCIAS-LANCADAS.
           DISPLAY "MOVIMENTOS RECUSADOS ... " MOVIMENTOS-RECUSADOS.
           DISPLAY "PENDENTES LIBERADOS .... " MOVIMENTOS-LIBERADOS.
           DISPLAY "MOVIMENTOS RETIDOS ..... " MOVIMENTOS-RETIDOS.
