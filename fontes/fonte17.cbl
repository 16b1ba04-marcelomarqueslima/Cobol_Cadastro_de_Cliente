      *          negativo de cada cliente, com um registro de
      *          auditoria por cobranca como no lancamento diario, e
      *          imprime o resumo das cobrancas por categoria para a
      *          contabilizacao. A competencia cobrada e a do mes cujo
      *          ultimo dia util (pelo calendario de feriados) ja
      *          chegou, e esse dia e a data de referencia da
      *          cobranca. A competencia cobrada fica anotada
      *          em cobranca.dat e uma nova rodada do mesmo mes e
      *          recusada, para nao dobrar os encargos. Clientes
      *          encerrados nao sao cobrados. Devolve em RETURN-CODE
      *          o codigo de termino para o lote noturno: 0 = normal,
      *          4 = avisos ou competencia ja cobrada, 8 = erro,
      *          12 = execucao recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  REG-COBRANCA.
           03 COB_COMPETENCIA            PIC 9(6).
           03 COB_DATA                   PIC 9(8).
           03 COB_REFERENCIA             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ST-FILE        PIC XX.
           88 RESUMO-ENCERRADO          VALUE "S".
       01  DATA-DO-DIA    PIC 9(8)    VALUE 0.
       01  COMPETENCIA    PIC 9(6)    VALUE 0.
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           03 CMP-ANO     PIC 9(4).
           03 CMP-MES     PIC 9(2).
       01  DATA-REFERENCIA PIC 9(8)   VALUE 0.
       01  ST-COBRANCAS   PIC XX.
       01  FIM-COBRANCAS  PIC X       VALUE "N".
           88 NAO-HA-MAIS-COBRANCAS     VALUE "S".
       01  VALOR-ENCARGO  PIC 9(8)V9(3).
       01  SALDO-ABERTURA PIC S9(8)V9(3).
       01  CLIENTES-COBRADOS PIC 9(8) VALUE 0.
       01  CLIENTES-ENCERRADOS PIC 9(8) VALUE 0.
      * CODIGO DE TERMINO DEVOLVIDO EM RETURN-CODE: 0 = NORMAL,
      * 4 = TERMINOU COM AVISOS, 8 = ERRO, 12 = EXECUCAO RECUSADA
       01  CODIGO-RETORNO PIC 9(2)    VALUE 0.
       01  CONTA-Z        PIC Z(7)9.
       01  VALOR-ZZ       PIC Z(10)9,99.
       01  VALOR-ZZ2      PIC Z(10)9,99.
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
            PERFORM LE-SESSAO.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            INITIALIZE TABELA-TAXAS.
                DISPLAY "ENCARGOS CANCELADOS: TABELA DE TAXAS VAZIA "
                        "OU AUSENTE (TAXAS.DAT)"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM DEFINE-COMPETENCIA.
            PERFORM PROCURA-COBRANCA.
            IF COMPETENCIA-JA-COBRADA
                DISPLAY "ENCARGOS CANCELADOS: COMPETENCIA "
                        COMPETENCIA " JA COBRADA, REPETICAO "
                        "RECUSADA"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ABRO-ARQUIVO.
                DISPLAY "ENCARGOS CANCELADOS: ARQUIVO DE CLIENTES "
                        "INDISPONIVEL, COMPETENCIA NAO REGISTRADA"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ABRE-AUDITORIA.
            PERFORM REGISTRA-COBRANCA.
            PERFORM MOSTRA-RESUMO THRU F-MOSTRA-RESUMO.
            PERFORM MARCA-FIM-EXECUCAO.
            MOVE CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
       ABRO-ARQUIVO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-ARQUIVO.
           CLOSE CLIENTES.
       ABRE-AUDITORIA.
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE AUDITORIA"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-AUDITORIA.
           CLOSE AUDITORIA.

           END-IF.
           PERFORM LE-TAXA.

      * A COMPETENCIA E A DO MES CORRENTE A PARTIR DO SEU ULTIMO DIA
      * UTIL; ANTES DELE, E A DO MES ANTERIOR. A DATA DE REFERENCIA
      * E O ULTIMO DIA UTIL DA COMPETENCIA. SEM O MODULO DE DIAS
      * UTEIS VALEM O MES E A DATA DO DIA
       DEFINE-COMPETENCIA.
           MOVE DATA-DO-DIA(1:6) TO COMPETENCIA.
           MOVE DATA-DO-DIA TO DATA-REFERENCIA.
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
                   IF CMP-MES = 1
                       SUBTRACT 1 FROM CMP-ANO
                       MOVE 12 TO CMP-MES
                   ELSE
                       SUBTRACT 1 FROM CMP-MES
                   END-IF
                   COMPUTE CAL-DATA = COMPETENCIA * 100 + 1
                   PERFORM PEDE-ULTIMO-UTIL
               END-IF
               IF CAL-RESULTADO NOT = 0
                   MOVE CAL-RESULTADO TO DATA-REFERENCIA
               END-IF
           END-IF.
           DISPLAY "COMPETENCIA " COMPETENCIA ", DATA DE REFERENCIA "
                   DATA-REFERENCIA.

       PEDE-ULTIMO-UTIL.
           MOVE 0 TO CAL-RESULTADO.
           CALL "DIAUTIL" USING PEDIDO-CALENDARIO
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      * PROCURA A COMPETENCIA DO MES NO REGISTRO DE COBRANCAS
       PROCURA-COBRANCA.
           MOVE "N" TO COBRANCA-ACHADA.
               DISPLAY "ERROR GRAVANDO O REGISTRO DE COBRANCAS, "
                       "ANOTE: COMPETENCIA " COMPETENCIA
                       " JA FOI COBRADA"
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE COMPETENCIA TO COB_COMPETENCIA
               MOVE DATA-DO-DIA TO COB_DATA
               MOVE DATA-REFERENCIA TO COB_REFERENCIA
               WRITE REG-COBRANCA
               CLOSE COBRANCAS
           END-IF.

      * DEBITA A TARIFA DA CATEGORIA E OS JUROS SOBRE O SALDO
      * NEGATIVO DE ABERTURA, CADA ENCARGO COM O SEU REGISTRO DE
      * AUDITORIA; CLIENTE ENCERRADO FICA DE FORA DA COBRANCA
       COBRA-UM-CLIENTE.
           IF CLIENTE-ENCERRADO
               ADD 1 TO CLIENTES-ENCERRADOS
               GO TO P-COBRA-UM-CLIENTE
           END-IF.
           PERFORM PROCURA-TAXA.
           IF NOT TAXA-ENCONTRADA
               DISPLAY "AVISO: CATEGORIA " CLI_CATEGORIA " SEM TAXA "
                       "NA TABELA, CLIENTE " CLI_ID " NAO COBRADO"
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
               GO TO P-COBRA-UM-CLIENTE
           END-IF.
           MOVE CLI_SALDO TO SALDO-ABERTURA.
               MOVE ANTES-SALDO TO CLI_SALDO
               DISPLAY "ERROR: " TIPO-ENCARGO " ESTOURARIA O CAMPO "
                       "DE SALDO, CLIENTE " CLI_ID " NAO COBRADO"
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               REWRITE REG-CLIENTES
               IF ST-FILE > "07"
                   DISPLAY "ERROR ALTERANDO O REGISTRO, CLIENTE "
                           CLI_ID
                   MOVE 8 TO CODIGO-RETORNO
                   MOVE ANTES-SALDO TO CLI_SALDO
               ELSE
                   PERFORM GRAVA-AUDITORIA
       MOSTRA-RESUMO.
           MOVE CLIENTES-COBRADOS TO CONTA-Z.
           DISPLAY "CLIENTES COBRADOS ...... " CONTA-Z.
           MOVE CLIENTES-ENCERRADOS TO CONTA-Z.
           DISPLAY "ENCERRADOS NAO COBRADOS  " CONTA-Z.
           DISPLAY "CATEGORIA  COBRADOS        TARIFAS          "
                   "JUROS".
           SET RES-IDX TO 1.
