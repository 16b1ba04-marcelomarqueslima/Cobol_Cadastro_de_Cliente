      *          rejeitos.dat, movrejei.dat e na trilha de
      *          auditoria: clientes incluidos, alteracoes de saldo
      *          lancadas, total de
      *          debitos e creditos, transferencias entre clientes
      *          (uma linha por transferencia, fora dos debitos e
      *          creditos), exclusoes, mudancas de situacao
      *          (com os encerramentos), recusas abertas por
      *          motivo e a variacao liquida do total de CLI_SALDO.
      *          Devolve em RETURN-CODE o codigo de termino para o
      *          lote noturno: 0 = normal, 8 = erro de arquivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  REG-MOVREJEI.
           03 MRJ_MOTIVO                 PIC X(2).
           03 MRJ_DATA                   PIC 9(8).
           03 MRJ_MOVIMENTO              PIC X(46).

      * TRILHA DE AUDITORIA DAS GRAVACOES EM CLIENTES
       FD AUDITORIA.
       01  ALTERACOES-LANCADAS PIC 9(8) VALUE 0.
       01  TOTAL-DEBITOS  PIC 9(12)V9(3) VALUE 0.
       01  TOTAL-CREDITOS PIC 9(12)V9(3) VALUE 0.
       01  TRANSFERENCIAS-LANCADAS PIC 9(8) VALUE 0.
       01  TOTAL-TRANSFERIDO PIC 9(12)V9(3) VALUE 0.
       01  EXCLUSOES-FEITAS PIC 9(8)  VALUE 0.
       01  SITUACOES-ALTERADAS PIC 9(8) VALUE 0.
       01  ENCERRAMENTOS-FEITOS PIC 9(8) VALUE 0.
       01  SALDO-EXCLUIDO PIC S9(11)V9(3) VALUE 0.
       01  VARIACAO-LIQUIDA PIC S9(12)V9(3) VALUE 0.

      * RECUSAS DO DIA POR MOTIVO (CODIGOS 01 A 07 DA CARGA E 01 A
      * 11 DO LANCAMENTO)
       01  REJEITOS-DO-DIA PIC 9(8)   VALUE 0.
       01  RECUSAS-DO-DIA  PIC 9(8)   VALUE 0.
       01  CONTA-REJEITO.
           03 REJ-POR-MOTIVO OCCURS 7 TIMES PIC 9(8).
       01  CONTA-RECUSA.
           03 REC-POR-MOTIVO OCCURS 11 TIMES PIC 9(8).
       01  REJEITOS-OUTROS PIC 9(8)   VALUE 0.
       01  RECUSAS-OUTROS  PIC 9(8)   VALUE 0.
      * CODIGO DE TERMINO DEVOLVIDO EM RETURN-CODE: 0 = NORMAL,
      * 4 = TERMINOU COM AVISOS, 8 = ERRO, 12 = EXECUCAO RECUSADA
       01  CODIGO-RETORNO  PIC 9(2)   VALUE 0.

      * DESCRICOES DOS MOTIVOS, NA ORDEM DOS CODIGOS DE CADA ARQUIVO
       01  MOTIVOS-CARGA.
           05 FILLER PIC X(30) VALUE "SALDO EXCEDERIA O CAMPO".
           05 FILLER PIC X(30) VALUE "DEBITO ACIMA DO LIMITE".
           05 FILLER PIC X(30) VALUE "ERRO DE GRAVACAO EM PENDENTES".
           05 FILLER PIC X(30) VALUE "DEBITO EM CLIENTE BLOQUEADO".
           05 FILLER PIC X(30) VALUE "MOVIMENTO EM CLIENTE ENCERRADO".
           05 FILLER PIC X(30) VALUE "DESTINO DE TRANSF. INVALIDO".
           05 FILLER PIC X(30) VALUE "TRANSF. PARA CLIENTE ENCERRADO".
       01  MOTIVOS-MOVTO-R REDEFINES MOTIVOS-MOVTO.
           05 MOTIVO-MOVTO OCCURS 11 TIMES PIC X(30).

      * LINHA GENERICA DO RELATORIO: TEXTO, CONTAGEM E VALOR
       01  LINHA-RELATORIO.
            PERFORM FECHA-RELATORIO.
            DISPLAY "FECHAMENTO DO DIA " DATA-DO-DIA
                    " GRAVADO EM FECHADIA.RPT".
            MOVE CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      * O RELATORIO E ACUMULADO: CADA RODADA ACRESCENTA A SUA SECAO
      * DATADA, PRESERVANDO AS FOLHAS DOS DIAS ANTERIORES PARA O
               OPEN OUTPUT RELATORIO
           END-IF.
           IF ST-RELATORIO > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DO RELATORIO"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-RELATORIO.
           CLOSE RELATORIO.

           OPEN INPUT AUDITORIA.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE AUDITORIA"
               MOVE 8 TO CODIGO-RETORNO
               GO TO F-APURA-AUDITORIA
           END-IF.
           PERFORM LE-AUDITORIA.
                       ADD AUD-D-SALDO TO SALDO-INCLUIDO
                       ADD AUD-D-SALDO TO VARIACAO-LIQUIDA
                   WHEN "ALTERACAO"
                       COMPUTE DELTA-SALDO =
                           AUD-D-SALDO - AUD-A-SALDO
                       IF AUD-TRANSF-ORIGEM OR AUD-TRANSF-DESTINO
                           PERFORM APURA-TRANSFERENCIA
                       ELSE
                           PERFORM APURA-SITUACAO
                           IF DELTA-SALDO < 0
                               SUBTRACT DELTA-SALDO FROM TOTAL-DEBITOS
                           ELSE
                               ADD DELTA-SALDO TO TOTAL-CREDITOS
                           END-IF
                       END-IF
                       ADD DELTA-SALDO TO VARIACAO-LIQUIDA
                   WHEN "EXCLUSAO"
           END-IF.
           PERFORM LE-AUDITORIA.

      * A MUDANCA DE SITUACAO FEITA NA MANUTENCAO E CONTADA A PARTE
      * DAS ALTERACOES DE SALDO; OS ENCERRAMENTOS SAO DESTACADOS
       APURA-SITUACAO.
           IF AUD-D-SITUACAO NOT = SPACE
            AND AUD-D-SITUACAO NOT = AUD-A-SITUACAO
               ADD 1 TO SITUACOES-ALTERADAS
               IF AUD-D-SITUACAO = "E"
                   ADD 1 TO ENCERRAMENTOS-FEITOS
               END-IF
           ELSE
               ADD 1 TO ALTERACOES-LANCADAS
           END-IF.

      * A TRANSFERENCIA GRAVA UM REGISTRO NA ORIGEM E OUTRO NO
      * DESTINO; E CONTADA UMA VEZ SO, PELO REGISTRO DA ORIGEM, COM O
      * VALOR DEBITADO, E FICA FORA DAS ALTERACOES, DEBITOS E
      * CREDITOS (OS DOIS LADOS SE ANULAM NA VARIACAO LIQUIDA)
       APURA-TRANSFERENCIA.
           IF AUD-TRANSF-ORIGEM
               ADD 1 TO TRANSFERENCIAS-LANCADAS
               SUBTRACT DELTA-SALDO FROM TOTAL-TRANSFERIDO
           END-IF.

      * CONTA OS REJEITADOS DO DIA NA CARGA, POR MOTIVO
       APURA-REJEITOS.
           OPEN INPUT REJEITOS.
           IF ST-REJEITOS > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE REJEITADOS"
               MOVE 8 TO CODIGO-RETORNO
               GO TO F-APURA-REJEITOS
           END-IF.
           PERFORM LE-REJEITO.
           OPEN INPUT MOVREJEI.
           IF ST-MOVREJEI > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE RECUSAS"
               MOVE 8 TO CODIGO-RETORNO
               GO TO F-APURA-RECUSAS
           END-IF.
           PERFORM LE-RECUSA.
               ADD 1 TO RECUSAS-DO-DIA
               MOVE MRJ_MOTIVO TO MOTIVO-N
               IF MRJ_MOTIVO NUMERIC
                AND MOTIVO-N > 0 AND MOTIVO-N < 12
                   ADD 1 TO REC-POR-MOTIVO (MOTIVO-N)
               ELSE
                   ADD 1 TO RECUSAS-OUTROS
           MOVE 0 TO LIN-CONTA.
           MOVE TOTAL-CREDITOS TO LIN-VALOR.
           PERFORM ESCREVE-CONTAGEM.
           MOVE "TRANSFERENCIAS ENTRE CLIENTES" TO LIN-TEXTO.
           MOVE TRANSFERENCIAS-LANCADAS TO LIN-CONTA.
           MOVE TOTAL-TRANSFERIDO TO LIN-VALOR.
           PERFORM ESCREVE-CONTAGEM.
           MOVE "CLIENTES EXCLUIDOS" TO LIN-TEXTO.
           MOVE EXCLUSOES-FEITAS TO LIN-CONTA.
           MOVE SALDO-EXCLUIDO TO LIN-VALOR.
           PERFORM ESCREVE-CONTAGEM.
           MOVE "MUDANCAS DE SITUACAO" TO LIN-TEXTO.
           MOVE SITUACOES-ALTERADAS TO LIN-CONTA.
           MOVE 0 TO LIN-VALOR.
           PERFORM ESCREVE-CONTAGEM.
           MOVE "  DAS QUAIS ENCERRAMENTOS" TO LIN-TEXTO.
           MOVE ENCERRAMENTOS-FEITOS TO LIN-CONTA.
           MOVE 0 TO LIN-VALOR.
           PERFORM ESCREVE-CONTAGEM.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE "REJEITADOS DA CARGA POR MOTIVO" TO LIN-TEXTO.
           PERFORM ESCREVE-CONTAGEM.
           PERFORM ESCREVE-UM-MOTIVO-MOVTO
               VARYING MEMBRO FROM 1 BY 1
               UNTIL MEMBRO > 11.
           IF RECUSAS-OUTROS > 0
               MOVE "  MOTIVO DESCONHECIDO" TO LIN-TEXTO
               MOVE RECUSAS-OUTROS TO LIN-CONTA
           WRITE REG-RELATORIO.
           IF ST-RELATORIO > "07"
               DISPLAY "ERROR GRAVANDO O RELATORIO"
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       END PROGRAM FECHADIA.
