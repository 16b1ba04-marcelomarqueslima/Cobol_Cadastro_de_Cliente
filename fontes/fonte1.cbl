      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga do lote de entrada de novos clientes. Cada
      *          arquivo de entrada carregado fica anotado em
      *          cargas.dat (quantidade de registros e CPF/CNPJ do
      *          primeiro e do ultimo) e a mesma entrada nao e
      *          carregada de novo. Devolve em RETURN-CODE o codigo
      *          de termino para o lote noturno: 0 = normal, 4 =
      *          houve registros rejeitados ou a entrada ja tinha
      *          sido carregada, 8 = erro de arquivo, 12 = execucao
      *          recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL REJEITOS ASSIGN TO "./rejeitos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REJEITOS.

           SELECT OPTIONAL CARGAS ASSIGN TO "./cargas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CARGAS.
       DATA DIVISION.
       FILE SECTION.

           03 CHK_LIDOS                  PIC 9(8).
           03 CHK_ULTIMO_ID              PIC 9(8).

      * REGISTRO DOS ARQUIVOS DE ENTRADA JA CARREGADOS, PARA QUE A
      * MESMA ENTRADA NAO SEJA CARREGADA DE NOVO
       FD CARGAS.

       01  REG-CARGA.
           03 CRG_QUANTIDADE             PIC 9(8).
           03 CRG_PRIMEIRO               PIC X(14).
           03 CRG_ULTIMO                 PIC X(14).
           03 CRG_DATA_CARGA             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ST-FILE      PIC XX.
       01  ST-ENTRADA   PIC XX.
           88 IDS-ESGOTADOS              VALUE "S".
       01  ST-CHECKPOINT      PIC XX.
       01  ST-REJEITOS        PIC XX.
       01  ST-CARGAS          PIC XX.
       01  FIM-CARGAS         PIC X    VALUE "N".
           88 NAO-HA-MAIS-CARGAS         VALUE "S".
       01  CARGA-ACHADA       PIC X    VALUE "N".
           88 ENTRADA-JA-CARREGADA       VALUE "S".
       01  QTDE-ENTRADA       PIC 9(8) VALUE 0.
       01  PRIMEIRO-DOCUMENTO PIC X(14) VALUE SPACES.
       01  ULTIMO-DOCUMENTO   PIC X(14) VALUE SPACES.
       01  DATA-CARGA-ANTERIOR PIC 9(8) VALUE 0.
       01  REGISTROS-LIDOS    PIC 9(8) VALUE 0.
       01  REGISTROS-SALTADOS PIC 9(8) VALUE 0.
       01  ULTIMO-ID-GRAVADO  PIC 9(8) VALUE 0.
           88 DOCUMENTO-VALIDO           VALUE "S".
       01  DOCUMENTO-ACHADO   PIC X    VALUE "N".
           88 DOCUMENTO-JA-EXISTE        VALUE "S".
      * CODIGO DE TERMINO DEVOLVIDO EM RETURN-CODE: 0 = NORMAL,
      * 4 = TERMINOU COM AVISOS, 8 = ERRO, 12 = EXECUCAO RECUSADA
       01  CODIGO-RETORNO     PIC 9(2) VALUE 0.

      * AREA DE EXAME DO CPF/CNPJ E APOIO DO CALCULO DOS DIGITOS
      * VERIFICADORES (MODULO 11)
            PERFORM LE-SESSAO.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CONFERE-ENTRADA THRU F-CONFERE-ENTRADA.
            IF ENTRADA-JA-CARREGADA
                DISPLAY "AVISO: ENTRADA.DAT JA FOI CARREGADO EM "
                        DATA-CARGA-ANTERIOR ", CARGA NAO REPETIDA"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ABRO-ARQUIVO.
            PERFORM CARREGA-CLIENTE THRU F-CARREGA-CLIENTE
                UNTIL NAO-HA-MAIS-ENTRADA.
            PERFORM ZERA-CHECKPOINT.
            IF CODIGO-RETORNO < 8 AND QTDE-ENTRADA > 0
                PERFORM REGISTRA-CARGA
            END-IF.
            PERFORM FECHA-REJEITOS.
            PERFORM FECHA-ENTRADA.
            PERFORM FECHA-AUDITORIA.
            PERFORM FECHA-ARQUIVO.
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
       ABRE-ENTRADA.
           OPEN INPUT ENTRADA.
           IF ST-ENTRADA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE ENTRADA"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-ENTRADA.
           CLOSE ENTRADA.
       ABRE-AUDITORIA.
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE AUDITORIA"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-AUDITORIA.
           CLOSE AUDITORIA.
       ABRE-REJEITOS.
               OPEN OUTPUT REJEITOS
           END-IF.
           IF ST-REJEITOS > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE REJEITADOS"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-REJEITOS.
           CLOSE REJEITOS.
       LE-ENTRADA.
           READ ENTRADA
               AT END MOVE "S" TO FIM-ENTRADA
           END-READ.
           IF ST-ENTRADA > "07"
               MOVE "S" TO FIM-ENTRADA
           END-IF.

      * IDENTIFICA O ARQUIVO DE ENTRADA PELA QUANTIDADE DE REGISTROS
      * E PELO CPF/CNPJ DO PRIMEIRO E DO ULTIMO, E O PROCURA ENTRE AS
      * CARGAS JA CONCLUIDAS. UMA CARGA INTERROMPIDA NAO CHEGOU A SER
      * ANOTADA E RECOMECA NORMALMENTE PELO PONTO DE CONTROLE
       CONFERE-ENTRADA.
           MOVE "N" TO CARGA-ACHADA.
           OPEN INPUT ENTRADA.
           IF ST-ENTRADA > "07"
               GO TO F-CONFERE-ENTRADA
           END-IF.
           PERFORM LE-ENTRADA.
           IF NOT NAO-HA-MAIS-ENTRADA
               MOVE ENT_DOCUMENTO TO PRIMEIRO-DOCUMENTO
           END-IF.
           PERFORM CONTA-ENTRADA
               UNTIL NAO-HA-MAIS-ENTRADA.
           IF QTDE-ENTRADA > 0
               PERFORM PROCURA-CARGA-FEITA
           END-IF.
       F-CONFERE-ENTRADA.
           CLOSE ENTRADA.
           MOVE "N" TO FIM-ENTRADA.

       CONTA-ENTRADA.
           ADD 1 TO QTDE-ENTRADA.
           MOVE ENT_DOCUMENTO TO ULTIMO-DOCUMENTO.
           PERFORM LE-ENTRADA.

       PROCURA-CARGA-FEITA.
           MOVE "N" TO FIM-CARGAS.
           OPEN INPUT CARGAS.
           PERFORM LE-CARGA.
           PERFORM CONFERE-UMA-CARGA
               UNTIL NAO-HA-MAIS-CARGAS.
           CLOSE CARGAS.

       LE-CARGA.
           READ CARGAS
               AT END MOVE "S" TO FIM-CARGAS
           END-READ.
           IF ST-CARGAS > "07"
               MOVE "S" TO FIM-CARGAS
           END-IF.

       CONFERE-UMA-CARGA.
           IF CRG_QUANTIDADE = QTDE-ENTRADA
            AND CRG_PRIMEIRO = PRIMEIRO-DOCUMENTO
            AND CRG_ULTIMO = ULTIMO-DOCUMENTO
               MOVE "S" TO CARGA-ACHADA
               MOVE CRG_DATA_CARGA TO DATA-CARGA-ANTERIOR
           END-IF.
           PERFORM LE-CARGA.

      * CARGA CONCLUIDA: ANOTA A ENTRADA NO REGISTRO DE CARGAS PARA
      * QUE UMA NOVA EXECUCAO COM O MESMO ARQUIVO SEJA RECUSADA
       REGISTRA-CARGA.
           OPEN EXTEND CARGAS.
           IF ST-CARGAS = "35"
               OPEN OUTPUT CARGAS
           END-IF.
           IF ST-CARGAS > "07"
               DISPLAY "ERROR GRAVANDO O REGISTRO DE CARGAS, ANOTE: "
                       "ENTRADA.DAT JA FOI CARREGADO"
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE QTDE-ENTRADA TO CRG_QUANTIDADE
               MOVE PRIMEIRO-DOCUMENTO TO CRG_PRIMEIRO
               MOVE ULTIMO-DOCUMENTO TO CRG_ULTIMO
               MOVE DATA-DA-CARGA TO CRG_DATA_CARGA
               WRITE REG-CARGA
               CLOSE CARGAS
           END-IF.

      * RECUPERA O PONTO DE CONTROLE DA CARGA ANTERIOR; SEM ARQUIVO
      * OU COM ARQUIVO VAZIO A CARGA COMECA DO PRIMEIRO REGISTRO
           READ ENTRADA
               AT END MOVE "S" TO FIM-ENTRADA
           END-READ.
           IF ST-ENTRADA > "07"
               MOVE "S" TO FIM-ENTRADA
           END-IF.
           IF NOT NAO-HA-MAIS-ENTRADA
               ADD 1 TO REGISTROS-SALTADOS
           END-IF.
               END-IF
               IF ST-FILE > "07" AND ST-FILE NOT = "99"
                   DISPLAY "ERROR GRAVANDO O ARQUIVO"
                   MOVE 8 TO CODIGO-RETORNO
                   MOVE "05" TO MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEITO
               END-IF
      * GUARDA A IMAGEM ORIGINAL DO REGISTRO DE ENTRADA REJEITADO,
      * COM O MOTIVO E A DATA DA CARGA, PARA CORRECAO E REENVIO
       GRAVA-REJEITO.
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           MOVE MOTIVO-REJEICAO TO REJ_MOTIVO.
           MOVE DATA-DA-CARGA   TO REJ_DATA.
           MOVE REG-ENTRADA     TO REJ_DADOS.
