      ******************************************************************
      * Author:
      * Date:
      * Purpose: Envelhecimento dos saldos negativos e cartas de
      *          cobranca: para cada cliente com CLI_SALDO negativo
      *          apura a data em que o saldo ficou negativo, pelas
      *          imagens da trilha de auditoria (histaud.dat e
      *          auditoria.dat) e pelas posicoes mensais de
      *          posicoes.dat, e distribui os clientes nas faixas de
      *          1-30, 31-60, 61-90 e mais de 90 dias por
      *          CLI_CATEGORIA e CLI_UF, com totais. Grava em
      *          cartas.txt uma carta por cliente para a grafica,
      *          com o nivel da carta conforme a faixa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRASO.
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

           SELECT OPTIONAL HISTORICO ASSIGN TO "./histaud.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-HISTORICO.

           SELECT OPTIONAL POSICOES ASSIGN TO "./posicoes.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-POSICOES.

           SELECT OPTIONAL CARTAS ASSIGN TO "./cartas.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CARTAS.

           SELECT EVENTOS ASSIGN TO "./atraso1.tmp".

           SELECT CLASSIFICACAO ASSIGN TO "./atraso2.tmp".
       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES.

           COPY REGCLI.

      * TRILHA DE AUDITORIA VIVA
       FD AUDITORIA.

           COPY REGAUD.

      * HISTORICO EXPURGADO, COM O MESMO LAYOUT DA TRILHA VIVA
       FD HISTORICO.

       01  REG-HISTAUD                   PIC X(544).

      * POSICOES MENSAIS GRAVADAS PELO FECHAMENTO DE POSICOES
       FD POSICOES.

       01  REG-POSICAO.
           03 POS_COMPETENCIA            PIC 9(6).
           03 POS_CLI_ID                 PIC 9(8).
           03 POS_SALDO                  PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
           03 POS_REFERENCIA             PIC 9(8).

      * ARQUIVO DE CARTAS PARA A GRAFICA: UM CABECALHO (H) COM A
      * DATA DE GERACAO, UMA CARTA (C) POR CLIENTE NEGATIVO E UM
      * TRAILER (T) COM A QUANTIDADE DE CARTAS E O VALOR TOTAL.
      * NIVEL DA CARTA: 1 = 1 A 30 DIAS   2 = 31 A 60 DIAS
      *                 3 = 61 A 90 DIAS  4 = MAIS DE 90 DIAS
       FD CARTAS.

       01  REG-CARTA.
           03 CAR_TIPO                   PIC X.
           03 CAR_NIVEL                  PIC 9.
           03 CAR_DESCRICAO_NIVEL        PIC X(20).
           03 CAR_CLI_ID                 PIC 9(8).
           03 CAR_NOME                   PIC X(60).
           03 CAR_DIRECAO                PIC X(80).
           03 CAR_CIDADE                 PIC X(30).
           03 CAR_UF                     PIC X(2).
           03 CAR_CEP                    PIC X(10).
           03 CAR_VALOR                  PIC Z(7)9,99.
           03 CAR_DIAS                   PIC 9(5).
           03 CAR_DATA_NEGATIVO          PIC 9(8).

       01  REG-CABECALHO-CARTAS.
           03 CAB_TIPO                   PIC X.
           03 CAB_DATA_GERACAO           PIC 9(8).
           03 CAB_DESCRICAO              PIC X(30).

       01  REG-TRAILER-CARTAS.
           03 TRA_TIPO                   PIC X.
           03 TRA_QUANTIDADE             PIC 9(8).
           03 TRA_VALOR_TOTAL            PIC Z(9)9,99.

      * ARQUIVO DE TRABALHO DOS EVENTOS DE SALDO, POR CLIENTE E
      * DATA: IMAGENS DA TRILHA (A) E POSICOES MENSAIS (P)
       SD EVENTOS.

       01  REG-EVENTO.
           03 EVT-CLI-ID                 PIC 9(8).
           03 EVT-DATA                   PIC 9(8).
           03 EVT-HORA                   PIC 9(8).
           03 EVT-ORIGEM                 PIC X.
           03 EVT-SALDO                  PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.

      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CATEGORIA E UF
       SD CLASSIFICACAO.

       01  REG-CLASSIFICACAO.
           03 CLS-CATEGORIA              PIC X.
           03 CLS-UF                     PIC X(2).
           03 CLS-DIAS                   PIC 9(5).
           03 CLS-FAIXA                  PIC 9.
           03 CLS-CLI-ID                 PIC 9(8).
           03 CLS-VALOR                  PIC 9(8)V9(3).

       WORKING-STORAGE SECTION.
       01  ST-FILE        PIC XX.
       01  ST-AUDITORIA   PIC XX.
       01  ST-HISTORICO   PIC XX.
       01  ST-POSICOES    PIC XX.
       01  ST-CARTAS      PIC XX.
       01  FIM-CLIENTES   PIC X       VALUE "N".
           88 NAO-HA-MAIS-CLIENTES      VALUE "S".
       01  FIM-AUDITORIA  PIC X       VALUE "N".
           88 NAO-HA-MAIS-AUDITORIA     VALUE "S".
       01  FIM-HISTORICO  PIC X       VALUE "N".
           88 NAO-HA-MAIS-HISTORICO     VALUE "S".
       01  FIM-POSICOES   PIC X       VALUE "N".
           88 NAO-HA-MAIS-POSICOES      VALUE "S".
       01  FIM-EVENTOS    PIC X       VALUE "N".
           88 NAO-HA-MAIS-EVENTOS       VALUE "S".
       01  FIM-LISTA      PIC X       VALUE "N".
           88 NAO-HA-MAIS-LISTA         VALUE "S".
       01  ID-ACHADO      PIC X       VALUE "N".
           88 ID-ENCONTRADO             VALUE "S".
       01  CARTAS-ABERTAS PIC X       VALUE "N".
           88 HA-CARTAS                 VALUE "S".
       01  DATA-DO-DIA    PIC 9(8)    VALUE 0.
       01  DIA-DO-DIA     PIC 9(7)    VALUE 0.
       01  DIAS-ATRASO    PIC 9(5)    VALUE 0.
       01  VALOR-DEVIDO   PIC 9(8)V9(3).
       01  FAIXA          PIC 9       VALUE 0.
       01  MEMBRO         PIC 9(4)    VALUE 0.
       01  NIVEL-ACUMULO  PIC 9       VALUE 0.
       01  CONTA-Z        PIC Z(7)9.
       01  VALOR-ZZ       PIC Z(9)9,99.

       01  CLIENTES-NEGATIVOS   PIC 9(8) VALUE 0.
       01  DATAS-PELA-TRILHA    PIC 9(8) VALUE 0.
       01  DATAS-PELA-POSICAO   PIC 9(8) VALUE 0.
       01  SEM-HISTORICO        PIC 9(8) VALUE 0.
       01  CARTAS-GRAVADAS      PIC 9(8) VALUE 0.
       01  VALOR-CARTAS         PIC 9(10)V9(3) VALUE 0.

      * ESTADO DO CLIENTE EM APURACAO NA PASSADA PELOS EVENTOS: A
      * DATA EM QUE FICOU NEGATIVO VOLTA A ZERO TODA VEZ QUE O SALDO
      * VOLTA A FICAR POSITIVO OU ZERADO
       01  ID-EM-APURACAO       PIC 9(8) VALUE 0.
       01  DATA-NEGATIVO        PIC 9(8) VALUE 0.
       01  ORIGEM-NEGATIVO      PIC X    VALUE SPACE.

      * CLIENTES COM SALDO NEGATIVO, NA ORDEM DE CLI_ID, COM A DATA
      * EM QUE FICARAM NEGATIVOS E A ORIGEM DA DATA (A = TRILHA,
      * P = POSICAO MENSAL, BRANCO = SEM HISTORICO)
       01  QUANTOS-NEGATIVOS PIC 9(4)  VALUE 0.
       01  TABELA-NEGATIVOS.
           03 NEG-ITEM OCCURS 1 TO 5000 TIMES
                  DEPENDING ON QUANTOS-NEGATIVOS
                  ASCENDING KEY IS NEG-ID
                  INDEXED BY NEG-IDX.
               05 NEG-ID                 PIC 9(8).
               05 NEG-DATA               PIC 9(8).
               05 NEG-ORIGEM             PIC X.

      * IMAGEM DO REGISTRO DE TRILHA EM EXAME, COMUM AO HISTORICO E
      * A TRILHA VIVA (MESMO LAYOUT DE REG-AUDITORIA)
       01  TRILHA-IMAGEM.
           03 TRI-DATA                   PIC 9(8).
           03 TRI-HORA                   PIC 9(8).
           03 TRI-OPERACAO               PIC X(9).
           03 TRI-CLI-ID                 PIC 9(8).
           03 TRI-ANTES.
               05 TRI-A-SALDO            PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
               05 FILLER                 PIC X(211).
           03 TRI-DEPOIS.
               05 TRI-D-SALDO            PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
               05 FILLER                 PIC X(211).

      * CONVERSAO DE UMA DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS,
      * PARA A CONTAGEM DOS DIAS EM ATRASO (MARCO E O PRIMEIRO MES
      * DO ANO DE CALCULO, PARA O DIA 29 DE FEVEREIRO CAIR NO FIM)
       01  DATA-CONVERTE.
           03 CNV-ANO                    PIC 9(4).
           03 CNV-MES                    PIC 9(2).
           03 CNV-DIA                    PIC 9(2).
       01  DATA-CONVERTE-N REDEFINES DATA-CONVERTE PIC 9(8).
       01  ANO-CALCULO    PIC 9(4).
       01  MES-CALCULO    PIC 9(2).
       01  QUOCIENTE-4    PIC 9(4).
       01  QUOCIENTE-100  PIC 9(4).
       01  QUOCIENTE-400  PIC 9(4).
       01  DESLOCA-MES    PIC 9(4).
       01  DIAS-DO-MES    PIC 9(4).
       01  NUMERO-DIAS    PIC 9(7).

      * ACUMULADORES POR FAIXA (1 A 4) E TOTAL (5), EM TRES NIVEIS:
      * 1 = CATEGORIA E UF, 2 = CATEGORIA, 3 = GERAL
       01  TABELA-ACUMULOS.
           03 ACUMULO OCCURS 3 TIMES.
               05 ACU-FAIXA OCCURS 5 TIMES.
                   07 ACU-QUANTIDADE     PIC 9(8).
                   07 ACU-VALOR          PIC 9(10)V9(3).
       01  CATEGORIA-ATUAL PIC X.
       01  UF-ATUAL        PIC X(2).
       01  PRIMEIRA-LINHA  PIC X      VALUE "S".
           88 E-PRIMEIRA-LINHA          VALUE "S".

       01  LINHA-QUANTIDADES.
           03 FILLER                     PIC X(12)
                                          VALUE "  QUANTIDADE".
           03 LIN-QUANTIDADE OCCURS 5 TIMES PIC Z(15)9.
       01  LINHA-VALORES.
           03 FILLER                     PIC X(12)
                                          VALUE "  VALOR     ".
           03 LIN-VALOR OCCURS 5 TIMES   PIC Z(12)9,99.

      * NOMES DOS NIVEIS DE CARTA, NA ORDEM DAS FAIXAS
       01  NOMES-NIVEIS.
           03 FILLER PIC X(20) VALUE "LEMBRETE".
           03 FILLER PIC X(20) VALUE "AVISO DE COBRANCA".
           03 FILLER PIC X(20) VALUE "ULTIMO AVISO".
           03 FILLER PIC X(20) VALUE "COBRANCA JURIDICA".
       01  TABELA-NIVEIS REDEFINES NOMES-NIVEIS.
           03 NOME-NIVEL OCCURS 4 TIMES  PIC X(20).

      * CONTROLE DE EXECUCAO: PEDIDO AO MODULO CONTROLE, QUE RECUSA
      * O INICIO QUANDO UM PROGRAMA INCOMPATIVEL ESTA RODANDO
       01  CONTROLE-EXECUCAO.
           03 CTL-ACAO                   PIC X.
           03 CTL-PROGRAMA               PIC X(8)  VALUE "ATRASO".
           03 CTL-GRUPO                  PIC X     VALUE "L".
           03 CTL-RESULTADO              PIC X.
           03 CTL-CONFLITO               PIC X(8).

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                GOBACK
            END-IF.
            MOVE DATA-DO-DIA TO DATA-CONVERTE-N.
            PERFORM CONVERTE-DATA.
            MOVE NUMERO-DIAS TO DIA-DO-DIA.
            PERFORM CARREGA-NEGATIVOS THRU F-CARREGA-NEGATIVOS.
            IF QUANTOS-NEGATIVOS = 0
                DISPLAY "NENHUM CLIENTE COM SALDO NEGATIVO"
                PERFORM MARCA-FIM-EXECUCAO
                GOBACK
            END-IF.
            SORT EVENTOS
                ASCENDING KEY EVT-CLI-ID EVT-DATA EVT-HORA
                INPUT PROCEDURE IS SELECIONA-EVENTOS
                    THRU F-SELECIONA-EVENTOS
                OUTPUT PROCEDURE IS APURA-DATAS
                    THRU F-APURA-DATAS.
            SORT CLASSIFICACAO
                ASCENDING KEY CLS-CATEGORIA CLS-UF
                DESCENDING KEY CLS-DIAS
                INPUT PROCEDURE IS CLASSIFICA-ATRASOS
                    THRU F-CLASSIFICA-ATRASOS
                OUTPUT PROCEDURE IS IMPRIME-ATRASOS
                    THRU F-IMPRIME-ATRASOS.
            PERFORM MOSTRA-RESUMO.
            PERFORM MARCA-FIM-EXECUCAO.
            GOBACK.

      * GUARDA NA TABELA OS CLIENTES COM SALDO NEGATIVO, NA ORDEM
      * DA CHAVE, AINDA SEM A DATA EM QUE FICARAM NEGATIVOS
       CARREGA-NEGATIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO"
               GO TO F-CARREGA-NEGATIVOS
           END-IF.
           MOVE LOW-VALUES TO ID_CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
               INVALID KEY MOVE "S" TO FIM-CLIENTES
           END-START.
           IF ST-FILE NOT = "00"
               MOVE "S" TO FIM-CLIENTES
           END-IF.
           IF NOT NAO-HA-MAIS-CLIENTES
               PERFORM LE-PROXIMO-CLIENTE
           END-IF.
           PERFORM GUARDA-NEGATIVO
               UNTIL NAO-HA-MAIS-CLIENTES.
       F-CARREGA-NEGATIVOS.
           CLOSE CLIENTES.

       LE-PROXIMO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO FIM-CLIENTES
           END-READ.
           IF ST-FILE NOT = "00"
               MOVE "S" TO FIM-CLIENTES
           END-IF.

       GUARDA-NEGATIVO.
           IF CLI_SALDO < 0
               IF QUANTOS-NEGATIVOS < 5000
                   ADD 1 TO QUANTOS-NEGATIVOS
                   MOVE CLI_ID TO NEG-ID (QUANTOS-NEGATIVOS)
                   MOVE 0 TO NEG-DATA (QUANTOS-NEGATIVOS)
                   MOVE SPACE TO NEG-ORIGEM (QUANTOS-NEGATIVOS)
               ELSE
                   DISPLAY "AVISO: TABELA DE NEGATIVOS CHEIA, "
                           "CLIENTE " CLI_ID " NAO APURADO"
               END-IF
           END-IF.
           PERFORM LE-PROXIMO-CLIENTE.

      * SELECIONA OS EVENTOS DE SALDO DOS CLIENTES NEGATIVOS: O
      * SALDO DEPOIS DE CADA OPERACAO DA TRILHA (HISTORICO E TRILHA
      * VIVA) E O SALDO DE CADA POSICAO MENSAL, DATADA DO PRIMEIRO
      * DIA DA COMPETENCIA EM QUE FOI TIRADA
       SELECIONA-EVENTOS.
           OPEN INPUT HISTORICO.
           IF ST-HISTORICO > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO HISTORICO"
           ELSE
               PERFORM LE-HISTORICO
               PERFORM FILTRA-HISTORICO
                   UNTIL NAO-HA-MAIS-HISTORICO
           END-IF.
           CLOSE HISTORICO.
           OPEN INPUT AUDITORIA.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE AUDITORIA"
           ELSE
               PERFORM LE-AUDITORIA
               PERFORM FILTRA-REGISTRO
                   UNTIL NAO-HA-MAIS-AUDITORIA
           END-IF.
           CLOSE AUDITORIA.
           OPEN INPUT POSICOES.
           IF ST-POSICOES > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE POSICOES"
               GO TO F-SELECIONA-EVENTOS
           END-IF.
           PERFORM LE-POSICAO.
           PERFORM FILTRA-POSICAO
               UNTIL NAO-HA-MAIS-POSICOES.
       F-SELECIONA-EVENTOS.
           CLOSE POSICOES.

       LE-AUDITORIA.
           READ AUDITORIA
               AT END MOVE "S" TO FIM-AUDITORIA
           END-READ.
           IF ST-AUDITORIA > "07"
               MOVE "S" TO FIM-AUDITORIA
           END-IF.

       LE-HISTORICO.
           READ HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
           END-READ.
           IF ST-HISTORICO > "07"
               MOVE "S" TO FIM-HISTORICO
           END-IF.

       LE-POSICAO.
           READ POSICOES
               AT END MOVE "S" TO FIM-POSICOES
           END-READ.
           IF ST-POSICOES > "07"
               MOVE "S" TO FIM-POSICOES
           END-IF.

       FILTRA-REGISTRO.
           MOVE REG-AUDITORIA TO TRILHA-IMAGEM.
           PERFORM FILTRA-IMAGEM.
           PERFORM LE-AUDITORIA.

       FILTRA-HISTORICO.
           MOVE REG-HISTAUD TO TRILHA-IMAGEM.
           PERFORM FILTRA-IMAGEM.
           PERFORM LE-HISTORICO.

      * A EXCLUSAO NAO TRAZ IMAGEM DEPOIS E NAO ENTRA NA APURACAO
       FILTRA-IMAGEM.
           IF TRI-D-SALDO NUMERIC
               MOVE TRI-CLI-ID TO EVT-CLI-ID
               PERFORM PROCURA-NEGATIVO
               IF ID-ENCONTRADO
                   MOVE TRI-DATA TO EVT-DATA
                   MOVE TRI-HORA TO EVT-HORA
                   MOVE "A" TO EVT-ORIGEM
                   MOVE TRI-D-SALDO TO EVT-SALDO
                   RELEASE REG-EVENTO
               END-IF
           END-IF.

      * A POSICAO VALE NA SUA DATA DE REFERENCIA (ULTIMO DIA UTIL
      * DA COMPETENCIA); AS POSICOES GRAVADAS SEM ELA VALEM NO
      * PRIMEIRO DIA DA COMPETENCIA
       FILTRA-POSICAO.
           MOVE POS_CLI_ID TO EVT-CLI-ID.
           PERFORM PROCURA-NEGATIVO.
           IF ID-ENCONTRADO
               IF POS_REFERENCIA NUMERIC AND POS_REFERENCIA > 0
                   MOVE POS_REFERENCIA TO EVT-DATA
               ELSE
                   COMPUTE EVT-DATA = POS_COMPETENCIA * 100 + 1
               END-IF
               MOVE 0 TO EVT-HORA
               MOVE "P" TO EVT-ORIGEM
               MOVE POS_SALDO TO EVT-SALDO
               RELEASE REG-EVENTO
           END-IF.
           PERFORM LE-POSICAO.

       PROCURA-NEGATIVO.
           MOVE "N" TO ID-ACHADO.
           SEARCH ALL NEG-ITEM
               AT END
                   CONTINUE
               WHEN NEG-ID (NEG-IDX) = EVT-CLI-ID
                   MOVE "S" TO ID-ACHADO
           END-SEARCH.

      * PERCORRE OS EVENTOS DE CADA CLIENTE EM ORDEM DE DATA: A DATA
      * EM QUE FICOU NEGATIVO E A DO PRIMEIRO EVENTO NEGATIVO DEPOIS
      * DO ULTIMO EVENTO POSITIVO OU ZERADO
       APURA-DATAS.
           PERFORM RETORNA-EVENTO.
           IF NOT NAO-HA-MAIS-EVENTOS
               MOVE EVT-CLI-ID TO ID-EM-APURACAO
           END-IF.
           PERFORM APURA-UM-EVENTO
               UNTIL NAO-HA-MAIS-EVENTOS.
           IF ID-EM-APURACAO NOT = 0
               PERFORM GUARDA-DATA-NEGATIVO
           END-IF.
       F-APURA-DATAS.
           EXIT.

       RETORNA-EVENTO.
           RETURN EVENTOS
               AT END MOVE "S" TO FIM-EVENTOS
           END-RETURN.

       APURA-UM-EVENTO.
           IF EVT-CLI-ID NOT = ID-EM-APURACAO
               PERFORM GUARDA-DATA-NEGATIVO
               MOVE EVT-CLI-ID TO ID-EM-APURACAO
           END-IF.
           IF EVT-SALDO < 0
               IF DATA-NEGATIVO = 0
                   MOVE EVT-DATA TO DATA-NEGATIVO
                   MOVE EVT-ORIGEM TO ORIGEM-NEGATIVO
               END-IF
           ELSE
               MOVE 0 TO DATA-NEGATIVO
               MOVE SPACE TO ORIGEM-NEGATIVO
           END-IF.
           PERFORM RETORNA-EVENTO.

       GUARDA-DATA-NEGATIVO.
           MOVE ID-EM-APURACAO TO EVT-CLI-ID.
           PERFORM PROCURA-NEGATIVO.
           IF ID-ENCONTRADO
               MOVE DATA-NEGATIVO TO NEG-DATA (NEG-IDX)
               MOVE ORIGEM-NEGATIVO TO NEG-ORIGEM (NEG-IDX)
           END-IF.
           MOVE 0 TO DATA-NEGATIVO.
           MOVE SPACE TO ORIGEM-NEGATIVO.

      * RELE CADA CLIENTE NEGATIVO, CONTA OS DIAS EM ATRASO, GRAVA A
      * CARTA E SOLTA O CLIENTE PARA A CLASSIFICACAO POR CATEGORIA E
      * UF; SEM EVENTO NEGATIVO NA HISTORIA O CLIENTE CONTA DO DIA
       CLASSIFICA-ATRASOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO"
               GO TO F-CLASSIFICA-ATRASOS
           END-IF.
           PERFORM ABRE-CARTAS.
           PERFORM CLASSIFICA-UM-NEGATIVO
               VARYING MEMBRO FROM 1 BY 1
               UNTIL MEMBRO > QUANTOS-NEGATIVOS.
           PERFORM FECHA-CARTAS.
       F-CLASSIFICA-ATRASOS.
           CLOSE CLIENTES.

       CLASSIFICA-UM-NEGATIVO.
           MOVE NEG-ID (MEMBRO) TO CLI_ID.
           READ CLIENTES
               INVALID KEY CONTINUE
           END-READ.
           IF ST-FILE NOT = "00"
               DISPLAY "AVISO: CLIENTE " NEG-ID (MEMBRO)
                       " NAO RELIDO, FORA DO RELATORIO"
           ELSE
               PERFORM CONTA-ATRASO
               PERFORM GRAVA-CARTA
               MOVE CLI_CATEGORIA TO CLS-CATEGORIA
               MOVE CLI_UF TO CLS-UF
               MOVE DIAS-ATRASO TO CLS-DIAS
               MOVE FAIXA TO CLS-FAIXA
               MOVE CLI_ID TO CLS-CLI-ID
               MOVE VALOR-DEVIDO TO CLS-VALOR
               RELEASE REG-CLASSIFICACAO
           END-IF.

       CONTA-ATRASO.
           ADD 1 TO CLIENTES-NEGATIVOS.
           EVALUATE NEG-ORIGEM (MEMBRO)
               WHEN "A"
                   ADD 1 TO DATAS-PELA-TRILHA
               WHEN "P"
                   ADD 1 TO DATAS-PELA-POSICAO
               WHEN OTHER
                   ADD 1 TO SEM-HISTORICO
                   MOVE DATA-DO-DIA TO NEG-DATA (MEMBRO)
           END-EVALUATE.
           MOVE NEG-DATA (MEMBRO) TO DATA-CONVERTE-N.
           PERFORM CONVERTE-DATA.
           IF NUMERO-DIAS > DIA-DO-DIA
               MOVE 0 TO DIAS-ATRASO
           ELSE
               COMPUTE DIAS-ATRASO = DIA-DO-DIA - NUMERO-DIAS
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-ATRASO NOT > 30
                   MOVE 1 TO FAIXA
               WHEN DIAS-ATRASO NOT > 60
                   MOVE 2 TO FAIXA
               WHEN DIAS-ATRASO NOT > 90
                   MOVE 3 TO FAIXA
               WHEN OTHER
                   MOVE 4 TO FAIXA
           END-EVALUATE.
           COMPUTE VALOR-DEVIDO = 0 - CLI_SALDO.

      * NUMERO DE DIAS CORRIDOS DA DATA EM DATA-CONVERTE
       CONVERTE-DATA.
           MOVE CNV-ANO TO ANO-CALCULO.
           MOVE CNV-MES TO MES-CALCULO.
           IF MES-CALCULO < 3
               SUBTRACT 1 FROM ANO-CALCULO
               ADD 12 TO MES-CALCULO
           END-IF.
           DIVIDE ANO-CALCULO BY 4 GIVING QUOCIENTE-4.
           DIVIDE ANO-CALCULO BY 100 GIVING QUOCIENTE-100.
           DIVIDE ANO-CALCULO BY 400 GIVING QUOCIENTE-400.
           COMPUTE DESLOCA-MES = 153 * (MES-CALCULO - 3) + 2.
           DIVIDE DESLOCA-MES BY 5 GIVING DIAS-DO-MES.
           COMPUTE NUMERO-DIAS = 365 * ANO-CALCULO + QUOCIENTE-4
                   - QUOCIENTE-100 + QUOCIENTE-400 + DIAS-DO-MES
                   + CNV-DIA.

       ABRE-CARTAS.
           OPEN OUTPUT CARTAS.
           IF ST-CARTAS > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE CARTAS, CARTAS "
                       "NAO SERAO GERADAS"
           ELSE
               MOVE "S" TO CARTAS-ABERTAS
               MOVE SPACES TO REG-CABECALHO-CARTAS
               MOVE "H" TO CAB_TIPO
               MOVE DATA-DO-DIA TO CAB_DATA_GERACAO
               MOVE "CARTAS DE COBRANCA" TO CAB_DESCRICAO
               WRITE REG-CABECALHO-CARTAS
           END-IF.

       GRAVA-CARTA.
           IF HA-CARTAS
               MOVE SPACES TO REG-CARTA
               MOVE "C" TO CAR_TIPO
               MOVE FAIXA TO CAR_NIVEL
               MOVE NOME-NIVEL (FAIXA) TO CAR_DESCRICAO_NIVEL
               MOVE CLI_ID TO CAR_CLI_ID
               MOVE CLI_NOME TO CAR_NOME
               MOVE CLI_DIRECAO TO CAR_DIRECAO
               MOVE CLI_CIDADE TO CAR_CIDADE
               MOVE CLI_UF TO CAR_UF
               MOVE CLI_CEP TO CAR_CEP
               MOVE VALOR-DEVIDO TO CAR_VALOR
               MOVE DIAS-ATRASO TO CAR_DIAS
               MOVE NEG-DATA (MEMBRO) TO CAR_DATA_NEGATIVO
               WRITE REG-CARTA
               IF ST-CARTAS > "07"
                   DISPLAY "ERROR GRAVANDO A CARTA DO CLIENTE " CLI_ID
               ELSE
                   ADD 1 TO CARTAS-GRAVADAS
                   ADD VALOR-DEVIDO TO VALOR-CARTAS
               END-IF
           END-IF.

       FECHA-CARTAS.
           IF HA-CARTAS
               MOVE SPACES TO REG-TRAILER-CARTAS
               MOVE "T" TO TRA_TIPO
               MOVE CARTAS-GRAVADAS TO TRA_QUANTIDADE
               MOVE VALOR-CARTAS TO TRA_VALOR_TOTAL
               WRITE REG-TRAILER-CARTAS
               CLOSE CARTAS
           END-IF.

      * IMPRIME AS FAIXAS POR CATEGORIA E UF, COM QUEBRA E TOTAL POR
      * CATEGORIA E O TOTAL GERAL NO FIM
       IMPRIME-ATRASOS.
           INITIALIZE TABELA-ACUMULOS.
           DISPLAY "ENVELHECIMENTO DE SALDOS NEGATIVOS EM "
                   DATA-DO-DIA.
           DISPLAY "                    1-30 DIAS      31-60 DIAS"
                   "      61-90 DIAS      MAIS DE 90           TOTAL".
           PERFORM RETORNA-CLASSIFICADO.
           PERFORM ACUMULA-ATRASO
               UNTIL NAO-HA-MAIS-LISTA.
           IF NOT E-PRIMEIRA-LINHA
               PERFORM FECHA-UF
               PERFORM FECHA-CATEGORIA
           END-IF.
           DISPLAY "TOTAL GERAL".
           MOVE 3 TO NIVEL-ACUMULO.
           PERFORM MOSTRA-ACUMULO.
       F-IMPRIME-ATRASOS.
           EXIT.

       RETORNA-CLASSIFICADO.
           RETURN CLASSIFICACAO
               AT END MOVE "S" TO FIM-LISTA
           END-RETURN.

       ACUMULA-ATRASO.
           IF E-PRIMEIRA-LINHA
               MOVE "N" TO PRIMEIRA-LINHA
               MOVE CLS-CATEGORIA TO CATEGORIA-ATUAL
               MOVE CLS-UF TO UF-ATUAL
           END-IF.
           IF CLS-CATEGORIA NOT = CATEGORIA-ATUAL
               PERFORM FECHA-UF
               PERFORM FECHA-CATEGORIA
               MOVE CLS-CATEGORIA TO CATEGORIA-ATUAL
               MOVE CLS-UF TO UF-ATUAL
           END-IF.
           IF CLS-UF NOT = UF-ATUAL
               PERFORM FECHA-UF
               MOVE CLS-UF TO UF-ATUAL
           END-IF.
           PERFORM SOMA-NOS-NIVEIS
               VARYING NIVEL-ACUMULO FROM 1 BY 1
               UNTIL NIVEL-ACUMULO > 3.
           PERFORM RETORNA-CLASSIFICADO.

       SOMA-NOS-NIVEIS.
           ADD 1 TO ACU-QUANTIDADE (NIVEL-ACUMULO, CLS-FAIXA).
           ADD CLS-VALOR TO ACU-VALOR (NIVEL-ACUMULO, CLS-FAIXA).
           ADD 1 TO ACU-QUANTIDADE (NIVEL-ACUMULO, 5).
           ADD CLS-VALOR TO ACU-VALOR (NIVEL-ACUMULO, 5).

       FECHA-UF.
           DISPLAY "CATEGORIA " CATEGORIA-ATUAL " UF " UF-ATUAL.
           MOVE 1 TO NIVEL-ACUMULO.
           PERFORM MOSTRA-ACUMULO.
           INITIALIZE ACUMULO (1).

       FECHA-CATEGORIA.
           DISPLAY "TOTAL DA CATEGORIA " CATEGORIA-ATUAL.
           MOVE 2 TO NIVEL-ACUMULO.
           PERFORM MOSTRA-ACUMULO.
           INITIALIZE ACUMULO (2).

       MOSTRA-ACUMULO.
           PERFORM MONTA-COLUNA
               VARYING FAIXA FROM 1 BY 1
               UNTIL FAIXA > 5.
           DISPLAY LINHA-QUANTIDADES.
           DISPLAY LINHA-VALORES.

       MONTA-COLUNA.
           MOVE ACU-QUANTIDADE (NIVEL-ACUMULO, FAIXA)
               TO LIN-QUANTIDADE (FAIXA).
           MOVE ACU-VALOR (NIVEL-ACUMULO, FAIXA) TO LIN-VALOR (FAIXA).

       MOSTRA-RESUMO.
           MOVE CLIENTES-NEGATIVOS TO CONTA-Z.
           DISPLAY "CLIENTES NEGATIVOS .......... " CONTA-Z.
           MOVE DATAS-PELA-TRILHA TO CONTA-Z.
           DISPLAY "  DATA PELA TRILHA .......... " CONTA-Z.
           MOVE DATAS-PELA-POSICAO TO CONTA-Z.
           DISPLAY "  DATA PELA POSICAO MENSAL .. " CONTA-Z.
           MOVE SEM-HISTORICO TO CONTA-Z.
           DISPLAY "  SEM HISTORICO (DO DIA) .... " CONTA-Z.
           MOVE CARTAS-GRAVADAS TO CONTA-Z.
           DISPLAY "CARTAS GRAVADAS ............. " CONTA-Z.
           MOVE VALOR-CARTAS TO VALOR-ZZ.
           DISPLAY "VALOR TOTAL DAS CARTAS ...... " VALOR-ZZ.


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

       END PROGRAM ATRASO.
