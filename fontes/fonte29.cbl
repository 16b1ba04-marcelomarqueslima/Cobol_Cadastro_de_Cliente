      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacao do arquivo de retorno da cobranca
      *          bancaria (retorno.dat, largura fixa). Confere o
      *          arquivo inteiro contra o cabecalho e o trailer do
      *          proprio banco, recusa um retorno ja importado (pelo
      *          banco e numero sequencial do arquivo, anotados em
      *          retornos.dat) e monta em movimento.dat um lote de
      *          creditos pronto para o lancamento diario, com
      *          cabecalho H, um detalhe por pagamento e trailer T.
      *          O pagador e achado pelo CPF/CNPJ na chave
      *          alternativa CLI_DOCUMENTO; pagamentos com documento
      *          de digito invalido, nao cadastrado, presente em mais
      *          de um cliente ou so em cliente encerrado, ou com
      *          data ou valor invalido, ficam fora do lote e vao
      *          para o relatorio de excecoes (retorno.rpt). Devolve
      *          em RETURN-CODE o codigo de termino: 0 = normal,
      *          4 = houve excecoes, 8 = retorno recusado ou erro de
      *          arquivo, 12 = execucao recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
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

           SELECT OPTIONAL RETORNO ASSIGN TO "./retorno.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RETORNO.

           SELECT OPTIONAL RETORNOS ASSIGN TO "./retornos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RETORNOS.

           SELECT OPTIONAL MOVIMENTO ASSIGN TO "./movimento.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-MOVIMENTO.

           SELECT OPTIONAL LOTES ASSIGN TO "./lotes.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LOTES.

           SELECT OPTIONAL RELATORIO ASSIGN TO "./retorno.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RELATORIO.
       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES.

           COPY REGCLI.

      * ARQUIVO DE RETORNO DO BANCO: UM CABECALHO "0" COM O BANCO, O
      * NUMERO SEQUENCIAL DO ARQUIVO E A DATA DE GERACAO, UM DETALHE
      * "1" POR PAGAMENTO (PAGADOR PELO CPF/CNPJ, TIPO DE INSCRICAO
      * 1 = CPF COM 3 ZEROS A ESQUERDA, 2 = CNPJ) E UM TRAILER "9"
      * COM A QUANTIDADE DE DETALHES E A SOMA DOS VALORES PAGOS
       FD RETORNO.

       01  REG-RET-CABECALHO.
           03 RCB_TIPO                   PIC X.
           03 RCB_BANCO                  PIC 9(3).
           03 RCB_SEQUENCIA              PIC 9(6).
           03 RCB_DATA                   PIC 9(8).
           03 FILLER                     PIC X(62).

       01  REG-RET-DETALHE.
           03 RDT_TIPO                   PIC X.
           03 RDT_TIPO_INSCRICAO         PIC X.
               88 INSCRICAO-CPF             VALUE "1".
               88 INSCRICAO-CNPJ            VALUE "2".
           03 RDT_INSCRICAO              PIC X(14).
           03 RDT_NOSSO_NUMERO           PIC X(10).
           03 RDT_DATA_PAGAMENTO         PIC 9(8).
           03 RDT_VALOR_PAGO             PIC 9(11)V99.
           03 FILLER                     PIC X(33).

       01  REG-RET-TRAILER.
           03 RTR_TIPO                   PIC X.
           03 RTR_QUANTIDADE             PIC 9(8).
           03 RTR_TOTAL_VALOR            PIC 9(13)V99.
           03 FILLER                     PIC X(56).

      * REGISTRO DOS RETORNOS JA IMPORTADOS, PARA QUE O MESMO ARQUIVO
      * DO BANCO SEJA RECUSADO NUMA SEGUNDA IMPORTACAO
       FD RETORNOS.

       01  REG-RETORNOS.
           03 RTB_BANCO                  PIC 9(3).
           03 RTB_SEQUENCIA              PIC 9(6).
           03 RTB_DATA_ARQUIVO           PIC 9(8).
           03 RTB_DATA_IMPORTACAO        PIC 9(8).
           03 RTB_LOTE                   PIC 9(6).
           03 RTB_PAGAMENTOS             PIC 9(8).
           03 RTB_EXCECOES               PIC 9(8).

      * LOTE DE MOVIMENTOS GERADO PARA O LANCAMENTO DIARIO, COM O
      * MESMO LAYOUT LIDO PELO MOVDIA
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

      * REGISTRO DOS LOTES JA LANCADOS PELO MOVDIA
       FD LOTES.

       01  REG-LOTE.
           03 LOT_LOTE                   PIC 9(6).
           03 LOT_DATA                   PIC 9(8).
           03 LOT_DATA_LANCAMENTO        PIC 9(8).

      * RELATORIO DAS IMPORTACOES, COM AS EXCECOES DE CADA UMA
       FD RELATORIO.

       01  REG-RELATORIO                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  ST-FILE        PIC XX.
       01  ST-RETORNO     PIC XX.
       01  ST-RETORNOS    PIC XX.
       01  ST-MOVIMENTO   PIC XX.
       01  ST-LOTES       PIC XX.
       01  ST-RELATORIO   PIC XX.
       01  FIM-RETORNO    PIC X       VALUE "N".
           88 NAO-HA-MAIS-RETORNO       VALUE "S".
       01  FIM-RETORNOS   PIC X       VALUE "N".
           88 NAO-HA-MAIS-RETORNOS      VALUE "S".
       01  FIM-LOTES      PIC X       VALUE "N".
           88 NAO-HA-MAIS-LOTES         VALUE "S".
       01  FIM-CANDIDATOS PIC X       VALUE "N".
           88 NAO-HA-MAIS-CANDIDATOS    VALUE "S".
       01  RETORNO-OK     PIC X       VALUE "S".
           88 RETORNO-VALIDO            VALUE "S".
       01  TRAILER-LIDO   PIC X       VALUE "N".
           88 TEM-TRAILER               VALUE "S".
       01  RETORNO-ACHADO PIC X       VALUE "N".
           88 RETORNO-JA-IMPORTADO      VALUE "S".
       01  LOTE-ACHADO    PIC X       VALUE "N".
           88 LOTE-JA-LANCADO           VALUE "S".
       01  PAGAMENTO-OK   PIC X       VALUE "S".
           88 PAGAMENTO-VALIDO          VALUE "S".
       01  DOCUMENTO-OK   PIC X       VALUE "S".
           88 DOCUMENTO-VALIDO          VALUE "S".
       01  ERRO-MOVIMENTO PIC X       VALUE "N".
           88 HOUVE-ERRO-MOVIMENTO      VALUE "S".
       01  DATA-DO-DIA    PIC 9(8)    VALUE 0.
       01  BANCO-DO-RETORNO     PIC 9(3)  VALUE 0.
       01  SEQUENCIA-DO-RETORNO PIC 9(6)  VALUE 0.
       01  DATA-DO-RETORNO      PIC 9(8)  VALUE 0.
       01  QTDE-DETALHE   PIC 9(8)    VALUE 0.
       01  VALOR-DETALHE  PIC 9(13)V99 VALUE 0.
       01  TRL-QUANTIDADE-GUARDADA PIC 9(8) VALUE 0.
       01  TRL-VALOR-GUARDADO PIC 9(13)V99 VALUE 0.
       01  LOTE-PENDENTE  PIC 9(6)    VALUE 0.
       01  MAIOR-LOTE     PIC 9(6)    VALUE 0.
       01  LOTE-GERADO    PIC 9(6)    VALUE 0.
       01  MOTIVO-EXCECAO PIC 9(2)    VALUE 0.
       01  CANDIDATOS-ATIVOS     PIC 9(4) VALUE 0.
       01  CANDIDATOS-ENCERRADOS PIC 9(4) VALUE 0.
       01  CLIENTE-PAGADOR       PIC 9(8) VALUE 0.
       01  PAGAMENTOS-LIDOS      PIC 9(8) VALUE 0.
       01  PAGAMENTOS-NO-LOTE    PIC 9(8) VALUE 0.
       01  VALOR-NO-LOTE         PIC 9(11)V9(3) VALUE 0.
       01  PAGAMENTOS-EXCECAO    PIC 9(8) VALUE 0.
       01  VALOR-EXCECAO         PIC 9(13)V99 VALUE 0.
      * CODIGO DE TERMINO DEVOLVIDO EM RETURN-CODE: 0 = NORMAL,
      * 4 = TERMINOU COM AVISOS, 8 = ERRO, 12 = EXECUCAO RECUSADA
       01  CODIGO-RETORNO       PIC 9(2) VALUE 0.

      * IMAGEM DO MOVIMENTO GERADO (MESMO LAYOUT DO MOVIMENTO DE
      * ENTRADA DO LANCAMENTO DIARIO)
       01  MOVIMENTO-EXAME.
           03 MOV_CLI_ID                 PIC 9(8).
           03 MOV_DATA                   PIC 9(8).
           03 MOV_TIPO                   PIC X.
           03 MOV_VALOR                  PIC 9(8)V9(3).
           03 MOV_DOCUMENTO              PIC X(10).
           03 MOV_CLI_DESTINO            PIC 9(8).

      * AREA DE EXAME DO CPF/CNPJ E APOIO DO CALCULO DOS DIGITOS
      * VERIFICADORES (MODULO 11)
       01  DOCUMENTO-EXAME    PIC X(14).
       01  DOCUMENTO-EXAME-R REDEFINES DOCUMENTO-EXAME.
           03 DOC-DIGITO OCCURS 14 TIMES PIC 9.
       01  DOC-TAMANHO        PIC 9(2).
       01  DOC-ULTIMA         PIC 9(2).
       01  DOC-POSICAO        PIC 9(2).
       01  DOC-PESO           PIC 9(2).
       01  DOC-PESO-TETO      PIC 9(2).
       01  DOC-SOMA           PIC 9(6).
       01  DOC-QUOCIENTE      PIC 9(6).
       01  DOC-RESTO          PIC 9(2).
       01  DOC-DV             PIC 9.
       01  DOC-IGUAIS         PIC X.
           88 DIGITOS-TODOS-IGUAIS       VALUE "S".

      * DESCRICOES DOS MOTIVOS DE EXCECAO, NA ORDEM DOS CODIGOS
       01  MOTIVOS-EXCECAO.
           05 FILLER PIC X(30) VALUE "CPF/CNPJ COM DIGITO INVALIDO".
           05 FILLER PIC X(30) VALUE "CPF/CNPJ NAO CADASTRADO".
           05 FILLER PIC X(30) VALUE "CPF/CNPJ EM MAIS DE UM CLIENTE".
           05 FILLER PIC X(30) VALUE "CLIENTE ENCERRADO".
           05 FILLER PIC X(30) VALUE "DATA OU VALOR INVALIDO".
       01  MOTIVOS-EXCECAO-R REDEFINES MOTIVOS-EXCECAO.
           05 MOTIVO-EXCECAO-TEXTO OCCURS 5 TIMES PIC X(30).

      * LINHA DE EXCECAO DO RELATORIO
       01  LINHA-EXCECAO.
           03 EXC-MOTIVO    PIC X(30).
           03 FILLER        PIC X       VALUE SPACE.
           03 EXC-INSCRICAO PIC X(14).
           03 FILLER        PIC X       VALUE SPACE.
           03 EXC-NOSSO-NUMERO PIC X(10).
           03 FILLER        PIC X       VALUE SPACE.
           03 EXC-DATA      PIC X(8).
           03 FILLER        PIC X       VALUE SPACE.
           03 EXC-VALOR     PIC Z(10)9,99.

      * LINHA DE TOTAIS DO RELATORIO: TEXTO, CONTAGEM E VALOR
       01  LINHA-TOTAL.
           03 TOT-TEXTO     PIC X(40).
           03 TOT-CONTA     PIC Z(7)9.
           03 FILLER        PIC X(2)    VALUE SPACES.
           03 TOT-VALOR     PIC Z(12)9,99.

      * CONTROLE DE EXECUCAO: PEDIDO AO MODULO CONTROLE, QUE RECUSA
      * O INICIO QUANDO UM PROGRAMA INCOMPATIVEL ESTA RODANDO
       01  CONTROLE-EXECUCAO.
           03 CTL-ACAO                   PIC X.
           03 CTL-PROGRAMA               PIC X(8)  VALUE "RETBANCO".
           03 CTL-GRUPO                  PIC X     VALUE "L".
           03 CTL-RESULTADO              PIC X.
           03 CTL-CONFLITO               PIC X(8).

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CONFERE-RETORNO THRU F-CONFERE-RETORNO.
            IF RETORNO-VALIDO
                PERFORM CONFERE-MOVIMENTO THRU F-CONFERE-MOVIMENTO
            END-IF.
            IF NOT RETORNO-VALIDO
                DISPLAY "RETORNO RECUSADO, NENHUM LOTE GERADO"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ABRO-ARQUIVO.
            IF ST-FILE > "07"
                DISPLAY "IMPORTACAO CANCELADA: ARQUIVO DE CLIENTES "
                        "INDISPONIVEL, NENHUM LOTE GERADO"
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ABRE-RELATORIO.
            PERFORM GERA-LOTE THRU F-GERA-LOTE.
            PERFORM FECHA-ARQUIVO.
            IF RETORNO-VALIDO
                PERFORM REGISTRA-RETORNO
                PERFORM GRAVA-TOTAIS
                PERFORM MOSTRA-TOTAIS
            END-IF.
            PERFORM FECHA-RELATORIO.
            PERFORM MARCA-FIM-EXECUCAO.
            MOVE CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
       ABRO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-ARQUIVO.
           CLOSE CLIENTES.
       ABRE-RELATORIO.
           OPEN EXTEND RELATORIO.
           IF ST-RELATORIO = "35"
               OPEN OUTPUT RELATORIO
           END-IF.
           IF ST-RELATORIO > "07"
               DISPLAY "ERROR ABRINDO O RELATORIO DE EXCECOES"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-RELATORIO.
           CLOSE RELATORIO.
       LE-RETORNO.
           READ RETORNO
               AT END MOVE "S" TO FIM-RETORNO
           END-READ.
           IF ST-RETORNO > "07"
               MOVE "S" TO FIM-RETORNO
           END-IF.

      * CONFERE O RETORNO INTEIRO ANTES DE GERAR O LOTE: CABECALHO E
      * TRAILER DO BANCO PRESENTES, QUANTIDADE E SOMA DOS VALORES
      * BATENDO COM OS DETALHES E ARQUIVO AINDA NAO IMPORTADO
       CONFERE-RETORNO.
           MOVE "S" TO RETORNO-OK.
           MOVE "N" TO FIM-RETORNO.
           OPEN INPUT RETORNO.
           IF ST-RETORNO > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE RETORNO"
               MOVE "N" TO RETORNO-OK
               GO TO F-CONFERE-RETORNO
           END-IF.
           PERFORM LE-RETORNO.
           IF NAO-HA-MAIS-RETORNO
               DISPLAY "ERROR: ARQUIVO DE RETORNO VAZIO"
               MOVE "N" TO RETORNO-OK
               GO TO F-CONFERE-RETORNO
           END-IF.
           IF RCB_TIPO NOT = "0"
            OR RCB_BANCO NOT NUMERIC
            OR RCB_SEQUENCIA NOT NUMERIC
               DISPLAY "ERROR: RETORNO SEM CABECALHO DO BANCO"
               MOVE "N" TO RETORNO-OK
               GO TO F-CONFERE-RETORNO
           END-IF.
           MOVE RCB_BANCO TO BANCO-DO-RETORNO.
           MOVE RCB_SEQUENCIA TO SEQUENCIA-DO-RETORNO.
           MOVE RCB_DATA TO DATA-DO-RETORNO.
           PERFORM LE-RETORNO.
           PERFORM CONFERE-REGISTRO-RETORNO
               UNTIL NAO-HA-MAIS-RETORNO.
           IF NOT RETORNO-VALIDO
               GO TO F-CONFERE-RETORNO
           END-IF.
           IF NOT TEM-TRAILER
               DISPLAY "ERROR: RETORNO " SEQUENCIA-DO-RETORNO
                       " SEM TRAILER DO BANCO"
               MOVE "N" TO RETORNO-OK
               GO TO F-CONFERE-RETORNO
           END-IF.
           IF QTDE-DETALHE NOT = TRL-QUANTIDADE-GUARDADA
            OR VALOR-DETALHE NOT = TRL-VALOR-GUARDADO
               DISPLAY "ERROR: RETORNO " SEQUENCIA-DO-RETORNO
                       " NAO CONFERE COM O TRAILER DO BANCO"
               DISPLAY "  DETALHES " QTDE-DETALHE
                       " x TRAILER " TRL-QUANTIDADE-GUARDADA
               DISPLAY "  VALOR " VALOR-DETALHE
                       " x TRAILER " TRL-VALOR-GUARDADO
               MOVE "N" TO RETORNO-OK
               GO TO F-CONFERE-RETORNO
           END-IF.
           PERFORM PROCURA-RETORNO-IMPORTADO.
           IF RETORNO-JA-IMPORTADO
               DISPLAY "ERROR: RETORNO " SEQUENCIA-DO-RETORNO
                       " DO BANCO " BANCO-DO-RETORNO
                       " JA FOI IMPORTADO NO LOTE " LOTE-GERADO
                       ", REPETICAO RECUSADA"
               MOVE "N" TO RETORNO-OK
           END-IF.
       F-CONFERE-RETORNO.
           CLOSE RETORNO.

      * UM VALOR PAGO NAO NUMERICO TORNA A SOMA INCONFERIVEL E
      * RECUSA O ARQUIVO INTEIRO
       CONFERE-REGISTRO-RETORNO.
           EVALUATE RDT_TIPO
               WHEN "1"
                   ADD 1 TO QTDE-DETALHE
                   IF RDT_VALOR_PAGO NUMERIC
                       ADD RDT_VALOR_PAGO TO VALOR-DETALHE
                   ELSE
                       DISPLAY "ERROR: VALOR PAGO NAO NUMERICO NO "
                               "DETALHE " QTDE-DETALHE
                       MOVE "N" TO RETORNO-OK
                   END-IF
               WHEN "9"
                   MOVE "S" TO TRAILER-LIDO
                   MOVE RTR_QUANTIDADE TO TRL-QUANTIDADE-GUARDADA
                   MOVE RTR_TOTAL_VALOR TO TRL-VALOR-GUARDADO
               WHEN OTHER
                   DISPLAY "ERROR: TIPO DE REGISTRO DESCONHECIDO "
                           "NO RETORNO: " RDT_TIPO
                   MOVE "N" TO RETORNO-OK
           END-EVALUATE.
           PERFORM LE-RETORNO.

      * PROCURA O BANCO E O NUMERO SEQUENCIAL NO REGISTRO DE
      * RETORNOS JA IMPORTADOS, GUARDANDO O MAIOR LOTE JA GERADO
       PROCURA-RETORNO-IMPORTADO.
           MOVE "N" TO RETORNO-ACHADO.
           MOVE "N" TO FIM-RETORNOS.
           OPEN INPUT RETORNOS.
           PERFORM LE-RETORNOS.
           PERFORM CONFERE-UM-RETORNO
               UNTIL NAO-HA-MAIS-RETORNOS.
           CLOSE RETORNOS.

       LE-RETORNOS.
           READ RETORNOS
               AT END MOVE "S" TO FIM-RETORNOS
           END-READ.
           IF ST-RETORNOS > "07"
               MOVE "S" TO FIM-RETORNOS
           END-IF.

       CONFERE-UM-RETORNO.
           IF RTB_BANCO = BANCO-DO-RETORNO
            AND RTB_SEQUENCIA = SEQUENCIA-DO-RETORNO
               MOVE "S" TO RETORNO-ACHADO
               MOVE RTB_LOTE TO LOTE-GERADO
           END-IF.
           IF RTB_LOTE > MAIOR-LOTE
               MOVE RTB_LOTE TO MAIOR-LOTE
           END-IF.
           PERFORM LE-RETORNOS.

      * O LOTE E GERADO POR CIMA DE MOVIMENTO.DAT: UM LOTE AINDA NAO
      * LANCADO NAO PODE SER PERDIDO. O NUMERO DO NOVO LOTE SEGUE O
      * MAIOR JA LANCADO OU JA GERADO DE UM RETORNO
       CONFERE-MOVIMENTO.
           MOVE 0 TO LOTE-PENDENTE.
           OPEN INPUT MOVIMENTO.
           IF ST-MOVIMENTO NOT > "07"
               READ MOVIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAB_TIPO = "H" AND CAB_LOTE NUMERIC
                           MOVE CAB_LOTE TO LOTE-PENDENTE
                       END-IF
               END-READ
           END-IF.
           CLOSE MOVIMENTO.
           PERFORM PROCURA-LOTES-LANCADOS.
           IF LOTE-PENDENTE > 0 AND NOT LOTE-JA-LANCADO
               DISPLAY "ERROR: MOVIMENTO.DAT TEM O LOTE " LOTE-PENDENTE
                       " AINDA NAO LANCADO; RODE O LANCAMENTO DIARIO "
                       "ANTES DE IMPORTAR O RETORNO"
               MOVE "N" TO RETORNO-OK
               GO TO F-CONFERE-MOVIMENTO
           END-IF.
           IF MAIOR-LOTE = 999999
               DISPLAY "ERROR: NUMERACAO DE LOTES ESGOTADA"
               MOVE "N" TO RETORNO-OK
               GO TO F-CONFERE-MOVIMENTO
           END-IF.
           COMPUTE LOTE-GERADO = MAIOR-LOTE + 1.
       F-CONFERE-MOVIMENTO.
           EXIT.

       PROCURA-LOTES-LANCADOS.
           MOVE "N" TO LOTE-ACHADO.
           MOVE "N" TO FIM-LOTES.
           OPEN INPUT LOTES.
           PERFORM LE-LOTE.
           PERFORM CONFERE-UM-LOTE
               UNTIL NAO-HA-MAIS-LOTES.
           CLOSE LOTES.

       LE-LOTE.
           READ LOTES
               AT END MOVE "S" TO FIM-LOTES
           END-READ.
           IF ST-LOTES > "07"
               MOVE "S" TO FIM-LOTES
           END-IF.

       CONFERE-UM-LOTE.
           IF LOT_LOTE = LOTE-PENDENTE
               MOVE "S" TO LOTE-ACHADO
           END-IF.
           IF LOT_LOTE > MAIOR-LOTE
               MOVE LOT_LOTE TO MAIOR-LOTE
           END-IF.
           PERFORM LE-LOTE.

      * SEGUNDA LEITURA DO RETORNO, JA CONFERIDO: CADA PAGAMENTO VAI
      * PARA O LOTE COMO CREDITO NO CLIENTE PAGADOR OU PARA O
      * RELATORIO DE EXCECOES
       GERA-LOTE.
           MOVE "N" TO FIM-RETORNO.
           OPEN INPUT RETORNO.
           OPEN OUTPUT MOVIMENTO.
           IF ST-RETORNO > "07" OR ST-MOVIMENTO > "07"
               DISPLAY "ERROR ABRINDO O RETORNO OU O ARQUIVO DE "
                       "MOVIMENTOS, NENHUM LOTE GERADO"
               MOVE 8 TO CODIGO-RETORNO
               MOVE "N" TO RETORNO-OK
               GO TO F-GERA-LOTE
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "IMPORTACAO DO RETORNO " DELIMITED BY SIZE
                  SEQUENCIA-DO-RETORNO DELIMITED BY SIZE
                  " DO BANCO " DELIMITED BY SIZE
                  BANCO-DO-RETORNO DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  DATA-DO-DIA DELIMITED BY SIZE
                  ", LOTE " DELIMITED BY SIZE
                  LOTE-GERADO DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO REG-MOVIMENTO-CABECALHO.
           MOVE "H" TO CAB_TIPO.
           MOVE LOTE-GERADO TO CAB_LOTE.
           MOVE DATA-DO-DIA TO CAB_DATA.
           PERFORM ESCREVE-MOVIMENTO.
           PERFORM LE-RETORNO.
           PERFORM CONVERTE-PAGAMENTO
               UNTIL NAO-HA-MAIS-RETORNO.
           MOVE SPACES TO REG-MOVIMENTO-TRAILER.
           MOVE "T" TO TRL_TIPO.
           MOVE PAGAMENTOS-NO-LOTE TO TRL_QUANTIDADE.
           MOVE VALOR-NO-LOTE TO TRL_TOTAL_VALOR.
           PERFORM ESCREVE-MOVIMENTO.
           IF HOUVE-ERRO-MOVIMENTO
               DISPLAY "ERROR: LOTE " LOTE-GERADO " INCOMPLETO EM "
                       "MOVIMENTO.DAT; O RETORNO NAO FOI DADO COMO "
                       "IMPORTADO, REPITA A IMPORTACAO"
               MOVE "N" TO RETORNO-OK
           END-IF.
       F-GERA-LOTE.
           CLOSE RETORNO.
           CLOSE MOVIMENTO.

       ESCREVE-MOVIMENTO.
           WRITE REG-MOVIMENTO-DETALHE.
           IF ST-MOVIMENTO > "07"
               DISPLAY "ERROR GRAVANDO O ARQUIVO DE MOVIMENTOS"
               MOVE "S" TO ERRO-MOVIMENTO
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

      * SO OS DETALHES VIRAM MOVIMENTO; O CABECALHO E O TRAILER DO
      * BANCO JA FORAM CONFERIDOS
       CONVERTE-PAGAMENTO.
           IF RDT_TIPO = "1"
               ADD 1 TO PAGAMENTOS-LIDOS
               PERFORM IDENTIFICA-PAGADOR THRU F-IDENTIFICA-PAGADOR
               IF PAGAMENTO-VALIDO
                   PERFORM GRAVA-CREDITO
               ELSE
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-IF.
           PERFORM LE-RETORNO.

      * CONFERE A DATA E O VALOR DO PAGAMENTO, OS DIGITOS DO CPF/CNPJ
      * E PROCURA O PAGADOR PELA CHAVE ALTERNATIVA CLI_DOCUMENTO:
      * TEM DE HAVER UM, E SO UM, CLIENTE NAO ENCERRADO COM O
      * DOCUMENTO (UM CLIENTE FUNDIDO EM OUTRO FICA ENCERRADO COM O
      * MESMO DOCUMENTO E NAO CONTA)
       IDENTIFICA-PAGADOR.
           MOVE "S" TO PAGAMENTO-OK.
           IF RDT_DATA_PAGAMENTO NOT NUMERIC
            OR RDT_VALOR_PAGO = 0
            OR RDT_VALOR_PAGO > 99999999,99
               MOVE 5 TO MOTIVO-EXCECAO
               MOVE "N" TO PAGAMENTO-OK
               GO TO F-IDENTIFICA-PAGADOR
           END-IF.
           MOVE SPACES TO DOCUMENTO-EXAME.
           MOVE "N" TO DOCUMENTO-OK.
           EVALUATE TRUE
               WHEN INSCRICAO-CPF AND RDT_INSCRICAO(1:3) = "000"
                   MOVE RDT_INSCRICAO(4:11) TO DOCUMENTO-EXAME
               WHEN INSCRICAO-CNPJ
                   MOVE RDT_INSCRICAO TO DOCUMENTO-EXAME
           END-EVALUATE.
           IF DOCUMENTO-EXAME NOT = SPACES
               PERFORM VALIDA-DOCUMENTO
           END-IF.
           IF NOT DOCUMENTO-VALIDO
               MOVE 1 TO MOTIVO-EXCECAO
               MOVE "N" TO PAGAMENTO-OK
               GO TO F-IDENTIFICA-PAGADOR
           END-IF.
           PERFORM PROCURA-PAGADOR.
           IF CANDIDATOS-ATIVOS = 0 AND CANDIDATOS-ENCERRADOS = 0
               MOVE 2 TO MOTIVO-EXCECAO
               MOVE "N" TO PAGAMENTO-OK
               GO TO F-IDENTIFICA-PAGADOR
           END-IF.
           IF CANDIDATOS-ATIVOS > 1
               MOVE 3 TO MOTIVO-EXCECAO
               MOVE "N" TO PAGAMENTO-OK
               GO TO F-IDENTIFICA-PAGADOR
           END-IF.
           IF CANDIDATOS-ATIVOS = 0
               MOVE 4 TO MOTIVO-EXCECAO
               MOVE "N" TO PAGAMENTO-OK
           END-IF.
       F-IDENTIFICA-PAGADOR.
           EXIT.

      * PERCORRE OS CLIENTES COM O DOCUMENTO, CONTANDO OS ATIVOS OU
      * BLOQUEADOS A PARTE DOS ENCERRADOS
       PROCURA-PAGADOR.
           MOVE 0 TO CANDIDATOS-ATIVOS.
           MOVE 0 TO CANDIDATOS-ENCERRADOS.
           MOVE 0 TO CLIENTE-PAGADOR.
           MOVE "N" TO FIM-CANDIDATOS.
           MOVE DOCUMENTO-EXAME TO CLI_DOCUMENTO.
           START CLIENTES KEY IS EQUAL TO CLI_DOCUMENTO
               INVALID KEY MOVE "S" TO FIM-CANDIDATOS
           END-START.
           PERFORM CONTA-CANDIDATO
               UNTIL NAO-HA-MAIS-CANDIDATOS.

       CONTA-CANDIDATO.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO FIM-CANDIDATOS
           END-READ.
           IF ST-FILE > "07" OR CLI_DOCUMENTO NOT = DOCUMENTO-EXAME
               MOVE "S" TO FIM-CANDIDATOS
           END-IF.
           IF NOT NAO-HA-MAIS-CANDIDATOS
               IF CLIENTE-ENCERRADO
                   ADD 1 TO CANDIDATOS-ENCERRADOS
               ELSE
                   ADD 1 TO CANDIDATOS-ATIVOS
                   MOVE CLI_ID TO CLIENTE-PAGADOR
               END-IF
           END-IF.

      * CREDITO NO CLIENTE PAGADOR, NA DATA DO PAGAMENTO, COM O NOSSO
      * NUMERO DO BANCO COMO DOCUMENTO DO MOVIMENTO
       GRAVA-CREDITO.
           MOVE SPACES TO MOVIMENTO-EXAME.
           MOVE CLIENTE-PAGADOR TO MOV_CLI_ID.
           MOVE RDT_DATA_PAGAMENTO TO MOV_DATA.
           MOVE "C" TO MOV_TIPO.
           MOVE RDT_VALOR_PAGO TO MOV_VALOR.
           MOVE RDT_NOSSO_NUMERO TO MOV_DOCUMENTO.
           MOVE SPACES TO REG-MOVIMENTO-DETALHE.
           MOVE "D" TO DET_TIPO.
           MOVE MOVIMENTO-EXAME TO DET_MOVIMENTO.
           PERFORM ESCREVE-MOVIMENTO.
           ADD 1 TO PAGAMENTOS-NO-LOTE.
           ADD MOV_VALOR TO VALOR-NO-LOTE.

       GRAVA-EXCECAO.
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           ADD 1 TO PAGAMENTOS-EXCECAO.
           IF RDT_VALOR_PAGO NUMERIC
               ADD RDT_VALOR_PAGO TO VALOR-EXCECAO
               MOVE RDT_VALOR_PAGO TO EXC-VALOR
           ELSE
               MOVE 0 TO EXC-VALOR
           END-IF.
           MOVE MOTIVO-EXCECAO-TEXTO (MOTIVO-EXCECAO) TO EXC-MOTIVO.
           MOVE RDT_INSCRICAO TO EXC-INSCRICAO.
           MOVE RDT_NOSSO_NUMERO TO EXC-NOSSO-NUMERO.
           MOVE RDT_DATA_PAGAMENTO TO EXC-DATA.
           MOVE LINHA-EXCECAO TO REG-RELATORIO.
           PERFORM ESCREVE-LINHA.
           DISPLAY "AVISO: PAGAMENTO FORA DO LOTE, "
                   MOTIVO-EXCECAO-TEXTO (MOTIVO-EXCECAO)
                   ", CPF/CNPJ " RDT_INSCRICAO
                   ", NOSSO NUMERO " RDT_NOSSO_NUMERO.

      * RETORNO IMPORTADO: ANOTA O BANCO E O NUMERO SEQUENCIAL PARA
      * QUE UMA NOVA IMPORTACAO DO MESMO ARQUIVO SEJA RECUSADA
       REGISTRA-RETORNO.
           OPEN EXTEND RETORNOS.
           IF ST-RETORNOS = "35"
               OPEN OUTPUT RETORNOS
           END-IF.
           IF ST-RETORNOS > "07"
               DISPLAY "ERROR GRAVANDO O REGISTRO DE RETORNOS, ANOTE: "
                       "RETORNO " SEQUENCIA-DO-RETORNO " DO BANCO "
                       BANCO-DO-RETORNO " JA IMPORTADO NO LOTE "
                       LOTE-GERADO
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE BANCO-DO-RETORNO TO RTB_BANCO
               MOVE SEQUENCIA-DO-RETORNO TO RTB_SEQUENCIA
               MOVE DATA-DO-RETORNO TO RTB_DATA_ARQUIVO
               MOVE DATA-DO-DIA TO RTB_DATA_IMPORTACAO
               MOVE LOTE-GERADO TO RTB_LOTE
               MOVE PAGAMENTOS-NO-LOTE TO RTB_PAGAMENTOS
               MOVE PAGAMENTOS-EXCECAO TO RTB_EXCECOES
               WRITE REG-RETORNOS
               CLOSE RETORNOS
           END-IF.

       GRAVA-TOTAIS.
           MOVE "PAGAMENTOS NO RETORNO" TO TOT-TEXTO.
           MOVE PAGAMENTOS-LIDOS TO TOT-CONTA.
           MOVE VALOR-DETALHE TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "CREDITOS GERADOS NO LOTE" TO TOT-TEXTO.
           MOVE PAGAMENTOS-NO-LOTE TO TOT-CONTA.
           MOVE VALOR-NO-LOTE TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "PAGAMENTOS EM EXCECAO" TO TOT-TEXTO.
           MOVE PAGAMENTOS-EXCECAO TO TOT-CONTA.
           MOVE VALOR-EXCECAO TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE ALL "-" TO REG-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL.
           MOVE LINHA-TOTAL TO REG-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE REG-RELATORIO.
           IF ST-RELATORIO > "07"
               DISPLAY "ERROR GRAVANDO O RELATORIO DE EXCECOES"
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       MOSTRA-TOTAIS.
           DISPLAY "RETORNO IMPORTADO ...... " SEQUENCIA-DO-RETORNO
                   " BANCO " BANCO-DO-RETORNO.
           DISPLAY "LOTE GERADO ............ " LOTE-GERADO.
           DISPLAY "PAGAMENTOS LIDOS ....... " PAGAMENTOS-LIDOS.
           DISPLAY "CREDITOS NO LOTE ....... " PAGAMENTOS-NO-LOTE.
           DISPLAY "PAGAMENTOS EM EXCECAO .. " PAGAMENTOS-EXCECAO.

      * CONFERE O CPF/CNPJ EM DOCUMENTO-EXAME: CPF SAO 11 DIGITOS
      * SEGUIDOS DE 3 BRANCOS, CNPJ SAO 14 DIGITOS, SEMPRE SEM
      * PONTUACAO, COM OS DIGITOS VERIFICADORES DO MODULO 11
       VALIDA-DOCUMENTO.
           MOVE "S" TO DOCUMENTO-OK.
           EVALUATE TRUE
               WHEN DOCUMENTO-EXAME(1:11) NUMERIC
                AND DOCUMENTO-EXAME(12:3) = SPACES
                   PERFORM CONFERE-CPF
               WHEN DOCUMENTO-EXAME NUMERIC
                   PERFORM CONFERE-CNPJ
               WHEN OTHER
                   MOVE "N" TO DOCUMENTO-OK
           END-EVALUATE.

      * CPF: PESOS 2 A 10 (1O DV) E 2 A 11 (2O DV), DA DIREITA PARA
      * A ESQUERDA; SEQUENCIAS DE DIGITOS IGUAIS PASSAM NO MODULO 11
      * MAS NAO SAO CPFS VALIDOS
       CONFERE-CPF.
           MOVE 11 TO DOC-TAMANHO.
           PERFORM CONFERE-DIGITOS-IGUAIS.
           IF DIGITOS-TODOS-IGUAIS
               MOVE "N" TO DOCUMENTO-OK
           ELSE
               MOVE 11 TO DOC-PESO-TETO
               MOVE 9  TO DOC-ULTIMA
               PERFORM CALCULA-DV
               IF DOC-DV NOT = DOC-DIGITO (10)
                   MOVE "N" TO DOCUMENTO-OK
               END-IF
               MOVE 10 TO DOC-ULTIMA
               PERFORM CALCULA-DV
               IF DOC-DV NOT = DOC-DIGITO (11)
                   MOVE "N" TO DOCUMENTO-OK
               END-IF
           END-IF.

      * CNPJ: PESOS 2 A 9 REPETIDOS DA DIREITA PARA A ESQUERDA
       CONFERE-CNPJ.
           MOVE 14 TO DOC-TAMANHO.
           PERFORM CONFERE-DIGITOS-IGUAIS.
           IF DIGITOS-TODOS-IGUAIS
               MOVE "N" TO DOCUMENTO-OK
           ELSE
               MOVE 9  TO DOC-PESO-TETO
               MOVE 12 TO DOC-ULTIMA
               PERFORM CALCULA-DV
               IF DOC-DV NOT = DOC-DIGITO (13)
                   MOVE "N" TO DOCUMENTO-OK
               END-IF
               MOVE 13 TO DOC-ULTIMA
               PERFORM CALCULA-DV
               IF DOC-DV NOT = DOC-DIGITO (14)
                   MOVE "N" TO DOCUMENTO-OK
               END-IF
           END-IF.

      * DIGITO VERIFICADOR DO MODULO 11 SOBRE AS DOC-ULTIMA PRIMEIRAS
      * POSICOES, COM OS PESOS CRESCENDO DA DIREITA PARA A ESQUERDA
      * E VOLTANDO A 2 DEPOIS DE DOC-PESO-TETO
       CALCULA-DV.
           MOVE 0 TO DOC-SOMA.
           MOVE 2 TO DOC-PESO.
           PERFORM SOMA-DIGITO-PESADO
               VARYING DOC-POSICAO FROM DOC-ULTIMA BY -1
               UNTIL DOC-POSICAO < 1.
           DIVIDE DOC-SOMA BY 11 GIVING DOC-QUOCIENTE
               REMAINDER DOC-RESTO.
           IF DOC-RESTO < 2
               MOVE 0 TO DOC-DV
           ELSE
               COMPUTE DOC-DV = 11 - DOC-RESTO
           END-IF.

       SOMA-DIGITO-PESADO.
           COMPUTE DOC-SOMA =
               DOC-SOMA + DOC-DIGITO (DOC-POSICAO) * DOC-PESO.
           ADD 1 TO DOC-PESO.
           IF DOC-PESO > DOC-PESO-TETO
               MOVE 2 TO DOC-PESO
           END-IF.

       CONFERE-DIGITOS-IGUAIS.
           MOVE "S" TO DOC-IGUAIS.
           PERFORM CONFERE-UM-IGUAL
               VARYING DOC-POSICAO FROM 2 BY 1
               UNTIL DOC-POSICAO > DOC-TAMANHO.

       CONFERE-UM-IGUAL.
           IF DOC-DIGITO (DOC-POSICAO) NOT = DOC-DIGITO (1)
               MOVE "N" TO DOC-IGUAIS
           END-IF.


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

       END PROGRAM RETBANCO.
