      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anonimizacao dos dados pessoais (LGPD) de clientes
      *          com saldo zero: por inatividade, todos os clientes
      *          sem movimento, auditoria ou mudanca de situacao ha
      *          mais que o prazo de retencao (retencao.dat, em
      *          meses); a pedido do titular, um unico CLI_ID. Nome,
      *          direcao, CEP, razao social e CPF/CNPJ recebem a
      *          mascara em clientes.dat, auditoria.dat, histaud.dat,
      *          rejeitos.dat, backcli.dat e exporta.txt, e o CPF/CNPJ
      *          nas excecoes de retorno.rpt; o CLI_ID e os valores
      *          ficam, para que a conciliacao e o fechamento
      *          continuem batendo. Emite o certificado (anonimiz.rpt)
      *          com cada CLI_ID e os registros mascarados em cada
      *          arquivo. Restrita a supervisores pela sessao assinada
      *          no menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
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

           SELECT OPTIONAL LANCAMENTOS ASSIGN TO "./lancamen.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LANCAMENTOS.

           SELECT OPTIONAL REJEITOS ASSIGN TO "./rejeitos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REJEITOS.

           SELECT OPTIONAL BACKUP ASSIGN TO "./backcli.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-BACKUP.

           SELECT OPTIONAL EXPORTACAO ASSIGN TO "./exporta.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-EXPORTACAO.

           SELECT OPTIONAL RETORNO ASSIGN TO "./retorno.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RETORNO.

           SELECT OPTIONAL TEMPORARIO ASSIGN TO "./anonimiz.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-TEMPORARIO.

           SELECT OPTIONAL RETENCAO ASSIGN TO "./retencao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RETENCAO.

           SELECT OPTIONAL SESSAO ASSIGN TO "./sessao.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SESSAO.

           SELECT OPTIONAL CERTIFICADO ASSIGN TO "./anonimiz.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CERTIFICADO.
       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES.

           COPY REGCLI.

      * TRILHA DE AUDITORIA VIVA
       FD AUDITORIA.

           COPY REGAUD.

      * HISTORICO EXPURGADO DA TRILHA, COM O MESMO LAYOUT
       FD HISTORICO.

       01  REG-HISTORICO                 PIC X(544).

      * RAZAO DE LANCAMENTOS, LIDO SO PARA APURAR A ATIVIDADE
       FD LANCAMENTOS.

           COPY REGLAN.

      * REGISTROS DE ENTRADA REJEITADOS NA CARGA
       FD REJEITOS.

           COPY REGREJ.

      * BACKUP SEQUENCIAL DE CLIENTES
       FD BACKUP.

           COPY REGBCK.

      * ULTIMA EXTRACAO DELIMITADA DE CLIENTES
       FD EXPORTACAO.

       01  REG-EXPORTACAO                PIC X(300).

      * RELATORIO DAS IMPORTACOES DE RETORNO DO BANCO, ACUMULADO A
      * CADA IMPORTACAO, COM O CPF/CNPJ DO PAGADOR NAS EXCECOES
       FD RETORNO.

       01  REG-RETORNO.
           03 RRP-MOTIVO                 PIC X(30).
           03 FILLER                     PIC X.
           03 RRP-INSCRICAO              PIC X(14).
           03 FILLER                     PIC X(55).

      * APOIO PARA REESCREVER CADA ARQUIVO SEQUENCIAL JA MASCARADO
       FD TEMPORARIO.

       01  REG-TEMPORARIO                PIC X(544).

      * PRAZO DE RETENCAO DOS DADOS PESSOAIS, EM MESES SEM ATIVIDADE
       FD RETENCAO.

       01  REG-RETENCAO.
           03 RET_MESES                  PIC 9(3).

      * SESSAO DO OPERADOR ASSINADO NO MENU
       FD SESSAO.

           COPY REGSES.

      * CERTIFICADO DAS ANONIMIZACOES, ACUMULADO A CADA EXECUCAO
       FD CERTIFICADO.

       01  REG-CERTIFICADO               PIC X(100).

       WORKING-STORAGE SECTION.
       01  ST-FILE        PIC XX.
       01  ST-AUDITORIA   PIC XX.
       01  ST-HISTORICO   PIC XX.
       01  ST-LANCAMENTOS PIC XX.
       01  ST-REJEITOS    PIC XX.
       01  ST-BACKUP      PIC XX.
       01  ST-EXPORTACAO  PIC XX.
       01  ST-RETORNO     PIC XX.
       01  ST-TEMPORARIO  PIC XX.
       01  ST-RETENCAO    PIC XX.
       01  ST-SESSAO      PIC XX.
       01  ST-CERTIFICADO PIC XX.
       01  OPERADOR-DO-DIA PIC X(8)   VALUE "????????".
       01  NIVEL-DA-SESSAO PIC 9      VALUE 0.
       01  MODO           PIC X       VALUE SPACE.
           88 MODO-INATIVIDADE          VALUE "1".
           88 MODO-TITULAR              VALUE "2".
       01  CONFIRMACAO    PIC X       VALUE "N".
           88 ANONIMIZACAO-CONFIRMADA   VALUE "S".
       01  FIM-CLIENTES   PIC X       VALUE "N".
           88 NAO-HA-MAIS-CLIENTES      VALUE "S".
       01  FIM-VARREDURA  PIC X       VALUE "N".
           88 NAO-HA-MAIS-REGISTROS     VALUE "S".
       01  FIM-TEMPORARIO PIC X       VALUE "N".
           88 NAO-HA-MAIS-TEMPORARIO    VALUE "S".
       01  ID-ACHADO      PIC X       VALUE "N".
           88 ID-ENCONTRADO             VALUE "S".
       01  TABELA-CHEIA   PIC X       VALUE "N".
           88 SEM-ESPACO-NA-TABELA      VALUE "S".
       01  ERRO-VARREDURA PIC X       VALUE "N".
           88 HOUVE-ERRO-VARREDURA      VALUE "S".
       01  ERRO-DEVOLUCAO PIC X       VALUE "N".
           88 HOUVE-ERRO-DEVOLUCAO      VALUE "S".
       01  ERRO-APURACAO  PIC X       VALUE "N".
           88 HOUVE-ERRO-APURACAO       VALUE "S".
       01  ID-TITULAR     PIC 9(8)    VALUE 0.
       01  ID-PROCURADO   PIC 9(8)    VALUE 0.
       01  DATA-ATIVIDADE PIC 9(8)    VALUE 0.
       01  MESES-RETENCAO PIC 9(3)    VALUE 0.
       01  MESES-CORTE    PIC 9(6)    VALUE 0.
       01  ANO-CORTE      PIC 9(4)    VALUE 0.
       01  MES-CORTE      PIC 9(2)    VALUE 0.
       01  DIA-CORTE      PIC 9(2)    VALUE 0.
       01  DATA-CORTE     PIC 9(8)    VALUE 0.
       01  QUANTOS-ANONIMIZAR PIC 9(4) VALUE 0.
       01  ARQUIVO-VARRIDO PIC 9      VALUE 0.
       01  MASCARADOS-NO-ARQUIVO PIC 9(8) VALUE 0.
       01  CONTA-Z        PIC Z(7)9.
       01  SALDO-ZZ       PIC ------9,99.

       01  DATA-DO-DIA    PIC 9(8)    VALUE 0.
       01  DATA-DO-DIA-R REDEFINES DATA-DO-DIA.
           03 ANO-DO-DIA                 PIC 9(4).
           03 MES-DO-DIA                 PIC 9(2).
           03 DIA-DO-DIA                 PIC 9(2).

           COPY REGLGP.

      * CLIENTES COM SALDO ZERO AINDA NAO ANONIMIZADOS, NA ORDEM DE
      * CLI_ID, COM A DATA DA ULTIMA ATIVIDADE, OS DADOS ORIGINAIS
      * PARA RECONHECER OS REJEITADOS DA CARGA E OS REGISTROS
      * MASCARADOS EM CADA ARQUIVO (1 = CLIENTES  2 = AUDITORIA
      * 3 = HISTAUD  4 = REJEITOS  5 = BACKCLI  6 = EXPORTA
      * 7 = RETORNO). SEL-INSCRICAO E O CPF/CNPJ COMO O BANCO O
      * INFORMA: O CPF COM "000" NA FRENTE, O CNPJ COM 14 DIGITOS
       01  QUANTOS-SELECIONADOS PIC 9(4) VALUE 0.
       01  TABELA-SELECIONADOS.
           03 SEL-ITEM OCCURS 1 TO 5000 TIMES
                  DEPENDING ON QUANTOS-SELECIONADOS
                  ASCENDING KEY IS SEL-ID
                  INDEXED BY SEL-IDX.
               05 SEL-ID                 PIC 9(8).
               05 SEL-ELEGIVEL           PIC X.
                   88 SEL-ANONIMIZAR        VALUE "S".
               05 SEL-ULTIMA-ATIVIDADE   PIC 9(8).
               05 SEL-NOME               PIC X(60).
               05 SEL-CEP                PIC X(10).
               05 SEL-DOCUMENTO          PIC X(14).
               05 SEL-INSCRICAO          PIC X(14).
               05 SEL-TOCADOS OCCURS 7 TIMES PIC 9(5).

      * TOTAIS E ERROS DE CADA ARQUIVO, NA MESMA ORDEM
       01  TOTAIS-ARQUIVOS.
           03 ARQ-ITEM OCCURS 7 TIMES.
               05 ARQ-TOCADOS            PIC 9(8).
               05 ARQ-ERRO               PIC X.
       01  NOMES-ARQUIVOS.
           03 FILLER PIC X(14) VALUE "CLIENTES.DAT".
           03 FILLER PIC X(14) VALUE "AUDITORIA.DAT".
           03 FILLER PIC X(14) VALUE "HISTAUD.DAT".
           03 FILLER PIC X(14) VALUE "REJEITOS.DAT".
           03 FILLER PIC X(14) VALUE "BACKCLI.DAT".
           03 FILLER PIC X(14) VALUE "EXPORTA.TXT".
           03 FILLER PIC X(14) VALUE "RETORNO.RPT".
       01  TABELA-NOMES-ARQUIVOS REDEFINES NOMES-ARQUIVOS.
           03 NOME-ARQUIVO OCCURS 7 TIMES PIC X(14).
       01  ARQ-NUMERO     PIC 9       VALUE 0.

      * IMAGEM DO REGISTRO DE TRILHA EM EXAME, COMUM AO HISTORICO E
      * A TRILHA VIVA (MESMO LAYOUT DE REG-AUDITORIA)
       01  TRILHA-IMAGEM.
           03 TRI-DATA                   PIC 9(8).
           03 TRI-HORA                   PIC 9(8).
           03 TRI-OPERACAO               PIC X(9).
           03 TRI-CLI-ID                 PIC 9(8).
           03 TRI-ANTES.
               05 TRI-A-SALDO            PIC X(12).
               05 TRI-A-NOME             PIC X(60).
               05 TRI-A-DIRECAO          PIC X(80).
               05 TRI-A-CEP              PIC X(10).
               05 TRI-A-CATEGORIA        PIC X.
               05 TRI-A-RAZAOSOCIAL      PIC X(60).
           03 TRI-DEPOIS.
               05 TRI-D-SALDO            PIC X(12).
               05 TRI-D-NOME             PIC X(60).
               05 TRI-D-DIRECAO          PIC X(80).
               05 TRI-D-CEP              PIC X(10).
               05 TRI-D-CATEGORIA        PIC X.
               05 TRI-D-RAZAOSOCIAL      PIC X(60).
           03 TRI-RESTO                  PIC X(65).

      * IMAGEM DO REGISTRO DE ENTRADA GUARDADO NO REJEITADO
           COPY REGENT.

      * CAMPOS DA LINHA DA EXTRACAO DELIMITADA: ID;NOME;DIRECAO;CEP;
      * CATEGORIA;RAZAO SOCIAL;CPF/CNPJ;UF;CIDADE;SALDO
       01  EXT-ID         PIC X(8).
       01  EXT-ID-R REDEFINES EXT-ID PIC 9(8).
       01  EXT-NOME       PIC X(60).
       01  EXT-DIRECAO    PIC X(80).
       01  EXT-CEP        PIC X(10).
       01  EXT-CATEGORIA  PIC X.
       01  EXT-RAZAOSOCIAL PIC X(60).
       01  EXT-DOCUMENTO  PIC X(14).
       01  EXT-UF         PIC X(2).
       01  EXT-CIDADE     PIC X(30).
       01  EXT-SALDO      PIC X(13).
       01  PONTEIRO       PIC 9(4)    VALUE 1.
       01  CAMPO-TEXTO    PIC X(80).
       01  TAMANHO-CAMPO  PIC 9(2)    VALUE 0.
       01  LINHA-EXPORTACAO PIC X(300).

      * LINHAS DO CERTIFICADO
       01  LINHA-TITULOS.
           03 FILLER PIC X(10) VALUE "CLI_ID".
           03 FILLER PIC X(10) VALUE "  CLIENTES".
           03 FILLER PIC X(10) VALUE " AUDITORIA".
           03 FILLER PIC X(10) VALUE "   HISTAUD".
           03 FILLER PIC X(10) VALUE "  REJEITOS".
           03 FILLER PIC X(10) VALUE "   BACKCLI".
           03 FILLER PIC X(10) VALUE "   EXPORTA".
           03 FILLER PIC X(10) VALUE "   RETORNO".
       01  LINHA-CERTIFICADO.
           03 LCT-ROTULO                 PIC X(10).
           03 LCT-COLUNA OCCURS 7 TIMES.
               05 FILLER                 PIC X.
               05 LCT-QUANTIDADE         PIC Z(8)9.


      * CONTROLE DE EXECUCAO: PEDIDO AO MODULO CONTROLE, QUE RECUSA
      * O INICIO QUANDO UM PROGRAMA INCOMPATIVEL ESTA RODANDO
       01  CONTROLE-EXECUCAO.
           03 CTL-ACAO                   PIC X.
           03 CTL-PROGRAMA               PIC X(8)  VALUE "ANONIMIZ".
           03 CTL-GRUPO                  PIC X     VALUE "R".
           03 CTL-RESULTADO              PIC X.
           03 CTL-CONFLITO               PIC X(8).

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            PERFORM LE-SESSAO.
            IF NIVEL-DA-SESSAO < 2
                DISPLAY "ANONIMIZACAO RESTRITA A SUPERVISORES"
                GOBACK
            END-IF.
            ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
            INITIALIZE TOTAIS-ARQUIVOS.
            PERFORM PEDE-MODO.
            IF NOT MODO-INATIVIDADE AND NOT MODO-TITULAR
                DISPLAY "ANONIMIZACAO CANCELADA"
                GOBACK
            END-IF.
            IF MODO-INATIVIDADE
                PERFORM CARREGA-RETENCAO
                IF MESES-RETENCAO = 0
                    DISPLAY "ANONIMIZACAO CANCELADA: PRAZO DE "
                            "RETENCAO AUSENTE OU ZERADO (RETENCAO.DAT)"
                    GOBACK
                END-IF
            END-IF.
            PERFORM MARCA-INICIO-EXECUCAO.
            IF CTL-RESULTADO = "N"
                GOBACK
            END-IF.
            PERFORM ABRO-ARQUIVO.
            IF ST-FILE > "07"
                PERFORM MARCA-FIM-EXECUCAO
                GOBACK
            END-IF.
            IF MODO-INATIVIDADE
                PERFORM SELECIONA-INATIVOS THRU F-SELECIONA-INATIVOS
            ELSE
                PERFORM SELECIONA-TITULAR THRU F-SELECIONA-TITULAR
            END-IF.
            IF HOUVE-ERRO-APURACAO
                DISPLAY "ANONIMIZACAO CANCELADA: ATIVIDADE DOS "
                        "CLIENTES NAO APURADA, NADA FOI MASCARADO"
                PERFORM FECHA-ARQUIVO
                PERFORM MARCA-FIM-EXECUCAO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            IF QUANTOS-ANONIMIZAR = 0
                DISPLAY "NENHUM CLIENTE A ANONIMIZAR"
                PERFORM FECHA-ARQUIVO
                PERFORM MARCA-FIM-EXECUCAO
                GOBACK
            END-IF.
            PERFORM PEDE-CONFIRMACAO.
            IF NOT ANONIMIZACAO-CONFIRMADA
                DISPLAY "ANONIMIZACAO CANCELADA PELO OPERADOR"
                PERFORM FECHA-ARQUIVO
                PERFORM MARCA-FIM-EXECUCAO
                GOBACK
            END-IF.
            PERFORM MASCARA-CADASTRO
                VARYING SEL-IDX FROM 1 BY 1
                UNTIL SEL-IDX > QUANTOS-SELECIONADOS.
            PERFORM VARRE-ARQUIVOS THRU F-VARRE-ARQUIVOS.
            PERFORM GRAVA-AUDITORIAS THRU F-GRAVA-AUDITORIAS.
            PERFORM FECHA-ARQUIVO.
            PERFORM EMITE-CERTIFICADO THRU F-EMITE-CERTIFICADO.
            PERFORM MOSTRA-TOTAIS.
            PERFORM MARCA-FIM-EXECUCAO.
            GOBACK.
       ABRO-ARQUIVO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO".
       FECHA-ARQUIVO.
           CLOSE CLIENTES.

       PEDE-MODO.
           DISPLAY "1-ANONIMIZAR INATIVOS  2-PEDIDO DO TITULAR  "
                   "0-SAIR:".
           ACCEPT MODO.

      * LE O PRAZO DE RETENCAO E CALCULA A DATA DE CORTE: O MESMO
      * DIA, TANTOS MESES ATRAS (DIA 28 NO MAXIMO, PARA VALER EM
      * QUALQUER MES); SEM O ARQUIVO O PRAZO FICA ZERADO
       CARREGA-RETENCAO.
           MOVE 0 TO MESES-RETENCAO.
           OPEN INPUT RETENCAO.
           IF ST-RETENCAO NOT > "07"
               READ RETENCAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RET_MESES NUMERIC
                           MOVE RET_MESES TO MESES-RETENCAO
                       END-IF
               END-READ
           END-IF.
           CLOSE RETENCAO.
           IF MESES-RETENCAO > 0
               COMPUTE MESES-CORTE = ANO-DO-DIA * 12 + MES-DO-DIA
                                   - 1 - MESES-RETENCAO
               DIVIDE MESES-CORTE BY 12 GIVING ANO-CORTE
                   REMAINDER MES-CORTE
               ADD 1 TO MES-CORTE
               MOVE DIA-DO-DIA TO DIA-CORTE
               IF DIA-CORTE > 28
                   MOVE 28 TO DIA-CORTE
               END-IF
               COMPUTE DATA-CORTE = ANO-CORTE * 10000
                                  + MES-CORTE * 100 + DIA-CORTE
               DISPLAY "RETENCAO DE " MESES-RETENCAO " MESES: "
                       "SEM ATIVIDADE DESDE " DATA-CORTE
           END-IF.

      * CANDIDATOS SAO OS CLIENTES COM SALDO ZERO AINDA NAO
      * ANONIMIZADOS; FICAM OS QUE NAO TEM ATIVIDADE DESDE A DATA DE
      * CORTE NO RAZAO, NA TRILHA, NO HISTORICO NEM NA SITUACAO. SE
      * UM DOS TRES NAO PODE SER LIDO ATE O FIM A ATIVIDADE FICA SEM
      * APURAR E NENHUM CANDIDATO E DADO COMO INATIVO
       SELECIONA-INATIVOS.
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
           PERFORM GUARDA-CANDIDATO
               UNTIL NAO-HA-MAIS-CLIENTES.
           IF QUANTOS-SELECIONADOS = 0
               GO TO F-SELECIONA-INATIVOS
           END-IF.
           PERFORM APURA-LANCAMENTOS THRU F-APURA-LANCAMENTOS.
           PERFORM APURA-AUDITORIA THRU F-APURA-AUDITORIA.
           PERFORM APURA-HISTORICO THRU F-APURA-HISTORICO.
           IF HOUVE-ERRO-APURACAO
               GO TO F-SELECIONA-INATIVOS
           END-IF.
           PERFORM MARCA-ELEGIVEL
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > QUANTOS-SELECIONADOS.
       F-SELECIONA-INATIVOS.
           EXIT.

       LE-PROXIMO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO FIM-CLIENTES
           END-READ.
           IF ST-FILE NOT = "00"
               MOVE "S" TO FIM-CLIENTES
           END-IF.

       GUARDA-CANDIDATO.
           IF CLI_SALDO = 0 AND CLI_NOME NOT = MSC-NOME
               IF QUANTOS-SELECIONADOS < 5000
                   ADD 1 TO QUANTOS-SELECIONADOS
                   SET SEL-IDX TO QUANTOS-SELECIONADOS
                   PERFORM MONTA-SELECIONADO
               ELSE
                   IF NOT SEM-ESPACO-NA-TABELA
                       MOVE "S" TO TABELA-CHEIA
                       DISPLAY "AVISO: TABELA DE CANDIDATOS CHEIA, OS "
                               "CLIENTES A PARTIR DE " CLI_ID
                               " FICAM PARA A PROXIMA EXECUCAO"
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-PROXIMO-CLIENTE.

       MONTA-SELECIONADO.
           INITIALIZE SEL-ITEM (SEL-IDX).
           MOVE CLI_ID TO SEL-ID (SEL-IDX).
           MOVE "N" TO SEL-ELEGIVEL (SEL-IDX).
           IF CLI_SITUACAO_DATA NUMERIC
               MOVE CLI_SITUACAO_DATA TO SEL-ULTIMA-ATIVIDADE (SEL-IDX)
           END-IF.
           IF CLI_NOME = MSC-NOME
               MOVE SPACES TO SEL-NOME (SEL-IDX)
               MOVE SPACES TO SEL-CEP (SEL-IDX)
               MOVE SPACES TO SEL-DOCUMENTO (SEL-IDX)
           ELSE
               MOVE CLI_NOME TO SEL-NOME (SEL-IDX)
               MOVE CLI_CEP TO SEL-CEP (SEL-IDX)
               MOVE CLI_DOCUMENTO TO SEL-DOCUMENTO (SEL-IDX)
               IF CLI_DOCUMENTO NOT = SPACES
                   IF CLI_DOCUMENTO(12:3) = SPACES
                       STRING "000" DELIMITED BY SIZE
                              CLI_DOCUMENTO(1:11) DELIMITED BY SIZE
                              INTO SEL-INSCRICAO (SEL-IDX)
                   ELSE
                       MOVE CLI_DOCUMENTO TO SEL-INSCRICAO (SEL-IDX)
                   END-IF
               END-IF
           END-IF.

       MARCA-ELEGIVEL.
           IF SEL-ULTIMA-ATIVIDADE (SEL-IDX) < DATA-CORTE
               MOVE "S" TO SEL-ELEGIVEL (SEL-IDX)
               ADD 1 TO QUANTOS-ANONIMIZAR
           END-IF.

      * LOCALIZA ID-PROCURADO NA TABELA DE SELECIONADOS
       PROCURA-SELECIONADO.
           MOVE "N" TO ID-ACHADO.
           IF QUANTOS-SELECIONADOS > 0
               SEARCH ALL SEL-ITEM
                   AT END
                       CONTINUE
                   WHEN SEL-ID (SEL-IDX) = ID-PROCURADO
                       MOVE "S" TO ID-ACHADO
               END-SEARCH
           END-IF.

      * GUARDA A DATA MAIS RECENTE DE ATIVIDADE DO CLIENTE ACHADO
       ATUALIZA-ATIVIDADE.
           PERFORM PROCURA-SELECIONADO.
           IF ID-ENCONTRADO
            AND DATA-ATIVIDADE > SEL-ULTIMA-ATIVIDADE (SEL-IDX)
               MOVE DATA-ATIVIDADE TO SEL-ULTIMA-ATIVIDADE (SEL-IDX)
           END-IF.

       APURA-LANCAMENTOS.
           MOVE "N" TO FIM-VARREDURA.
           MOVE "N" TO ERRO-VARREDURA.
           OPEN INPUT LANCAMENTOS.
           IF ST-LANCAMENTOS > "07"
               DISPLAY "ERROR: RAZAO DE LANCAMENTOS INDISPONIVEL "
                       "PARA APURAR A ATIVIDADE"
               MOVE "S" TO ERRO-APURACAO
               GO TO F-APURA-LANCAMENTOS
           END-IF.
           PERFORM LE-LANCAMENTO.
           PERFORM APURA-UM-LANCAMENTO
               UNTIL NAO-HA-MAIS-REGISTROS.
           IF HOUVE-ERRO-VARREDURA
               DISPLAY "ERROR LENDO O RAZAO DE LANCAMENTOS"
               MOVE "S" TO ERRO-APURACAO
           END-IF.
       F-APURA-LANCAMENTOS.
           CLOSE LANCAMENTOS.

       LE-LANCAMENTO.
           READ LANCAMENTOS
               AT END MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF ST-LANCAMENTOS > "07"
               MOVE "S" TO FIM-VARREDURA
               MOVE "S" TO ERRO-VARREDURA
           END-IF.

       APURA-UM-LANCAMENTO.
           IF LAN_CLI_ID NUMERIC
               MOVE LAN_CLI_ID TO ID-PROCURADO
               MOVE 0 TO DATA-ATIVIDADE
               IF LAN_DATA_LANCAMENTO NUMERIC
                   MOVE LAN_DATA_LANCAMENTO TO DATA-ATIVIDADE
               END-IF
               IF LAN_DATA NUMERIC AND LAN_DATA > DATA-ATIVIDADE
                   MOVE LAN_DATA TO DATA-ATIVIDADE
               END-IF
               PERFORM ATUALIZA-ATIVIDADE
           END-IF.
           PERFORM LE-LANCAMENTO.

       APURA-AUDITORIA.
           MOVE 2 TO ARQUIVO-VARRIDO.
           MOVE "N" TO FIM-VARREDURA.
           MOVE "N" TO ERRO-VARREDURA.
           OPEN INPUT AUDITORIA.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR: TRILHA DE AUDITORIA INDISPONIVEL "
                       "PARA APURAR A ATIVIDADE"
               MOVE "S" TO ERRO-APURACAO
               GO TO F-APURA-AUDITORIA
           END-IF.
           PERFORM LE-AUDITORIA.
           PERFORM APURA-UMA-TRILHA
               UNTIL NAO-HA-MAIS-REGISTROS.
           IF HOUVE-ERRO-VARREDURA
               DISPLAY "ERROR LENDO A TRILHA DE AUDITORIA"
               MOVE "S" TO ERRO-APURACAO
           END-IF.
       F-APURA-AUDITORIA.
           CLOSE AUDITORIA.

       LE-AUDITORIA.
           READ AUDITORIA
               AT END MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF ST-AUDITORIA > "07"
               MOVE "S" TO FIM-VARREDURA
               MOVE "S" TO ERRO-VARREDURA
           ELSE
               MOVE REG-AUDITORIA TO TRILHA-IMAGEM
           END-IF.

       APURA-HISTORICO.
           MOVE 3 TO ARQUIVO-VARRIDO.
           MOVE "N" TO FIM-VARREDURA.
           MOVE "N" TO ERRO-VARREDURA.
           OPEN INPUT HISTORICO.
           IF ST-HISTORICO > "07"
               DISPLAY "ERROR: HISTORICO DA AUDITORIA INDISPONIVEL "
                       "PARA APURAR A ATIVIDADE"
               MOVE "S" TO ERRO-APURACAO
               GO TO F-APURA-HISTORICO
           END-IF.
           PERFORM LE-HISTORICO.
           PERFORM APURA-UMA-TRILHA
               UNTIL NAO-HA-MAIS-REGISTROS.
           IF HOUVE-ERRO-VARREDURA
               DISPLAY "ERROR LENDO O HISTORICO DA AUDITORIA"
               MOVE "S" TO ERRO-APURACAO
           END-IF.
       F-APURA-HISTORICO.
           CLOSE HISTORICO.

       LE-HISTORICO.
           READ HISTORICO
               AT END MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF ST-HISTORICO > "07"
               MOVE "S" TO FIM-VARREDURA
               MOVE "S" TO ERRO-VARREDURA
           ELSE
               MOVE REG-HISTORICO TO TRILHA-IMAGEM
           END-IF.

      * A LEITURA DA TRILHA VIVA OU DO HISTORICO JA DEIXOU O
      * REGISTRO EM TRILHA-IMAGEM
       APURA-UMA-TRILHA.
           IF TRI-CLI-ID NUMERIC AND TRI-DATA NUMERIC
               MOVE TRI-CLI-ID TO ID-PROCURADO
               MOVE TRI-DATA TO DATA-ATIVIDADE
               PERFORM ATUALIZA-ATIVIDADE
           END-IF.
           IF ARQUIVO-VARRIDO = 3
               PERFORM LE-HISTORICO
           ELSE
               PERFORM LE-AUDITORIA
           END-IF.

      * PEDIDO DO TITULAR: UM CLI_ID, COM SALDO ZERO, SEM OLHAR O
      * PRAZO DE RETENCAO. CLIENTE JA ANONIMIZADO NO CADASTRO TEM OS
      * DEMAIS ARQUIVOS CONFERIDOS DE NOVO
       SELECIONA-TITULAR.
           DISPLAY "CLI_ID DO TITULAR:".
           MOVE 0 TO ID-TITULAR.
           ACCEPT ID-TITULAR.
           IF ID-TITULAR = 0
               GO TO F-SELECIONA-TITULAR
           END-IF.
           MOVE ID-TITULAR TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO"
                   GO TO F-SELECIONA-TITULAR
           END-READ.
           IF ST-FILE NOT = "00"
               DISPLAY "ERROR LENDO O CLIENTE"
               GO TO F-SELECIONA-TITULAR
           END-IF.
           IF CLI_SALDO NOT = 0
               MOVE CLI_SALDO TO SALDO-ZZ
               DISPLAY "ANONIMIZACAO RECUSADA, SALDO NAO ZERADO: "
                       SALDO-ZZ
               GO TO F-SELECIONA-TITULAR
           END-IF.
           IF CLI_NOME = MSC-NOME
               DISPLAY "AVISO: CLIENTE JA ANONIMIZADO NO CADASTRO, "
                       "OS DEMAIS ARQUIVOS SERAO CONFERIDOS"
           END-IF.
           MOVE 1 TO QUANTOS-SELECIONADOS.
           SET SEL-IDX TO 1.
           PERFORM MONTA-SELECIONADO.
           MOVE "S" TO SEL-ELEGIVEL (SEL-IDX).
           MOVE 1 TO QUANTOS-ANONIMIZAR.
       F-SELECIONA-TITULAR.
           EXIT.

       PEDE-CONFIRMACAO.
           MOVE QUANTOS-ANONIMIZAR TO CONTA-Z.
           DISPLAY CONTA-Z " CLIENTE(S) TERAO OS DADOS PESSOAIS "
                   "MASCARADOS DE FORMA IRREVERSIVEL".
           DISPLAY "CONFIRMA A ANONIMIZACAO (S/N):".
           MOVE "N" TO CONFIRMACAO.
           ACCEPT CONFIRMACAO.

      * MASCARA O CLIENTE SELECIONADO NO CADASTRO; O JA MASCARADO SO
      * E CONFERIDO NOS DEMAIS ARQUIVOS
       MASCARA-CADASTRO.
           IF SEL-ANONIMIZAR (SEL-IDX)
               MOVE SEL-ID (SEL-IDX) TO CLI_ID
               READ CLIENTES
                   INVALID KEY CONTINUE
               END-READ
               IF ST-FILE NOT = "00"
                   DISPLAY "ERROR LENDO O CLIENTE " SEL-ID (SEL-IDX)
                   MOVE "S" TO ARQ-ERRO (1)
               ELSE
                   IF CLI_NOME NOT = MSC-NOME
                       PERFORM MASCARA-CLIENTE
                       REWRITE REG-CLIENTES
                       IF ST-FILE > "07"
                           DISPLAY "ERROR MASCARANDO O CLIENTE "
                                   SEL-ID (SEL-IDX)
                           MOVE "S" TO ARQ-ERRO (1)
                       ELSE
                           ADD 1 TO SEL-TOCADOS (SEL-IDX, 1)
                           ADD 1 TO ARQ-TOCADOS (1)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * MASCARA OS DADOS PESSOAIS NA AREA DE REG-CLIENTES (REGISTRO
      * DO CADASTRO OU IMAGEM DO BACKUP), REFAZENDO A CHAVE DE BUSCA
      * COM O NOME MASCARADO
       MASCARA-CLIENTE.
           MOVE MSC-NOME TO CLI_NOME.
           IF CLI_DIRECAO NOT = SPACES
               MOVE MSC-NOME TO CLI_DIRECAO
           END-IF.
           IF CLI_CEP NOT = SPACES
               MOVE MSC-CEP TO CLI_CEP
           END-IF.
           IF CLI_RAZAOSOCIAL NOT = SPACES
               MOVE MSC-NOME TO CLI_RAZAOSOCIAL
           END-IF.
           IF CLI_DOCUMENTO NOT = SPACES
               MOVE MSC-DOCUMENTO TO CLI_DOCUMENTO
           END-IF.
           MOVE CLI_CATEGORIA TO CLI_CATEGORIA_BUSCA.
           MOVE CLI_NOME TO CLI_NOME_BUSCA.

      * CADA ARQUIVO SEQUENCIAL E COPIADO PARA O APOIO COM OS
      * REGISTROS DOS SELECIONADOS MASCARADOS E SO VOLTA AO LUGAR SE
      * ALGO FOI MASCARADO E A COPIA TERMINOU SEM ERRO. SE A VOLTA
      * FALHA, O ARQUIVO MASCARADO FICA NO APOIO E AS VARREDURAS
      * SEGUINTES SAO ABANDONADAS PARA NAO O SOBREPOR
       VARRE-ARQUIVOS.
           PERFORM VARRE-AUDITORIA THRU F-VARRE-AUDITORIA.
           IF HOUVE-ERRO-DEVOLUCAO
               GO TO F-VARRE-ARQUIVOS
           END-IF.
           PERFORM VARRE-HISTORICO THRU F-VARRE-HISTORICO.
           IF HOUVE-ERRO-DEVOLUCAO
               GO TO F-VARRE-ARQUIVOS
           END-IF.
           PERFORM VARRE-REJEITOS THRU F-VARRE-REJEITOS.
           IF HOUVE-ERRO-DEVOLUCAO
               GO TO F-VARRE-ARQUIVOS
           END-IF.
           PERFORM VARRE-BACKUP THRU F-VARRE-BACKUP.
           IF HOUVE-ERRO-DEVOLUCAO
               GO TO F-VARRE-ARQUIVOS
           END-IF.
           PERFORM VARRE-EXPORTACAO THRU F-VARRE-EXPORTACAO.
           IF HOUVE-ERRO-DEVOLUCAO
               GO TO F-VARRE-ARQUIVOS
           END-IF.
           PERFORM VARRE-RETORNO THRU F-VARRE-RETORNO.
       F-VARRE-ARQUIVOS.
           IF HOUVE-ERRO-DEVOLUCAO
               DISPLAY "ERROR DEVOLVENDO "
                       NOME-ARQUIVO (ARQUIVO-VARRIDO)
                       ": O ARQUIVO MASCARADO ESTA INTEGRO EM "
                       "ANONIMIZ.TMP, RECUPERE-O ANTES DE QUALQUER "
                       "OUTRA EXECUCAO E REPITA PELO PEDIDO DO "
                       "TITULAR"
               MOVE "S" TO ARQ-ERRO (ARQUIVO-VARRIDO)
           END-IF.

       INICIA-VARREDURA.
           MOVE "N" TO FIM-VARREDURA.
           MOVE "N" TO ERRO-VARREDURA.
           MOVE 0 TO MASCARADOS-NO-ARQUIVO.
           OPEN OUTPUT TEMPORARIO.

      * DEPOIS DA COPIA: ERRO DEIXA O ARQUIVO COMO ESTAVA
       ENCERRA-VARREDURA.
           IF HOUVE-ERRO-VARREDURA
               DISPLAY "ERROR NA COPIA DE " NOME-ARQUIVO
                       (ARQUIVO-VARRIDO) ", ARQUIVO MANTIDO COMO "
                       "ESTAVA"
               MOVE "S" TO ARQ-ERRO (ARQUIVO-VARRIDO)
           END-IF.

      * CONTA O REGISTRO MASCARADO NO CLIENTE ACHADO E NO ARQUIVO
       CONTA-MASCARADO.
           ADD 1 TO SEL-TOCADOS (SEL-IDX, ARQUIVO-VARRIDO).
           ADD 1 TO MASCARADOS-NO-ARQUIVO.

       GRAVA-TEMPORARIO.
           WRITE REG-TEMPORARIO.
           IF ST-TEMPORARIO > "07"
               MOVE "S" TO ERRO-VARREDURA
               MOVE "S" TO FIM-VARREDURA
           END-IF.

       LE-TEMPORARIO.
           READ TEMPORARIO
               AT END MOVE "S" TO FIM-TEMPORARIO
           END-READ.
           IF ST-TEMPORARIO > "07"
               MOVE "S" TO FIM-TEMPORARIO
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.

      * TRILHA VIVA E HISTORICO: AS IMAGENS ANTES E DEPOIS DO
      * CLIENTE SELECIONADO RECEBEM A MASCARA NOS CAMPOS PREENCHIDOS
       MASCARA-TRILHA.
           MOVE "N" TO ID-ACHADO.
           IF TRI-CLI-ID NUMERIC
               MOVE TRI-CLI-ID TO ID-PROCURADO
               PERFORM PROCURA-SELECIONADO
           END-IF.
           IF ID-ENCONTRADO AND SEL-ANONIMIZAR (SEL-IDX)
               IF TRI-A-NOME NOT = SPACES
                   MOVE MSC-NOME TO TRI-A-NOME
               END-IF
               IF TRI-A-DIRECAO NOT = SPACES
                   MOVE MSC-NOME TO TRI-A-DIRECAO
               END-IF
               IF TRI-A-CEP NOT = SPACES
                   MOVE MSC-CEP TO TRI-A-CEP
               END-IF
               IF TRI-A-RAZAOSOCIAL NOT = SPACES
                   MOVE MSC-NOME TO TRI-A-RAZAOSOCIAL
               END-IF
               IF TRI-D-NOME NOT = SPACES
                   MOVE MSC-NOME TO TRI-D-NOME
               END-IF
               IF TRI-D-DIRECAO NOT = SPACES
                   MOVE MSC-NOME TO TRI-D-DIRECAO
               END-IF
               IF TRI-D-CEP NOT = SPACES
                   MOVE MSC-CEP TO TRI-D-CEP
               END-IF
               IF TRI-D-RAZAOSOCIAL NOT = SPACES
                   MOVE MSC-NOME TO TRI-D-RAZAOSOCIAL
               END-IF
               PERFORM CONTA-MASCARADO
           END-IF.
           MOVE TRILHA-IMAGEM TO REG-TEMPORARIO.

       VARRE-AUDITORIA.
           MOVE 2 TO ARQUIVO-VARRIDO.
           PERFORM INICIA-VARREDURA.
           OPEN INPUT AUDITORIA.
           IF ST-AUDITORIA > "07" OR ST-TEMPORARIO > "07"
               MOVE "S" TO ERRO-VARREDURA
               GO TO F-VARRE-AUDITORIA
           END-IF.
           PERFORM LE-AUDITORIA.
           PERFORM COPIA-AUDITORIA
               UNTIL NAO-HA-MAIS-REGISTROS.
       F-VARRE-AUDITORIA.
           CLOSE AUDITORIA.
           CLOSE TEMPORARIO.
           PERFORM ENCERRA-VARREDURA.
           IF NOT HOUVE-ERRO-VARREDURA AND MASCARADOS-NO-ARQUIVO > 0
               PERFORM DEVOLVE-AUDITORIA
           END-IF.

       COPIA-AUDITORIA.
           PERFORM MASCARA-TRILHA.
           PERFORM GRAVA-TEMPORARIO.
           IF NOT NAO-HA-MAIS-REGISTROS
               PERFORM LE-AUDITORIA
           END-IF.

       DEVOLVE-AUDITORIA.
           MOVE "N" TO FIM-TEMPORARIO.
           OPEN INPUT TEMPORARIO.
           OPEN OUTPUT AUDITORIA.
           IF ST-TEMPORARIO > "07" OR ST-AUDITORIA > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           ELSE
               PERFORM LE-TEMPORARIO
               PERFORM DEVOLVE-UMA-AUDITORIA
                   UNTIL NAO-HA-MAIS-TEMPORARIO
           END-IF.
           CLOSE TEMPORARIO.
           CLOSE AUDITORIA.
           PERFORM SOMA-ARQUIVO.

       DEVOLVE-UMA-AUDITORIA.
           MOVE REG-TEMPORARIO TO REG-AUDITORIA.
           WRITE REG-AUDITORIA.
           IF ST-AUDITORIA > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.
           PERFORM LE-TEMPORARIO.

      * O TOTAL DO ARQUIVO SO CONTA QUANDO ELE VOLTOU MASCARADO
       SOMA-ARQUIVO.
           IF NOT HOUVE-ERRO-DEVOLUCAO
               ADD MASCARADOS-NO-ARQUIVO
                   TO ARQ-TOCADOS (ARQUIVO-VARRIDO)
           END-IF.

       VARRE-HISTORICO.
           MOVE 3 TO ARQUIVO-VARRIDO.
           PERFORM INICIA-VARREDURA.
           OPEN INPUT HISTORICO.
           IF ST-HISTORICO > "07" OR ST-TEMPORARIO > "07"
               MOVE "S" TO ERRO-VARREDURA
               GO TO F-VARRE-HISTORICO
           END-IF.
           PERFORM LE-HISTORICO.
           PERFORM COPIA-HISTORICO
               UNTIL NAO-HA-MAIS-REGISTROS.
       F-VARRE-HISTORICO.
           CLOSE HISTORICO.
           CLOSE TEMPORARIO.
           PERFORM ENCERRA-VARREDURA.
           IF NOT HOUVE-ERRO-VARREDURA AND MASCARADOS-NO-ARQUIVO > 0
               PERFORM DEVOLVE-HISTORICO
           END-IF.

       COPIA-HISTORICO.
           PERFORM MASCARA-TRILHA.
           PERFORM GRAVA-TEMPORARIO.
           IF NOT NAO-HA-MAIS-REGISTROS
               PERFORM LE-HISTORICO
           END-IF.

       DEVOLVE-HISTORICO.
           MOVE "N" TO FIM-TEMPORARIO.
           OPEN INPUT TEMPORARIO.
           OPEN OUTPUT HISTORICO.
           IF ST-TEMPORARIO > "07" OR ST-HISTORICO > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           ELSE
               PERFORM LE-TEMPORARIO
               PERFORM DEVOLVE-UM-HISTORICO
                   UNTIL NAO-HA-MAIS-TEMPORARIO
           END-IF.
           CLOSE TEMPORARIO.
           CLOSE HISTORICO.
           PERFORM SOMA-ARQUIVO.

       DEVOLVE-UM-HISTORICO.
           MOVE REG-TEMPORARIO TO REG-HISTORICO.
           WRITE REG-HISTORICO.
           IF ST-HISTORICO > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.
           PERFORM LE-TEMPORARIO.

      * REJEITADOS DA CARGA NAO TEM CLI_ID: SAO RECONHECIDOS PELO
      * CPF/CNPJ ORIGINAL DO CLIENTE OU PELO MESMO NOME E CEP
       VARRE-REJEITOS.
           MOVE 4 TO ARQUIVO-VARRIDO.
           PERFORM INICIA-VARREDURA.
           OPEN INPUT REJEITOS.
           IF ST-REJEITOS > "07" OR ST-TEMPORARIO > "07"
               MOVE "S" TO ERRO-VARREDURA
               GO TO F-VARRE-REJEITOS
           END-IF.
           PERFORM LE-REJEITO.
           PERFORM COPIA-REJEITO
               UNTIL NAO-HA-MAIS-REGISTROS.
       F-VARRE-REJEITOS.
           CLOSE REJEITOS.
           CLOSE TEMPORARIO.
           PERFORM ENCERRA-VARREDURA.
           IF NOT HOUVE-ERRO-VARREDURA AND MASCARADOS-NO-ARQUIVO > 0
               PERFORM DEVOLVE-REJEITOS
           END-IF.

       LE-REJEITO.
           READ REJEITOS
               AT END MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF ST-REJEITOS > "07"
               MOVE "S" TO FIM-VARREDURA
               MOVE "S" TO ERRO-VARREDURA
           END-IF.

       COPIA-REJEITO.
           MOVE REJ_DADOS TO REG-ENTRADA.
           MOVE "N" TO ID-ACHADO.
           SET SEL-IDX TO 1.
           SEARCH SEL-ITEM
               AT END
                   CONTINUE
               WHEN SEL-ANONIMIZAR (SEL-IDX)
                AND ((SEL-DOCUMENTO (SEL-IDX) NOT = SPACES
                      AND SEL-DOCUMENTO (SEL-IDX) = ENT_DOCUMENTO)
                  OR (SEL-NOME (SEL-IDX) NOT = SPACES
                      AND SEL-NOME (SEL-IDX) = ENT_NOME
                      AND SEL-CEP (SEL-IDX) = ENT_CEP))
                   MOVE "S" TO ID-ACHADO
           END-SEARCH.
           IF ID-ENCONTRADO
               MOVE MSC-NOME TO ENT_NOME
               IF ENT_DIRECAO NOT = SPACES
                   MOVE MSC-NOME TO ENT_DIRECAO
               END-IF
               IF ENT_CEP NOT = SPACES
                   MOVE MSC-CEP TO ENT_CEP
               END-IF
               IF ENT_RAZAOSOCIAL NOT = SPACES
                   MOVE MSC-NOME TO ENT_RAZAOSOCIAL
               END-IF
               IF ENT_DOCUMENTO NOT = SPACES
                   MOVE MSC-DOCUMENTO TO ENT_DOCUMENTO
               END-IF
               MOVE REG-ENTRADA TO REJ_DADOS
               PERFORM CONTA-MASCARADO
           END-IF.
           MOVE REG-REJEITO TO REG-TEMPORARIO.
           PERFORM GRAVA-TEMPORARIO.
           IF NOT NAO-HA-MAIS-REGISTROS
               PERFORM LE-REJEITO
           END-IF.

       DEVOLVE-REJEITOS.
           MOVE "N" TO FIM-TEMPORARIO.
           OPEN INPUT TEMPORARIO.
           OPEN OUTPUT REJEITOS.
           IF ST-TEMPORARIO > "07" OR ST-REJEITOS > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           ELSE
               PERFORM LE-TEMPORARIO
               PERFORM DEVOLVE-UM-REJEITO
                   UNTIL NAO-HA-MAIS-TEMPORARIO
           END-IF.
           CLOSE TEMPORARIO.
           CLOSE REJEITOS.
           PERFORM SOMA-ARQUIVO.

       DEVOLVE-UM-REJEITO.
           MOVE REG-TEMPORARIO TO REG-REJEITO.
           WRITE REG-REJEITO.
           IF ST-REJEITOS > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.
           PERFORM LE-TEMPORARIO.

      * BACKUP: SO OS REGISTROS "D" TRAZEM A IMAGEM DO CLIENTE, QUE
      * RECEBE A MESMA MASCARA DO CADASTRO; O TRAILER NAO MUDA, POIS
      * OS SALDOS FICAM COMO ESTAVAM
       VARRE-BACKUP.
           MOVE 5 TO ARQUIVO-VARRIDO.
           PERFORM INICIA-VARREDURA.
           OPEN INPUT BACKUP.
           IF ST-BACKUP > "07" OR ST-TEMPORARIO > "07"
               MOVE "S" TO ERRO-VARREDURA
               GO TO F-VARRE-BACKUP
           END-IF.
           PERFORM LE-BACKUP.
           PERFORM COPIA-BACKUP
               UNTIL NAO-HA-MAIS-REGISTROS.
       F-VARRE-BACKUP.
           CLOSE BACKUP.
           CLOSE TEMPORARIO.
           PERFORM ENCERRA-VARREDURA.
           IF NOT HOUVE-ERRO-VARREDURA AND MASCARADOS-NO-ARQUIVO > 0
               PERFORM DEVOLVE-BACKUP
           END-IF.

       LE-BACKUP.
           READ BACKUP
               AT END MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF ST-BACKUP > "07"
               MOVE "S" TO FIM-VARREDURA
               MOVE "S" TO ERRO-VARREDURA
           END-IF.

       COPIA-BACKUP.
           IF BCK_TIPO = "D"
               MOVE BCK_DADOS TO REG-CLIENTES
               MOVE "N" TO ID-ACHADO
               IF CLI_ID NUMERIC
                   MOVE CLI_ID TO ID-PROCURADO
                   PERFORM PROCURA-SELECIONADO
               END-IF
               IF ID-ENCONTRADO AND SEL-ANONIMIZAR (SEL-IDX)
                   PERFORM MASCARA-CLIENTE
                   MOVE REG-CLIENTES TO BCK_DADOS
                   PERFORM CONTA-MASCARADO
               END-IF
           END-IF.
           MOVE REG-BACKUP-DETALHE TO REG-TEMPORARIO.
           PERFORM GRAVA-TEMPORARIO.
           IF NOT NAO-HA-MAIS-REGISTROS
               PERFORM LE-BACKUP
           END-IF.

       DEVOLVE-BACKUP.
           MOVE "N" TO FIM-TEMPORARIO.
           OPEN INPUT TEMPORARIO.
           OPEN OUTPUT BACKUP.
           IF ST-TEMPORARIO > "07" OR ST-BACKUP > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           ELSE
               PERFORM LE-TEMPORARIO
               PERFORM DEVOLVE-UM-BACKUP
                   UNTIL NAO-HA-MAIS-TEMPORARIO
           END-IF.
           CLOSE TEMPORARIO.
           CLOSE BACKUP.
           PERFORM SOMA-ARQUIVO.

       DEVOLVE-UM-BACKUP.
           MOVE REG-TEMPORARIO TO REG-BACKUP-DETALHE.
           WRITE REG-BACKUP-DETALHE.
           IF ST-BACKUP > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.
           PERFORM LE-TEMPORARIO.

      * EXTRACAO DELIMITADA: A LINHA DE DETALHE DO CLIENTE
      * SELECIONADO E REMONTADA COM A MASCARA NOS CAMPOS PESSOAIS;
      * CABECALHO E TRAILER PASSAM COMO ESTAO
       VARRE-EXPORTACAO.
           MOVE 6 TO ARQUIVO-VARRIDO.
           PERFORM INICIA-VARREDURA.
           OPEN INPUT EXPORTACAO.
           IF ST-EXPORTACAO > "07" OR ST-TEMPORARIO > "07"
               MOVE "S" TO ERRO-VARREDURA
               GO TO F-VARRE-EXPORTACAO
           END-IF.
           PERFORM LE-EXPORTACAO.
           PERFORM COPIA-EXPORTACAO
               UNTIL NAO-HA-MAIS-REGISTROS.
       F-VARRE-EXPORTACAO.
           CLOSE EXPORTACAO.
           CLOSE TEMPORARIO.
           PERFORM ENCERRA-VARREDURA.
           IF NOT HOUVE-ERRO-VARREDURA AND MASCARADOS-NO-ARQUIVO > 0
               PERFORM DEVOLVE-EXPORTACAO
           END-IF.

       LE-EXPORTACAO.
           READ EXPORTACAO
               AT END MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF ST-EXPORTACAO > "07"
               MOVE "S" TO FIM-VARREDURA
               MOVE "S" TO ERRO-VARREDURA
           END-IF.

       COPIA-EXPORTACAO.
           MOVE "N" TO ID-ACHADO.
           IF REG-EXPORTACAO(1:8) NUMERIC
            AND REG-EXPORTACAO(9:1) = ";"
               MOVE REG-EXPORTACAO(1:8) TO ID-PROCURADO
               PERFORM PROCURA-SELECIONADO
           END-IF.
           IF ID-ENCONTRADO AND SEL-ANONIMIZAR (SEL-IDX)
               PERFORM REMONTA-LINHA
               MOVE LINHA-EXPORTACAO TO REG-EXPORTACAO
               PERFORM CONTA-MASCARADO
           END-IF.
           MOVE REG-EXPORTACAO TO REG-TEMPORARIO.
           PERFORM GRAVA-TEMPORARIO.
           IF NOT NAO-HA-MAIS-REGISTROS
               PERFORM LE-EXPORTACAO
           END-IF.

      * SEPARA OS CAMPOS DA LINHA, MASCARA OS PESSOAIS E REMONTA A
      * LINHA NO MESMO FORMATO DA EXTRACAO
       REMONTA-LINHA.
           MOVE SPACES TO EXT-NOME EXT-DIRECAO EXT-CEP EXT-CATEGORIA
                          EXT-RAZAOSOCIAL EXT-DOCUMENTO EXT-UF
                          EXT-CIDADE EXT-SALDO.
           UNSTRING REG-EXPORTACAO DELIMITED BY ";"
               INTO EXT-ID EXT-NOME EXT-DIRECAO EXT-CEP
                    EXT-CATEGORIA EXT-RAZAOSOCIAL EXT-DOCUMENTO
                    EXT-UF EXT-CIDADE EXT-SALDO
           END-UNSTRING.
           IF EXT-NOME NOT = SPACES
               MOVE MSC-NOME TO EXT-NOME
           END-IF.
           IF EXT-DIRECAO NOT = SPACES
               MOVE MSC-NOME TO EXT-DIRECAO
           END-IF.
           IF EXT-CEP NOT = SPACES
               MOVE MSC-CEP TO EXT-CEP
           END-IF.
           IF EXT-RAZAOSOCIAL NOT = SPACES
               MOVE MSC-NOME TO EXT-RAZAOSOCIAL
           END-IF.
           IF EXT-DOCUMENTO NOT = SPACES
               MOVE MSC-DOCUMENTO TO EXT-DOCUMENTO
           END-IF.
           MOVE SPACES TO LINHA-EXPORTACAO.
           MOVE 1 TO PONTEIRO.
           STRING EXT-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  INTO LINHA-EXPORTACAO
                  WITH POINTER PONTEIRO.
           MOVE EXT-NOME TO CAMPO-TEXTO.
           PERFORM ANEXA-CAMPO.
           MOVE EXT-DIRECAO TO CAMPO-TEXTO.
           PERFORM ANEXA-CAMPO.
           MOVE EXT-CEP TO CAMPO-TEXTO.
           PERFORM ANEXA-CAMPO.
           MOVE EXT-CATEGORIA TO CAMPO-TEXTO.
           PERFORM ANEXA-CAMPO.
           MOVE EXT-RAZAOSOCIAL TO CAMPO-TEXTO.
           PERFORM ANEXA-CAMPO.
           MOVE EXT-DOCUMENTO TO CAMPO-TEXTO.
           PERFORM ANEXA-CAMPO.
           MOVE EXT-UF TO CAMPO-TEXTO.
           PERFORM ANEXA-CAMPO.
           MOVE EXT-CIDADE TO CAMPO-TEXTO.
           PERFORM ANEXA-CAMPO.
           STRING EXT-SALDO DELIMITED BY SPACE
                  INTO LINHA-EXPORTACAO
                  WITH POINTER PONTEIRO.

      * ANEXA O CONTEUDO DE CAMPO-TEXTO, SEM OS BRANCOS A DIREITA,
      * SEGUIDO DO DELIMITADOR
       ANEXA-CAMPO.
           IF CAMPO-TEXTO = SPACES
               STRING ";" DELIMITED BY SIZE
                      INTO LINHA-EXPORTACAO
                      WITH POINTER PONTEIRO
           ELSE
               MOVE 80 TO TAMANHO-CAMPO
               PERFORM RECUA-TAMANHO
                   UNTIL TAMANHO-CAMPO = 1
                      OR CAMPO-TEXTO(TAMANHO-CAMPO:1) NOT = SPACE
               STRING CAMPO-TEXTO(1:TAMANHO-CAMPO) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      INTO LINHA-EXPORTACAO
                      WITH POINTER PONTEIRO
           END-IF.

       RECUA-TAMANHO.
           SUBTRACT 1 FROM TAMANHO-CAMPO.

       DEVOLVE-EXPORTACAO.
           MOVE "N" TO FIM-TEMPORARIO.
           OPEN INPUT TEMPORARIO.
           OPEN OUTPUT EXPORTACAO.
           IF ST-TEMPORARIO > "07" OR ST-EXPORTACAO > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           ELSE
               PERFORM LE-TEMPORARIO
               PERFORM DEVOLVE-UMA-EXPORTACAO
                   UNTIL NAO-HA-MAIS-TEMPORARIO
           END-IF.
           CLOSE TEMPORARIO.
           CLOSE EXPORTACAO.
           PERFORM SOMA-ARQUIVO.

       DEVOLVE-UMA-EXPORTACAO.
           MOVE REG-TEMPORARIO TO REG-EXPORTACAO.
           WRITE REG-EXPORTACAO.
           IF ST-EXPORTACAO > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.
           PERFORM LE-TEMPORARIO.

      * RELATORIO DE RETORNO: A LINHA DE EXCECAO TRAZ O CPF/CNPJ DO
      * PAGADOR DEPOIS DO MOTIVO, COMO O BANCO O INFORMA; A DO
      * CLIENTE SELECIONADO RECEBE A MASCARA NESSAS 14 POSICOES.
      * CABECALHOS E TOTAIS PASSAM COMO ESTAO
       VARRE-RETORNO.
           MOVE 7 TO ARQUIVO-VARRIDO.
           PERFORM INICIA-VARREDURA.
           OPEN INPUT RETORNO.
           IF ST-RETORNO > "07" OR ST-TEMPORARIO > "07"
               MOVE "S" TO ERRO-VARREDURA
               GO TO F-VARRE-RETORNO
           END-IF.
           PERFORM LE-RETORNO.
           PERFORM COPIA-RETORNO
               UNTIL NAO-HA-MAIS-REGISTROS.
       F-VARRE-RETORNO.
           CLOSE RETORNO.
           CLOSE TEMPORARIO.
           PERFORM ENCERRA-VARREDURA.
           IF NOT HOUVE-ERRO-VARREDURA AND MASCARADOS-NO-ARQUIVO > 0
               PERFORM DEVOLVE-RETORNO
           END-IF.

       LE-RETORNO.
           READ RETORNO
               AT END MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF ST-RETORNO > "07"
               MOVE "S" TO FIM-VARREDURA
               MOVE "S" TO ERRO-VARREDURA
           END-IF.

       COPIA-RETORNO.
           MOVE "N" TO ID-ACHADO.
           SET SEL-IDX TO 1.
           SEARCH SEL-ITEM
               AT END
                   CONTINUE
               WHEN SEL-ANONIMIZAR (SEL-IDX)
                AND SEL-INSCRICAO (SEL-IDX) NOT = SPACES
                AND SEL-INSCRICAO (SEL-IDX) = RRP-INSCRICAO
                   MOVE "S" TO ID-ACHADO
           END-SEARCH.
           IF ID-ENCONTRADO
               MOVE MSC-DOCUMENTO TO RRP-INSCRICAO
               PERFORM CONTA-MASCARADO
           END-IF.
           MOVE REG-RETORNO TO REG-TEMPORARIO.
           PERFORM GRAVA-TEMPORARIO.
           IF NOT NAO-HA-MAIS-REGISTROS
               PERFORM LE-RETORNO
           END-IF.

       DEVOLVE-RETORNO.
           MOVE "N" TO FIM-TEMPORARIO.
           OPEN INPUT TEMPORARIO.
           OPEN OUTPUT RETORNO.
           IF ST-TEMPORARIO > "07" OR ST-RETORNO > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           ELSE
               PERFORM LE-TEMPORARIO
               PERFORM DEVOLVE-UM-RETORNO
                   UNTIL NAO-HA-MAIS-TEMPORARIO
           END-IF.
           CLOSE TEMPORARIO.
           CLOSE RETORNO.
           PERFORM SOMA-ARQUIVO.

       DEVOLVE-UM-RETORNO.
           MOVE REG-TEMPORARIO TO REG-RETORNO.
           WRITE REG-RETORNO.
           IF ST-RETORNO > "07"
               MOVE "S" TO ERRO-DEVOLUCAO
           END-IF.
           PERFORM LE-TEMPORARIO.

      * UMA ALTERACAO NA TRILHA POR CLIENTE MASCARADO NO CADASTRO,
      * COM AS IMAGENS ANTES E DEPOIS JA MASCARADAS E O SALDO SEM
      * MUDANCA, PARA REGISTRAR QUEM ANONIMIZOU E QUANDO
       GRAVA-AUDITORIAS.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE AUDITORIA, "
                       "ANONIMIZACAO SEM REGISTRO NA TRILHA"
               GO TO F-GRAVA-AUDITORIAS
           END-IF.
           PERFORM GRAVA-UMA-AUDITORIA
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > QUANTOS-SELECIONADOS.
       F-GRAVA-AUDITORIAS.
           CLOSE AUDITORIA.

       GRAVA-UMA-AUDITORIA.
           IF SEL-TOCADOS (SEL-IDX, 1) > 0
               MOVE SEL-ID (SEL-IDX) TO CLI_ID
               READ CLIENTES
                   INVALID KEY CONTINUE
               END-READ
               IF ST-FILE = "00"
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       GRAVA-AUDITORIA.
           INITIALIZE REG-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "ALTERACAO" TO AUD-OPERACAO.
           MOVE CLI_ID TO AUD-CLI-ID.
           MOVE CLI_SALDO TO AUD-A-SALDO.
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
           MOVE CLI_SITUACAO TO AUD-A-SITUACAO.
           IF AUD-A-SITUACAO = SPACE
               MOVE "A" TO AUD-A-SITUACAO
           END-IF.
           MOVE AUD-A-SITUACAO TO AUD-D-SITUACAO.
           MOVE "ANONIMIZACAO LGPD" TO AUD-MOTIVO-SITUACAO.
           WRITE REG-AUDITORIA.
           IF ST-AUDITORIA > "07"
               DISPLAY "ERROR GRAVANDO A AUDITORIA DO CLIENTE " CLI_ID
           END-IF.

      * CERTIFICADO: CABECALHO DA EXECUCAO, UMA LINHA POR CLI_ID
      * ANONIMIZADO COM OS REGISTROS MASCARADOS EM CADA ARQUIVO, OS
      * TOTAIS E OS ARQUIVOS QUE FICARAM SEM MASCARA POR ERRO
       EMITE-CERTIFICADO.
           OPEN EXTEND CERTIFICADO.
           IF ST-CERTIFICADO = "35"
               OPEN OUTPUT CERTIFICADO
           END-IF.
           IF ST-CERTIFICADO > "07"
               DISPLAY "ERROR ABRINDO O CERTIFICADO DE ANONIMIZACAO"
               GO TO F-EMITE-CERTIFICADO
           END-IF.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "CERTIFICADO DE ANONIMIZACAO (LGPD) EM "
                      DELIMITED BY SIZE
                  DATA-DO-DIA DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  OPERADOR-DO-DIA DELIMITED BY SIZE
                  INTO REG-CERTIFICADO.
           PERFORM ESCREVE-CERTIFICADO.
           MOVE SPACES TO REG-CERTIFICADO.
           IF MODO-INATIVIDADE
               STRING "CLIENTES COM SALDO ZERO SEM ATIVIDADE DESDE "
                          DELIMITED BY SIZE
                      DATA-CORTE DELIMITED BY SIZE
                      " (RETENCAO DE " DELIMITED BY SIZE
                      MESES-RETENCAO DELIMITED BY SIZE
                      " MESES)" DELIMITED BY SIZE
                      INTO REG-CERTIFICADO
           ELSE
               STRING "PEDIDO DO TITULAR DO CLIENTE "
                          DELIMITED BY SIZE
                      ID-TITULAR DELIMITED BY SIZE
                      INTO REG-CERTIFICADO
           END-IF.
           PERFORM ESCREVE-CERTIFICADO.
           MOVE LINHA-TITULOS TO REG-CERTIFICADO.
           PERFORM ESCREVE-CERTIFICADO.
           PERFORM CERTIFICA-CLIENTE
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > QUANTOS-SELECIONADOS.
           MOVE SPACES TO LINHA-CERTIFICADO.
           MOVE "TOTAL" TO LCT-ROTULO.
           PERFORM MONTA-COLUNA-TOTAL
               VARYING ARQ-NUMERO FROM 1 BY 1
               UNTIL ARQ-NUMERO > 7.
           MOVE LINHA-CERTIFICADO TO REG-CERTIFICADO.
           PERFORM ESCREVE-CERTIFICADO.
           PERFORM CERTIFICA-ERRO
               VARYING ARQ-NUMERO FROM 1 BY 1
               UNTIL ARQ-NUMERO > 7.
           MOVE SPACES TO REG-CERTIFICADO.
           PERFORM ESCREVE-CERTIFICADO.
       F-EMITE-CERTIFICADO.
           CLOSE CERTIFICADO.

       ESCREVE-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           IF ST-CERTIFICADO > "07"
               DISPLAY "ERROR GRAVANDO O CERTIFICADO DE ANONIMIZACAO"
           END-IF.

       CERTIFICA-CLIENTE.
           IF SEL-ANONIMIZAR (SEL-IDX)
               MOVE SPACES TO LINHA-CERTIFICADO
               MOVE SEL-ID (SEL-IDX) TO LCT-ROTULO
               PERFORM MONTA-COLUNA-CLIENTE
                   VARYING ARQ-NUMERO FROM 1 BY 1
                   UNTIL ARQ-NUMERO > 7
               MOVE LINHA-CERTIFICADO TO REG-CERTIFICADO
               PERFORM ESCREVE-CERTIFICADO
           END-IF.

       MONTA-COLUNA-CLIENTE.
           MOVE SEL-TOCADOS (SEL-IDX, ARQ-NUMERO)
               TO LCT-QUANTIDADE (ARQ-NUMERO).

       MONTA-COLUNA-TOTAL.
           MOVE ARQ-TOCADOS (ARQ-NUMERO) TO LCT-QUANTIDADE (ARQ-NUMERO).

       CERTIFICA-ERRO.
           IF ARQ-ERRO (ARQ-NUMERO) = "S"
               MOVE SPACES TO REG-CERTIFICADO
               STRING "ATENCAO: " DELIMITED BY SIZE
                      NOME-ARQUIVO (ARQ-NUMERO) DELIMITED BY SPACE
                      " NAO FOI MASCARADO POR ERRO, REPITA PELO "
                          DELIMITED BY SIZE
                      "PEDIDO DO TITULAR" DELIMITED BY SIZE
                      INTO REG-CERTIFICADO
               PERFORM ESCREVE-CERTIFICADO
           END-IF.

       MOSTRA-TOTAIS.
           MOVE QUANTOS-ANONIMIZAR TO CONTA-Z.
           DISPLAY "CLIENTES ANONIMIZADOS ........ " CONTA-Z.
           PERFORM MOSTRA-UM-ARQUIVO
               VARYING ARQ-NUMERO FROM 1 BY 1
               UNTIL ARQ-NUMERO > 7.
           DISPLAY "CERTIFICADO GRAVADO EM ANONIMIZ.RPT".

       MOSTRA-UM-ARQUIVO.
           MOVE ARQ-TOCADOS (ARQ-NUMERO) TO CONTA-Z.
           IF ARQ-ERRO (ARQ-NUMERO) = "S"
               DISPLAY "  " NOME-ARQUIVO (ARQ-NUMERO) " " CONTA-Z
                       " REGISTROS  (COM ERRO)"
           ELSE
               DISPLAY "  " NOME-ARQUIVO (ARQ-NUMERO) " " CONTA-Z
                       " REGISTROS"
           END-IF.


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

       END PROGRAM ANONIMIZ.
