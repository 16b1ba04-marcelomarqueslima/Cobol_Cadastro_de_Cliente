      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conferencia de qualidade do cadastro de CLIENTES,
      *          so de leitura: aplica a todos os registros as regras
      *          de validacao de hoje (CEP ausente, invalido ou fora
      *          das faixas de faixacep.dat, UF/cidade diferente da
      *          faixa do CEP, CPF/CNPJ em branco ou com digitos
      *          verificadores errados, o mesmo CPF/CNPJ em dois
      *          CLI_IDs, empresa sem razao social e chave de busca
      *          diferente do nome/categoria). Emite o relatorio de
      *          excecoes agrupado por regra (qualidade.rpt) e a lista
      *          de pendencias (pendqual.dat) que a manutencao percorre
      *          cliente a cliente. Clientes encerrados e anonimizados
      *          nao sao conferidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALIDAD.
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

           SELECT OPTIONAL FAIXACEP ASSIGN TO "./faixacep.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FAIXACEP.

           SELECT OPTIONAL PENDENCIAS ASSIGN TO "./pendqual.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-PENDENCIAS.

           SELECT OPTIONAL RELATORIO ASSIGN TO "./qualidade.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RELATORIO.

           SELECT CLASSIFICACAO ASSIGN TO "./qualidad.tmp".
       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES.

           COPY REGCLI.

      * CADASTRO DE FAIXAS DE CEP PARA UF/CIDADE
       FD FAIXACEP.

           COPY REGCEP.

      * LISTA DE PENDENCIAS PARA A MANUTENCAO, REFEITA A CADA
      * CONFERENCIA
       FD PENDENCIAS.

           COPY REGPQL.

      * RELATORIO DE EXCECOES, REFEITO A CADA CONFERENCIA
       FD RELATORIO.

       01  REG-RELATORIO                 PIC X(100).

      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR REGRA E CLI_ID
       SD CLASSIFICACAO.

       01  REG-CLASSIFICACAO.
           03 CLS-REGRA                  PIC 9.
           03 CLS-CLI-ID                 PIC 9(8).
           03 CLS-DETALHE                PIC X(88).

       WORKING-STORAGE SECTION.
       01  ST-FILE        PIC XX.
       01  ST-FAIXACEP    PIC XX.
       01  ST-PENDENCIAS  PIC XX.
       01  ST-RELATORIO   PIC XX.
       01  FIM-CLIENTES   PIC X       VALUE "N".
           88 NAO-HA-MAIS-CLIENTES      VALUE "S".
       01  FIM-DOCUMENTO  PIC X       VALUE "N".
           88 NAO-HA-MAIS-DOCUMENTO     VALUE "S".
       01  FIM-LISTA      PIC X       VALUE "N".
           88 NAO-HA-MAIS-LISTA         VALUE "S".
       01  PRIMEIRO-REGISTRO PIC X    VALUE "S".
           88 E-PRIMEIRO-REGISTRO       VALUE "S".
       01  RELATORIO-ABERTO PIC X     VALUE "N".
           88 HA-RELATORIO              VALUE "S".
       01  PENDENCIAS-ABERTAS PIC X   VALUE "N".
           88 HA-PENDENCIAS             VALUE "S".
       01  DATA-DO-DIA    PIC 9(8)    VALUE 0.
       01  REGRA-ANTERIOR PIC 9       VALUE 0.
       01  REGRA          PIC 9       VALUE 0.
       01  DETALHE        PIC X(88).
       01  ID-EXAMINADO   PIC 9(8)    VALUE 0.
       01  DOCUMENTO-PROCURADO PIC X(14).
       01  OUTRO-CLI-ID   PIC 9(8)    VALUE 0.
       01  OUTROS-COM-DOCUMENTO PIC 9(4) VALUE 0.
       01  CLIENTES-LIDOS PIC 9(8)    VALUE 0.
       01  CLIENTES-CONFERIDOS PIC 9(8) VALUE 0.
       01  CLIENTES-ENCERRADOS PIC 9(8) VALUE 0.
       01  CLIENTES-ANONIMIZADOS PIC 9(8) VALUE 0.
       01  CLIENTES-PENDENTES PIC 9(8) VALUE 0.
       01  EXCECOES-NA-REGRA PIC 9(8) VALUE 0.
       01  CONTA-Z        PIC Z(7)9.
       01  OUTROS-Z       PIC ZZZ9.

      * GUARDA O REGISTRO EM CONFERENCIA ENQUANTO A PROCURA DO
      * CPF/CNPJ PELA CHAVE ALTERNATIVA REESCREVE A AREA
       01  GUARDA-REGISTRO PIC X(531).

           COPY REGLGP.

      * EXCECOES POR REGRA E TITULOS DOS GRUPOS DO RELATORIO
       01  TOTAIS-REGRAS.
           03 EXCECOES-REGRA OCCURS 6 TIMES PIC 9(8).
       01  TITULOS-REGRAS.
           03 FILLER PIC X(50)
                  VALUE "CEP AUSENTE, INVALIDO OU FORA DAS FAIXAS".
           03 FILLER PIC X(50)
                  VALUE "UF/CIDADE DIFERENTE DA FAIXA DO CEP".
           03 FILLER PIC X(50)
                  VALUE "CPF/CNPJ EM BRANCO OU INVALIDO".
           03 FILLER PIC X(50)
                  VALUE "CPF/CNPJ EM MAIS DE UM CLI_ID".
           03 FILLER PIC X(50)
                  VALUE "EMPRESA SEM RAZAO SOCIAL".
           03 FILLER PIC X(50)
                  VALUE "CHAVE DE BUSCA DIFERENTE DO NOME/CATEGORIA".
       01  TABELA-TITULOS REDEFINES TITULOS-REGRAS.
           03 TITULO-REGRA OCCURS 6 TIMES PIC X(50).

       01  LINHA-EXCECAO.
           03 FILLER                     PIC X(2)  VALUE SPACES.
           03 LEX-CLI-ID                 PIC 9(8).
           03 FILLER                     PIC X(2)  VALUE SPACES.
           03 LEX-DETALHE                PIC X(88).

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
           88 DIGITOS-TODOS-IGUAIS           VALUE "S".
       01  DOCUMENTO-OK       PIC X       VALUE "S".
           88 DOCUMENTO-VALIDO               VALUE "S".

      * FAIXAS DE CEP CARREGADAS DO CADASTRO FAIXACEP.DAT NA
      * ENTRADA DO PROGRAMA
       01  FIM-FAIXACEP   PIC X       VALUE "N".
           88 NAO-HA-MAIS-FAIXACEP      VALUE "S".
       01  CEP-OK         PIC X       VALUE "S".
           88 CEP-VALIDO                VALUE "S".
       01  CEP-ACHADO     PIC X       VALUE "N".
           88 CEP-ENCONTRADO            VALUE "S".
       01  CEP-PREFIXO    PIC 9(2).
       01  UF-DA-FAIXA    PIC X(2).
       01  CIDADE-DA-FAIXA PIC X(30).
       01  QUANTAS-FAIXAS PIC 9(3)    VALUE 0.
       01  TABELA-CEP.
           03 CEP-TAB-ITEM OCCURS 200 TIMES INDEXED BY CEP-IDX.
               05 CEP-TAB-INI            PIC 9(2).
               05 CEP-TAB-FIM            PIC 9(2).
               05 CEP-TAB-UF             PIC X(2).
               05 CEP-TAB-CIDADE         PIC X(30).

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
            INITIALIZE TOTAIS-REGRAS.
            PERFORM CARREGA-FAIXAS-CEP.
            SORT CLASSIFICACAO
                ASCENDING KEY CLS-REGRA CLS-CLI-ID
                INPUT PROCEDURE IS CONFERE-CADASTRO
                    THRU F-CONFERE-CADASTRO
                OUTPUT PROCEDURE IS IMPRIME-EXCECOES
                    THRU F-IMPRIME-EXCECOES.
            PERFORM MOSTRA-TOTAIS.
            GOBACK.

      * LE TODO O CADASTRO NA ORDEM DE CLI_ID, SOLTANDO UMA EXCECAO
      * POR REGRA QUE FALHA E GRAVANDO UMA PENDENCIA POR CLIENTE
      * COM ALGUMA FALHA
       CONFERE-CADASTRO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO"
               GO TO F-CONFERE-CADASTRO
           END-IF.
           OPEN OUTPUT PENDENCIAS.
           IF ST-PENDENCIAS > "07"
               DISPLAY "ERROR ABRINDO A LISTA DE PENDENCIAS"
               GO TO F-CONFERE-CADASTRO
           END-IF.
           MOVE "S" TO PENDENCIAS-ABERTAS.
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
           PERFORM EXAMINA-CLIENTE
               UNTIL NAO-HA-MAIS-CLIENTES.
       F-CONFERE-CADASTRO.
           IF HA-PENDENCIAS
               CLOSE PENDENCIAS
           END-IF.
           CLOSE CLIENTES.

       LE-PROXIMO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO FIM-CLIENTES
           END-READ.
           IF ST-FILE NOT = "00"
               MOVE "S" TO FIM-CLIENTES
           END-IF.

      * CLIENTE ENCERRADO NAO E MAIS ALTERADO E O ANONIMIZADO NAO TEM
      * MAIS DADOS PESSOAIS: NENHUM DOS DOIS E CONFERIDO
       EXAMINA-CLIENTE.
           ADD 1 TO CLIENTES-LIDOS.
           EVALUATE TRUE
               WHEN CLI_NOME = MSC-NOME
                   ADD 1 TO CLIENTES-ANONIMIZADOS
               WHEN CLIENTE-ENCERRADO
                   ADD 1 TO CLIENTES-ENCERRADOS
               WHEN OTHER
                   PERFORM CONFERE-CLIENTE
           END-EVALUATE.
           IF NOT NAO-HA-MAIS-CLIENTES
               PERFORM LE-PROXIMO-CLIENTE
           END-IF.

       CONFERE-CLIENTE.
           ADD 1 TO CLIENTES-CONFERIDOS.
           MOVE CLI_ID TO ID-EXAMINADO.
           INITIALIZE REG-PENDENCIA.
           MOVE CLI_ID TO PEN_CLI_ID.
           MOVE DATA-DO-DIA TO PEN_DATA.
           PERFORM CONFERE-CEP.
           PERFORM CONFERE-DOCUMENTO.
           PERFORM CONFERE-EMPRESA.
           PERFORM CONFERE-CHAVE-BUSCA.
           IF CLI_DOCUMENTO NOT = SPACES
               PERFORM CONFERE-DUPLICADO
           END-IF.
           IF PEN_REGRAS NOT = SPACES
               ADD 1 TO CLIENTES-PENDENTES
               WRITE REG-PENDENCIA
               IF ST-PENDENCIAS > "07"
                   DISPLAY "ERROR GRAVANDO A PENDENCIA DO CLIENTE "
                           ID-EXAMINADO
               END-IF
           END-IF.

      * SOLTA A EXCECAO DE REGRA/DETALHE DO CLIENTE EM CONFERENCIA E
      * MARCA A REGRA NA PENDENCIA
       SOLTA-EXCECAO.
           MOVE REGRA TO CLS-REGRA.
           MOVE ID-EXAMINADO TO CLS-CLI-ID.
           MOVE DETALHE TO CLS-DETALHE.
           RELEASE REG-CLASSIFICACAO.
           ADD 1 TO EXCECOES-REGRA (REGRA).
           MOVE "S" TO PEN_REGRA (REGRA).

      * REGRAS 1 E 2: FORMATO NNNNN-NNN, PREFIXO DENTRO DE UMA FAIXA
      * DO CADASTRO E UF/CIDADE DO CLIENTE IGUAIS AS DA FAIXA; SEM
      * FAIXAS CARREGADAS O CEP SO E CONFERIDO NO FORMATO
       CONFERE-CEP.
           MOVE SPACES TO DETALHE.
           MOVE "S" TO CEP-OK.
           IF CLI_CEP(1:5) NOT NUMERIC
              OR CLI_CEP(6:1) NOT = "-"
              OR CLI_CEP(7:3) NOT NUMERIC
               MOVE "N" TO CEP-OK
           END-IF.
           IF CLI_CEP = SPACES
               MOVE "CEP EM BRANCO" TO DETALHE
           ELSE
               IF NOT CEP-VALIDO
                   STRING "CEP INVALIDO: " DELIMITED BY SIZE
                          CLI_CEP DELIMITED BY SIZE
                          INTO DETALHE
               ELSE
                   IF QUANTAS-FAIXAS > 0
                       PERFORM BUSCA-CEP-TABELA
                       IF NOT CEP-ENCONTRADO
                           STRING "CEP FORA DAS FAIXAS: "
                                      DELIMITED BY SIZE
                                  CLI_CEP DELIMITED BY SIZE
                                  INTO DETALHE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DETALHE NOT = SPACES
               MOVE 1 TO REGRA
               PERFORM SOLTA-EXCECAO
           END-IF.
           IF CEP-VALIDO AND QUANTAS-FAIXAS > 0 AND CEP-ENCONTRADO
               IF CLI_UF NOT = UF-DA-FAIXA
                OR CLI_CIDADE NOT = CIDADE-DA-FAIXA
                   MOVE SPACES TO DETALHE
                   STRING CLI_UF DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CLI_CIDADE DELIMITED BY SIZE
                          " FAIXA DO CEP: " DELIMITED BY SIZE
                          UF-DA-FAIXA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CIDADE-DA-FAIXA DELIMITED BY SIZE
                          INTO DETALHE
                   MOVE 2 TO REGRA
                   PERFORM SOLTA-EXCECAO
               END-IF
           END-IF.

      * PROCURA A FAIXA DO PREFIXO DO CEP, SEM MEXER NO REGISTRO DO
      * CLIENTE
       BUSCA-CEP-TABELA.
           MOVE "N" TO CEP-ACHADO.
           MOVE SPACES TO UF-DA-FAIXA.
           MOVE SPACES TO CIDADE-DA-FAIXA.
           MOVE CLI_CEP(1:2) TO CEP-PREFIXO.
           SET CEP-IDX TO 1.
           SEARCH CEP-TAB-ITEM
               AT END
                   CONTINUE
               WHEN CEP-TAB-UF (CEP-IDX) NOT = SPACES
                AND CEP-PREFIXO NOT < CEP-TAB-INI (CEP-IDX)
                AND CEP-PREFIXO NOT > CEP-TAB-FIM (CEP-IDX)
                   MOVE "S" TO CEP-ACHADO
                   MOVE CEP-TAB-UF (CEP-IDX) TO UF-DA-FAIXA
                   MOVE CEP-TAB-CIDADE (CEP-IDX)
                       TO CIDADE-DA-FAIXA
           END-SEARCH.

      * REGRA 3: CPF/CNPJ PREENCHIDO E COM OS DIGITOS VERIFICADORES
       CONFERE-DOCUMENTO.
           MOVE SPACES TO DETALHE.
           IF CLI_DOCUMENTO = SPACES
               MOVE "CPF/CNPJ EM BRANCO" TO DETALHE
           ELSE
               MOVE CLI_DOCUMENTO TO DOCUMENTO-EXAME
               PERFORM VALIDA-DOCUMENTO
               IF NOT DOCUMENTO-VALIDO
                   STRING "CPF/CNPJ INVALIDO: " DELIMITED BY SIZE
                          CLI_DOCUMENTO DELIMITED BY SIZE
                          INTO DETALHE
               END-IF
           END-IF.
           IF DETALHE NOT = SPACES
               MOVE 3 TO REGRA
               PERFORM SOLTA-EXCECAO
           END-IF.

      * REGRA 5: CLIENTE EMPRESA PRECISA DE RAZAO SOCIAL
       CONFERE-EMPRESA.
           IF CATEGORIA-EMPRESA AND CLI_RAZAOSOCIAL = SPACES
               MOVE "EMPRESA SEM RAZAO SOCIAL" TO DETALHE
               MOVE 5 TO REGRA
               PERFORM SOLTA-EXCECAO
           END-IF.

      * REGRA 6: A CHAVE DE BUSCA E A CATEGORIA SEGUIDA DO NOME
       CONFERE-CHAVE-BUSCA.
           IF CLI_CATEGORIA_BUSCA NOT = CLI_CATEGORIA
            OR CLI_NOME_BUSCA NOT = CLI_NOME
               MOVE SPACES TO DETALHE
               STRING "CHAVE: " DELIMITED BY SIZE
                      CLI_ALT_BUSCA DELIMITED BY SIZE
                      INTO DETALHE
               MOVE 6 TO REGRA
               PERFORM SOLTA-EXCECAO
           END-IF.

      * REGRA 4: OUTRO CLIENTE NAO ENCERRADO E NAO ANONIMIZADO COM O
      * MESMO CPF/CNPJ, PELA CHAVE ALTERNATIVA. A LEITURA PELA CHAVE
      * ALTERNATIVA PERDE A POSICAO NO CADASTRO, QUE E RETOMADA NO
      * CLI_ID SEGUINTE AO EXAMINADO
       CONFERE-DUPLICADO.
           MOVE REG-CLIENTES TO GUARDA-REGISTRO.
           MOVE CLI_DOCUMENTO TO DOCUMENTO-PROCURADO.
           MOVE 0 TO OUTRO-CLI-ID.
           MOVE 0 TO OUTROS-COM-DOCUMENTO.
           MOVE "N" TO FIM-DOCUMENTO.
           START CLIENTES KEY IS EQUAL TO CLI_DOCUMENTO
               INVALID KEY MOVE "S" TO FIM-DOCUMENTO
           END-START.
           PERFORM CONTA-MESMO-DOCUMENTO
               UNTIL NAO-HA-MAIS-DOCUMENTO.
           MOVE GUARDA-REGISTRO TO REG-CLIENTES.
           START CLIENTES KEY IS GREATER THAN ID_CLIENTE
               INVALID KEY MOVE "S" TO FIM-CLIENTES
           END-START.
           IF ST-FILE NOT = "00"
               MOVE "S" TO FIM-CLIENTES
           END-IF.
           IF OUTROS-COM-DOCUMENTO > 0
               MOVE SPACES TO DETALHE
               MOVE OUTROS-COM-DOCUMENTO TO OUTROS-Z
               STRING DOCUMENTO-PROCURADO DELIMITED BY SIZE
                      " TAMBEM NO CLI_ID " DELIMITED BY SIZE
                      OUTRO-CLI-ID DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      OUTROS-Z DELIMITED BY SIZE
                      " OUTRO(S))" DELIMITED BY SIZE
                      INTO DETALHE
               MOVE 4 TO REGRA
               PERFORM SOLTA-EXCECAO
           END-IF.

       CONTA-MESMO-DOCUMENTO.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO FIM-DOCUMENTO
           END-READ.
           IF ST-FILE > "07" OR CLI_DOCUMENTO NOT = DOCUMENTO-PROCURADO
               MOVE "S" TO FIM-DOCUMENTO
           END-IF.
           IF NOT NAO-HA-MAIS-DOCUMENTO
               IF CLI_ID NOT = ID-EXAMINADO
                AND NOT CLIENTE-ENCERRADO
                AND CLI_NOME NOT = MSC-NOME
                   ADD 1 TO OUTROS-COM-DOCUMENTO
                   IF OUTRO-CLI-ID = 0
                       MOVE CLI_ID TO OUTRO-CLI-ID
                   END-IF
               END-IF
           END-IF.

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

      * IMPRIME AS EXCECOES JA NA ORDEM DE REGRA E CLI_ID, COM QUEBRA
      * POR REGRA E UM RESUMO DE TODAS AS REGRAS NO FIM
       IMPRIME-EXCECOES.
           OPEN OUTPUT RELATORIO.
           IF ST-RELATORIO > "07"
               DISPLAY "ERROR ABRINDO O RELATORIO DE QUALIDADE"
           ELSE
               MOVE "S" TO RELATORIO-ABERTO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONFERENCIA DE QUALIDADE DO CADASTRO DE CLIENTES EM "
                      DELIMITED BY SIZE
                  DATA-DO-DIA DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.
           PERFORM RETORNA-CLASSIFICADO.
           PERFORM IMPRIME-UMA-EXCECAO
               UNTIL NAO-HA-MAIS-LISTA.
           IF NOT E-PRIMEIRO-REGISTRO
               PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.
           MOVE "RESUMO POR REGRA" TO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.
           PERFORM IMPRIME-RESUMO
               VARYING REGRA FROM 1 BY 1
               UNTIL REGRA > 6.
           MOVE CLIENTES-CONFERIDOS TO CONTA-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CLIENTES CONFERIDOS ......... " DELIMITED BY SIZE
                  CONTA-Z DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.
           MOVE CLIENTES-PENDENTES TO CONTA-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CLIENTES COM PENDENCIA ...... " DELIMITED BY SIZE
                  CONTA-Z DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.
       F-IMPRIME-EXCECOES.
           IF HA-RELATORIO
               CLOSE RELATORIO
           END-IF.

       RETORNA-CLASSIFICADO.
           RETURN CLASSIFICACAO
               AT END MOVE "S" TO FIM-LISTA
           END-RETURN.

       IMPRIME-UMA-EXCECAO.
           IF E-PRIMEIRO-REGISTRO
               MOVE "N" TO PRIMEIRO-REGISTRO
               MOVE CLS-REGRA TO REGRA-ANTERIOR
               PERFORM IMPRIME-TITULO-REGRA
           END-IF.
           IF CLS-REGRA NOT = REGRA-ANTERIOR
               PERFORM IMPRIME-SUBTOTAL
               MOVE CLS-REGRA TO REGRA-ANTERIOR
               PERFORM IMPRIME-TITULO-REGRA
           END-IF.
           MOVE CLS-CLI-ID TO LEX-CLI-ID.
           MOVE CLS-DETALHE TO LEX-DETALHE.
           MOVE LINHA-EXCECAO TO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.
           ADD 1 TO EXCECOES-NA-REGRA.
           PERFORM RETORNA-CLASSIFICADO.

       IMPRIME-TITULO-REGRA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REGRA " DELIMITED BY SIZE
                  REGRA-ANTERIOR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  TITULO-REGRA (REGRA-ANTERIOR) DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.

       IMPRIME-SUBTOTAL.
           MOVE EXCECOES-NA-REGRA TO CONTA-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  TOTAL DA REGRA ... " DELIMITED BY SIZE
                  CONTA-Z DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.
           MOVE 0 TO EXCECOES-NA-REGRA.

       IMPRIME-RESUMO.
           MOVE EXCECOES-REGRA (REGRA) TO CONTA-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  " DELIMITED BY SIZE
                  REGRA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TITULO-REGRA (REGRA) DELIMITED BY SIZE
                  CONTA-Z DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM ESCREVE-RELATORIO.

       ESCREVE-RELATORIO.
           IF HA-RELATORIO
               WRITE REG-RELATORIO
               IF ST-RELATORIO > "07"
                   DISPLAY "ERROR GRAVANDO O RELATORIO DE QUALIDADE"
               END-IF
           END-IF.

       MOSTRA-TOTAIS.
           MOVE CLIENTES-LIDOS TO CONTA-Z.
           DISPLAY "CLIENTES LIDOS .............. " CONTA-Z.
           MOVE CLIENTES-ENCERRADOS TO CONTA-Z.
           DISPLAY "ENCERRADOS, NAO CONFERIDOS .. " CONTA-Z.
           MOVE CLIENTES-ANONIMIZADOS TO CONTA-Z.
           DISPLAY "ANONIMIZADOS, NAO CONFERIDOS  " CONTA-Z.
           MOVE CLIENTES-CONFERIDOS TO CONTA-Z.
           DISPLAY "CLIENTES CONFERIDOS ......... " CONTA-Z.
           MOVE CLIENTES-PENDENTES TO CONTA-Z.
           DISPLAY "CLIENTES COM PENDENCIA ...... " CONTA-Z.
           PERFORM MOSTRA-UMA-REGRA
               VARYING REGRA FROM 1 BY 1
               UNTIL REGRA > 6.
           DISPLAY "EXCECOES EM QUALIDADE.RPT, PENDENCIAS EM "
                   "PENDQUAL.DAT".

       MOSTRA-UMA-REGRA.
           MOVE EXCECOES-REGRA (REGRA) TO CONTA-Z.
           DISPLAY "  " REGRA " " TITULO-REGRA (REGRA) CONTA-Z.


      * CARREGA O CADASTRO DE FAIXAS DE CEP PARA A MEMORIA; VAZIO
      * OU AUSENTE, O CEP SO E CONFERIDO NO FORMATO
       CARREGA-FAIXAS-CEP.
           INITIALIZE TABELA-CEP.
           OPEN INPUT FAIXACEP.
           IF ST-FAIXACEP > "07"
               DISPLAY "AVISO: CADASTRO DE FAIXAS DE CEP "
                       "INDISPONIVEL"
           ELSE
               PERFORM LE-FAIXA-CEP
               PERFORM GUARDA-FAIXA-CEP
                   UNTIL NAO-HA-MAIS-FAIXACEP
           END-IF.
           CLOSE FAIXACEP.
           IF QUANTAS-FAIXAS = 0
               DISPLAY "AVISO: SEM FAIXAS DE CEP CARREGADAS, CEP SO "
                       "CONFERIDO NO FORMATO E UF/CIDADE NAO CONFERIDAS"
           END-IF.

       LE-FAIXA-CEP.
           READ FAIXACEP
               AT END MOVE "S" TO FIM-FAIXACEP
           END-READ.
           IF ST-FAIXACEP > "07"
               MOVE "S" TO FIM-FAIXACEP
           END-IF.

       GUARDA-FAIXA-CEP.
           IF QUANTAS-FAIXAS < 200
               ADD 1 TO QUANTAS-FAIXAS
               SET CEP-IDX TO QUANTAS-FAIXAS
               MOVE FXC_PREFIXO_INI TO CEP-TAB-INI (CEP-IDX)
               MOVE FXC_PREFIXO_FIM TO CEP-TAB-FIM (CEP-IDX)
               MOVE FXC_UF TO CEP-TAB-UF (CEP-IDX)
               MOVE FXC_CIDADE TO CEP-TAB-CIDADE (CEP-IDX)
           ELSE
               DISPLAY "AVISO: TABELA DE FAIXAS DE CEP CHEIA, "
                       "LINHA IGNORADA"
           END-IF.
           PERFORM LE-FAIXA-CEP.

       END PROGRAM QUALIDAD.
