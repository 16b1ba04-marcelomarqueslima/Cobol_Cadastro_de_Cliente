      * Date:
      * Purpose: Relatorio de saldos por categoria, com quebra de
      *          controle e total geral, lendo CLIENTES pela ordem
      *          de CLI_ALT_BUSCA (categoria + nome). Clientes
      *          encerrados ficam fora, a nao ser quando pedidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 UFS-ENCERRADAS               VALUE "S".
       01  UF-EXAME         PIC X(2).
       01  CONTA-Z          PIC Z(7)9.
       01  INCLUI-ENCERRADOS PIC X       VALUE "N".
           88 COM-ENCERRADOS               VALUE "S".

      * CONTAGEM DE CLIENTES POR UF RESOLVIDA DO CEP
       01  TABELA-UF.
       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            INITIALIZE TABELA-UF.
            PERFORM PEDE-ENCERRADOS.
            PERFORM ABRO-ARQUIVO.
            PERFORM RELATORIO-SALDOS THRU F-RELATORIO-SALDOS.
            PERFORM MOSTRA-UFS THRU F-MOSTRA-UFS.
            PERFORM FECHA-ARQUIVO.
            GOBACK.
       PEDE-ENCERRADOS.
           DISPLAY "INCLUIR CLIENTES ENCERRADOS (S/N):".
           ACCEPT INCLUI-ENCERRADOS.

       ABRO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
           END-IF.

       ACUMULA-CLIENTE.
           IF CLIENTE-ENCERRADO AND NOT COM-ENCERRADOS
               GO TO P-ACUMULA-CLIENTE
           END-IF.
           IF E-PRIMEIRO-REGISTRO
               MOVE "N" TO PRIMEIRO-REGISTRO
               MOVE CLI_CATEGORIA TO CATEGORIA-ANTERIOR
           ADD CLI_SALDO TO TOTAL-CATEGORIA.
           ADD CLI_SALDO TO TOTAL-GERAL.
           PERFORM ACUMULA-UF.
       P-ACUMULA-CLIENTE.
           PERFORM LE-PROXIMO-CLIENTE.
       F-ACUMULA-CLIENTE.
           EXIT.
