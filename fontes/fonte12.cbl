      *          delimitado por ponto e virgula, com cabecalho e
      *          trailer carregando a data de geracao e a quantidade
      *          de registros, saldo com ponto decimal explicito e
      *          filtro opcional por categoria. Clientes encerrados
      *          ficam fora, a nao ser quando pedidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  FIM-CLIENTES     PIC X       VALUE "N".
           88 NAO-HA-MAIS-CLIENTES       VALUE "S".
       01  CATEGORIA-FILTRO PIC X       VALUE SPACE.
       01  INCLUI-ENCERRADOS PIC X      VALUE "N".
           88 COM-ENCERRADOS              VALUE "S".
       01  DATA-GERACAO     PIC 9(8)    VALUE 0.
       01  EXPORTADOS       PIC 9(8)    VALUE 0.
       01  CONTA-Z          PIC Z(7)9.
       PEDE-CATEGORIA.
           DISPLAY "CATEGORIA A EXPORTAR (BRANCO = TODAS):".
           ACCEPT CATEGORIA-FILTRO.
           DISPLAY "INCLUIR CLIENTES ENCERRADOS (S/N):".
           ACCEPT INCLUI-ENCERRADOS.

       ABRO-ARQUIVO.
           OPEN INPUT CLIENTES.
           END-IF.

       EXPORTA-UM-CLIENTE.
           IF (CATEGORIA-FILTRO = SPACE
               OR CLI_CATEGORIA = CATEGORIA-FILTRO)
              AND (COM-ENCERRADOS OR NOT CLIENTE-ENCERRADO)
               PERFORM MONTA-LINHA
               MOVE LINHA-EXPORTACAO TO REG-EXPORTACAO
               WRITE REG-EXPORTACAO
