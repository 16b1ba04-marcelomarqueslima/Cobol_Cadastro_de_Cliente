      ******************************************************************
      * Layout do registro do razao de lancamentos (FD LANCAMENTOS /
      * 01 REG-LANCAMENTO): uma linha por movimento lancado em
      * CLI_SALDO, com o lote em que foi lancado, o documento, a data
      * e o tipo do movimento, o valor e o operador. Acrescentado pelo
      * lancamento diario e pelo estorno, e reescrito somente pelo
      * estorno para marcar o lancamento original como estornado.
      * SITUACAO: BRANCO = LANCAMENTO NORMAL
      *           E = LANCAMENTO ESTORNADO (NAO PODE SER ESTORNADO
      *               OUTRA VEZ)
      *           R = LANCAMENTO DE ESTORNO, COM O MESMO LOTE E
      *               DOCUMENTO DO ORIGINAL E O TIPO INVERTIDO
      * A transferencia entre clientes gera dois lancamentos no mesmo
      * lote e documento, o debito na origem e o credito no destino,
      * cada um com o CLI_ID do outro lado em LAN_CONTRAPARTIDA.
      * Compartilhado pelo lancamento diario e pelo estorno, para que
      * nao fiquem copias divergentes.
      ******************************************************************
       01  REG-LANCAMENTO.
           03 LAN_LOTE                   PIC 9(6).
           03 LAN_DOCUMENTO              PIC X(10).
           03 LAN_CLI_ID                 PIC 9(8).
           03 LAN_DATA                   PIC 9(8).
           03 LAN_TIPO                   PIC X.
               88 LANCAMENTO-DEBITO         VALUE "D".
               88 LANCAMENTO-CREDITO        VALUE "C".
           03 LAN_VALOR                  PIC 9(8)V9(3).
           03 LAN_DATA_LANCAMENTO        PIC 9(8).
           03 LAN_HORA_LANCAMENTO        PIC 9(8).
           03 LAN_OPERADOR               PIC X(8).
           03 LAN_SITUACAO               PIC X.
               88 LANCAMENTO-NORMAL         VALUE SPACE.
               88 LANCAMENTO-ESTORNADO      VALUE "E".
               88 LANCAMENTO-DE-ESTORNO     VALUE "R".
      * DATA EM QUE O ORIGINAL FOI ESTORNADO (SO NA SITUACAO E)
           03 LAN_DATA_ESTORNO           PIC 9(8).
      * CLI_ID DO OUTRO LADO DE UMA TRANSFERENCIA (ZERO OU BRANCO NOS
      * DEMAIS LANCAMENTOS)
           03 LAN_CONTRAPARTIDA          PIC 9(8).
           03 FILLER                     PIC X(22).
