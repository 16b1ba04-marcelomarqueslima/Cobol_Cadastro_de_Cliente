      ******************************************************************
      * Layout dos pedidos de aprovacao (FD APROVACAO / 01
      * REG-APROVACAO): uma linha por alteracao de saldo/limite ou
      * fusao de duplicados acima da alcada, com o operador que pediu,
      * os valores antes e depois e o motivo. O cliente so e alterado
      * quando um supervisor, outro que nao o solicitante, aprova o
      * pedido. Compartilhado pela manutencao, pela fusao de
      * duplicados e pela aprovacao, para que nao fiquem copias
      * divergentes.
      ******************************************************************
       01  REG-APROVACAO.
           03 APR_NUMERO                 PIC 9(6).
           03 APR_DATA                   PIC 9(8).
           03 APR_HORA                   PIC 9(8).
      * A = ALTERACAO DE SALDO/LIMITE PELA MANUTENCAO
      * F = FUSAO DE DUPLICADOS (APR_CLI_ID E O SOBREVIVENTE)
           03 APR_TIPO                   PIC X.
               88 PEDIDO-ALTERACAO          VALUE "A".
               88 PEDIDO-FUSAO              VALUE "F".
           03 APR_CLI_ID                 PIC 9(8).
           03 APR_CLI_ELIMINADO          PIC 9(8).
           03 APR_SOLICITANTE            PIC X(8).
      * SALDO E LIMITE DO CLIENTE NO PEDIDO E OS PEDIDOS; NA FUSAO O
      * SALDO DEPOIS E O DO SOBREVIVENTE JA SOMADO E APR_E_SALDO E O
      * SALDO DO ELIMINADO
           03 APR_A_SALDO                PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
           03 APR_D_SALDO                PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
           03 APR_A_LIMITE               PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
           03 APR_D_LIMITE               PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
           03 APR_E_SALDO                PIC S9(8)V9(3)
                                          SIGN IS LEADING SEPARATE.
           03 APR_MOTIVO                 PIC X(30).
      * P = PENDENTE  A = APROVADO  R = REJEITADO, COM O SUPERVISOR,
      * A DATA E A OBSERVACAO DA DECISAO
           03 APR_SITUACAO               PIC X.
               88 PEDIDO-PENDENTE           VALUE "P".
               88 PEDIDO-APROVADO           VALUE "A".
               88 PEDIDO-REJEITADO          VALUE "R".
           03 APR_APROVADOR              PIC X(8).
           03 APR_DATA_DECISAO           PIC 9(8).
           03 APR_OBSERVACAO             PIC X(30).
