      * Layout do registro de auditoria (FD AUDITORIA / 01
      * REG-AUDITORIA). Um registro por WRITE/REWRITE/DELETE em
      * CLIENTES, com a imagem do registro antes e depois da operacao.
      * A situacao do cliente vem no fim do registro e so e informada
      * pela manutencao; em branco, a operacao nao mexeu na situacao.
      * Os dois registros de uma transferencia entre clientes trazem
      * no vinculo o outro cliente, o lote e o documento em comum.
      ******************************************************************
       01  REG-AUDITORIA.
           03 AUD-DATA-HORA.
               05 AUD-D-RAZAOSOCIAL      PIC X(60).
      * OPERADOR ASSINADO NO MENU QUANDO A OPERACAO FOI GRAVADA
           03 AUD-OPERADOR               PIC X(8).
      * SITUACAO ANTES E DEPOIS (A/B/E) E O MOTIVO DA MUDANCA
           03 AUD-SITUACAO.
               05 AUD-A-SITUACAO         PIC X.
               05 AUD-D-SITUACAO         PIC X.
               05 AUD-MOTIVO-SITUACAO    PIC X(30).
      * VINCULO DA TRANSFERENCIA: O = REGISTRO DA ORIGEM (DEBITADA),
      * COM O CLI_ID DO DESTINO; D = REGISTRO DO DESTINO (CREDITADO),
      * COM O CLI_ID DA ORIGEM; EM BRANCO NAS DEMAIS OPERACOES
           03 AUD-VINCULO.
               05 AUD-VIN-TIPO           PIC X.
                   88 AUD-TRANSF-ORIGEM     VALUE "O".
                   88 AUD-TRANSF-DESTINO    VALUE "D".
               05 AUD-VIN-CLI-ID         PIC 9(8).
               05 AUD-VIN-LOTE           PIC 9(6).
               05 AUD-VIN-DOCUMENTO      PIC X(10).
