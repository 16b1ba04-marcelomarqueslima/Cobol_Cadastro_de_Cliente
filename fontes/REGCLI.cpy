      * VALIDACAO DO CEP
           03 CLI_UF                     PIC X(2).
           03 CLI_CIDADE                 PIC X(30).
      * SITUACAO DO CLIENTE, MUDADA SO PELA MANUTENCAO, COM O MOTIVO
      * E A DATA DA ULTIMA MUDANCA; REGISTROS DE ANTES DO CAMPO TRAZEM
      * BRANCO E VALEM COMO ATIVOS. BLOQUEADO NAO RECEBE DEBITOS;
      * ENCERRADO SO COM SALDO ZERO E NAO RECEBE MAIS LANCAMENTOS
           03 CLI_SITUACAO               PIC X.
               88 CLIENTE-ATIVO             VALUES SPACE "A".
               88 CLIENTE-BLOQUEADO         VALUE "B".
               88 CLIENTE-ENCERRADO         VALUE "E".
           03 CLI_SITUACAO_MOTIVO        PIC X(30).
           03 CLI_SITUACAO_DATA          PIC 9(8).
           03 FILLER                     PIC X(144).
