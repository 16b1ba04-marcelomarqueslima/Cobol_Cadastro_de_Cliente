      *          gravados (ambos so recebem EXTEND e o historico
      *          precede a trilha viva no tempo), monta o estado
      *          final esperado de cada CLI_ID e compara com o arquivo
      *          real, apontando saldos, campos e situacao
      *          divergentes, clientes
      *          sem INCLUSAO na trilha, esperados ausentes e
      *          excluidos que ainda existem.
      * Tectonics: cobc
      * LAYOUT DA TRILHA VIVA E ANTERIOR A ELA NO TEMPO
       FD HISTORICO.

       01  REG-HISTAUD                   PIC X(544).

       WORKING-STORAGE SECTION.
       01  ST-FILE        PIC XX.
           88 ESPERADOS-ENCERRADOS      VALUE "S".
       01  SALDO-ZZ       PIC ------9,99.
       01  CONTA-Z        PIC Z(7)9.
      * SITUACOES COMPARADAS COM BRANCO VALENDO COMO ATIVO
       01  SITUACAO-REAL      PIC X.
       01  SITUACAO-ESPERADA  PIC X.
      * IMAGEM DO REGISTRO DE TRILHA EM EXAME, COMUM AO HISTORICO E
      * A TRILHA VIVA (MESMO LAYOUT DE REG-AUDITORIA)
       01  TRILHA-IMAGEM.
               05 TRI-D-CEP              PIC X(10).
               05 TRI-D-CATEGORIA        PIC X.
               05 TRI-D-RAZAOSOCIAL      PIC X(60).
           03 TRI-OPERADOR               PIC X(8).
           03 TRI-A-SITUACAO             PIC X.
           03 TRI-D-SITUACAO             PIC X.
           03 TRI-MOTIVO-SITUACAO        PIC X(30).

       01  DIVERGENCIAS       PIC 9(8) VALUE 0.
       01  ESPERADOS-AUSENTES PIC 9(8) VALUE 0.
               05 EXP-CEP                PIC X(10).
               05 EXP-CATEGORIA          PIC X.
               05 EXP-RAZAOSOCIAL        PIC X(60).
               05 EXP-SITUACAO           PIC X.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
           MOVE TRI-D-CEP         TO EXP-CEP (EXP-IDX).
           MOVE TRI-D-CATEGORIA   TO EXP-CATEGORIA (EXP-IDX).
           MOVE TRI-D-RAZAOSOCIAL TO EXP-RAZAOSOCIAL (EXP-IDX).
      * SO A MANUTENCAO INFORMA A SITUACAO; EM BRANCO A OPERACAO NAO
      * MEXEU NELA E VALE A ULTIMA CONHECIDA
           IF TRI-D-SITUACAO NOT = SPACE
               MOVE TRI-D-SITUACAO TO EXP-SITUACAO (EXP-IDX)
           END-IF.

      * COMPARA CADA CLIENTE ESPERADO PELA TRILHA COM O ARQUIVO REAL
       CONFERE-ESPERADOS.
               DISPLAY "DIVERGENCIA: CLIENTE " CLI_ID " RAZAO SOCIAL "
                       "DIFERE DO ESPERADO PELA TRILHA"
           END-IF.
           MOVE CLI_SITUACAO TO SITUACAO-REAL.
           IF SITUACAO-REAL = SPACE
               MOVE "A" TO SITUACAO-REAL
           END-IF.
           MOVE EXP-SITUACAO (EXP-IDX) TO SITUACAO-ESPERADA.
           IF SITUACAO-ESPERADA = SPACE
               MOVE "A" TO SITUACAO-ESPERADA
           END-IF.
           IF SITUACAO-REAL NOT = SITUACAO-ESPERADA
               MOVE "S" TO TEM-DIVERGENCIA
               DISPLAY "DIVERGENCIA: CLIENTE " CLI_ID " SITUACAO "
                       SITUACAO-REAL " DIFERE DA ESPERADA PELA "
                       "TRILHA " SITUACAO-ESPERADA
           END-IF.
           IF CLIENTE-DIVERGENTE
               ADD 1 TO DIVERGENCIAS
           END-IF.
