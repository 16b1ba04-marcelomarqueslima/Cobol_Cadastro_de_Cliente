      *          pela carga: depois que o operador corrige o arquivo
      *          de rejeitados, gera um novo lote de entrada so com
      *          esses registros e esvazia o arquivo de rejeitados.
      *          Devolve em RETURN-CODE o codigo de termino (0 =
      *          normal, 8 = erro de arquivo) para o lote noturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  REJEITOS-LIDOS PIC 9(8)    VALUE 0.
       01  ERRO-GRAVACAO  PIC X       VALUE "N".
           88 HOUVE-ERRO-GRAVACAO       VALUE "S".
      * CODIGO DE TERMINO DEVOLVIDO EM RETURN-CODE: 0 = NORMAL,
      * 4 = TERMINOU COM AVISOS, 8 = ERRO, 12 = EXECUCAO RECUSADA
       01  CODIGO-RETORNO PIC 9(2)    VALUE 0.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
            DISPLAY "REGISTROS REAPROVEITADOS ... " REJEITOS-LIDOS.
            DISPLAY "NOVO LOTE GRAVADO EM REENTRADA.DAT, USE-O COMO "
                    "ENTRADA DA PROXIMA CARGA".
            MOVE CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
       ABRE-REJEITOS.
           OPEN INPUT REJEITOS.
           IF ST-REJEITOS > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE REJEITADOS"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-REJEITOS.
           CLOSE REJEITOS.
       ABRE-REENTRADA.
           OPEN OUTPUT REENTRADA.
           IF ST-REENTRADA > "07"
               DISPLAY "ERROR ABRINDO O ARQUIVO DE REENTRADA"
               MOVE 8 TO CODIGO-RETORNO.
       FECHA-REENTRADA.
           CLOSE REENTRADA.
       LE-REJEITO.
           READ REJEITOS
               AT END MOVE "S" TO FIM-REJEITOS
           END-READ.
           IF ST-REJEITOS > "07"
               MOVE "S" TO FIM-REJEITOS
           END-IF.

       REGERA-ENTRADA.
           MOVE REJ_DADOS TO REG-ENTRADA.
           IF ST-REENTRADA > "07"
               DISPLAY "ERROR GRAVANDO O ARQUIVO DE REENTRADA"
               MOVE "S" TO ERRO-GRAVACAO
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               ADD 1 TO REJEITOS-LIDOS
           END-IF.
