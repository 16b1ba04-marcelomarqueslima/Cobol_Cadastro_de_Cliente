               WHEN "19"  MOVE "RODADAS"  TO PROGRAMA-ESCOLHIDO
               WHEN "20"  MOVE "CARGACEP" TO PROGRAMA-ESCOLHIDO
               WHEN "21"  MOVE "FECHADIA" TO PROGRAMA-ESCOLHIDO
               WHEN "22"  MOVE "ESTORNO"  TO PROGRAMA-ESCOLHIDO
               WHEN "23"  MOVE "ATRASO"   TO PROGRAMA-ESCOLHIDO
               WHEN "24"  MOVE "NOTURNO"  TO PROGRAMA-ESCOLHIDO
               WHEN "25"  MOVE "FERIADOS" TO PROGRAMA-ESCOLHIDO
               WHEN "26"  MOVE "RETBANCO" TO PROGRAMA-ESCOLHIDO
               WHEN "27"  MOVE "APROVA"   TO PROGRAMA-ESCOLHIDO
               WHEN "28"  MOVE "ANONIMIZ" TO PROGRAMA-ESCOLHIDO
               WHEN "29"  MOVE "QUALIDAD" TO PROGRAMA-ESCOLHIDO
               WHEN "0 "  MOVE "S" TO FIM-MENU
               WHEN "  "  MOVE "S" TO FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   MOVE SPACES TO PROGRAMA-ESCOLHIDO
           END-EVALUATE.
      * RECARGA, FUSAO DE DUPLICADOS, CADASTRO DE OPERADORES, CARGA
      * DE FAIXAS DE CEP, CALENDARIO DE FERIADOS, APROVACAO DE
      * PEDIDOS E ANONIMIZACAO SO PARA SUPERVISORES
           IF (PROGRAMA-ESCOLHIDO = "RECARGA"
                OR PROGRAMA-ESCOLHIDO = "DUPLICA"
                OR PROGRAMA-ESCOLHIDO = "CADOPER"
                OR PROGRAMA-ESCOLHIDO = "CARGACEP"
                OR PROGRAMA-ESCOLHIDO = "FERIADOS"
                OR PROGRAMA-ESCOLHIDO = "APROVA"
                OR PROGRAMA-ESCOLHIDO = "ANONIMIZ")
              AND NIVEL-DA-SESSAO < 2
               DISPLAY "OPCAO RESTRITA A SUPERVISORES"
               MOVE SPACES TO PROGRAMA-ESCOLHIDO
           DISPLAY "19-RODADAS EM EXECUCAO"      LINE 7 COL 45.
           DISPLAY "20-CARGA DE FAIXAS DE CEP"   LINE 8 COL 45.
           DISPLAY "21-FECHAMENTO DO DIA"        LINE 9 COL 45.
           DISPLAY "22-ESTORNO DE LANCAMENTO"    LINE 10 COL 45.
           DISPLAY "23-ATRASOS E COBRANCA"       LINE 11 COL 45.
           DISPLAY "24-LOTE NOTURNO"             LINE 12 COL 45.
           DISPLAY "25-CALENDARIO DE FERIADOS"   LINE 13 COL 45.
           DISPLAY "26-RETORNO DA COBRANCA"      LINE 14 COL 45.
           DISPLAY "27-APROVACAO DE PEDIDOS"     LINE 15 COL 45.
           DISPLAY "28-ANONIMIZACAO (LGPD)"      LINE 16 COL 45.
           DISPLAY "29-QUALIDADE DO CADASTRO"    LINE 17 COL 45.
           DISPLAY " 0-SAIR"                     LINE 18 COL 5.
           DISPLAY "OPCAO:" LINE 20 COL 30.

