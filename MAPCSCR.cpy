      ******************************************************************
      * COPYBOOK.: MAPCSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO MAPA CONTABIL DOS LANCAMENTOS DE VENDAS                *
      ******************************************************************
       01  SCR-INCLUIR-MAPA.
           05  INCLUIR-MAPA-CABECALHO.
               10  VALUE "MAPA CONTABIL"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  INCLUIR-MAPA-DADOS.
               10  VALUE "FILIAL (00 = QUALQUER):"     LINE 5 COL 10.
               10  SCR-FILIAL-MPC                      LINE 5 COL 45
                                       PIC 99
                                       USING MPC-FILIAL.
               10  VALUE "CANAL (B/M/R/A):"            LINE 6 COL 10.
               10  SCR-CANAL-MPC                       LINE 6 COL 45
                                       PIC X(01)
                                       USING MPC-CANAL.
               10  VALUE "(BRANCO = QUALQUER)"         LINE 6 COL 50.
               10  VALUE "EVENTO:"                     LINE 7 COL 10.
               10  SCR-EVENTO-MPC                      LINE 7 COL 45
                                       PIC X(02)
                                       USING MPC-EVENTO.
               10  VALUE "VD BT IC ST IP RC JM DS DV CD CP CA CU CM"
                                                       LINE 8 COL 10.
               10  VALUE "CONTA A DEBITO:"             LINE 10 COL 10.
               10  SCR-DEBITO-MPC                      LINE 10 COL 45
                                       PIC X(20)
                                       USING MPC-CONTA-DEBITO.
               10  VALUE "CONTA A CREDITO:"            LINE 11 COL 10.
               10  SCR-CREDITO-MPC                     LINE 11 COL 45
                                       PIC X(20)
                                       USING MPC-CONTA-CREDITO.
               10  VALUE "HISTORICO PADRAO:"           LINE 12 COL 10.
               10  SCR-HISTORICO-MPC                   LINE 12 COL 45
                                       PIC X(30)
                                       USING MPC-HISTORICO.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 10.
               10  VALUE "E - EXCLUIR"                 LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 10.
           05 ESCOLHA-INCLUIR-MAPA.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-MPC                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-MPC.
