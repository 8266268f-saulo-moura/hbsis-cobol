      ******************************************************************
      * COPYBOOK.: ACERSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO ACERTO DE CONTAS DO VENDEDOR - RECOLHIDO EM CAMPO,     *
      * PENDENCIAS EM ABERTO, DEPOSITO FEITO E CHEQUE DEVOLVIDO        *
      ******************************************************************
       01  SCR-ACERTO-VENDEDOR.
           05  ACERTO-VENDEDOR-CABECALHO.
               10  VALUE "ACERTO DE CONTAS DO VENDEDOR"
                                       BLANK SCREEN    LINE 1 COL 46.
           05  ACERTO-VENDEDOR-DADOS.
               10  VALUE "CPF DO VENDEDOR:"            LINE 4 COL 10.
               10  SCR-VENDEDOR-ACE                    LINE 4 COL 40
                                       PIC 9(11)
                                       USING WS-CPF-ACERTO.
               10  VALUE "A - APURAR E ACERTAR"        LINE 16 COL 10.
               10  VALUE "D - CHEQUE DEVOLVIDO"        LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-ACERTO-VENDEDOR.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-ACE                           LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-ACE.
       01  SCR-DADOS-ACERTO.
           05  DADOS-ACERTO-CAMPOS.
               10  SCR-NOME-ACE                        LINE 5 COL 10
                                       PIC X(40)
                                       FROM VEN-NOME.
               10  VALUE "RECEBIMENTOS.:"              LINE 7 COL 10.
               10  SCR-QTD-ACE                         LINE 7 COL 26
                                       PIC ZZZZ9
                                       FROM WS-QTD-RECEBIMENTOS.
               10  VALUE "DINHEIRO.....:"              LINE 8 COL 10.
               10  SCR-DINHEIRO-ACE                    LINE 8 COL 26
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-VALOR-DINHEIRO.
               10  VALUE "CHEQUES......:"              LINE 8 COL 45.
               10  SCR-CHEQUES-ACE                     LINE 8 COL 60
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-VALOR-CHEQUES.
               10  VALUE "RECOLHIDO....:"              LINE 9 COL 10.
               10  SCR-RECOLHIDO-ACE                   LINE 9 COL 26
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-VALOR-RECOLHIDO.
               10  VALUE "PENDENCIAS...:"              LINE 10 COL 10.
               10  SCR-PENDENCIAS-ACE                  LINE 10 COL 26
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-VALOR-PENDENCIAS.
               10  VALUE "EM ABERTO:"                  LINE 10 COL 45.
               10  SCR-QTD-PEND-ACE                    LINE 10 COL 60
                                       PIC ZZZZ9
                                       FROM WS-QTD-PENDENCIAS.
               10  VALUE "TOTAL DEVIDO.:"              LINE 11 COL 10.
               10  SCR-DEVIDO-ACE                      LINE 11 COL 26
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-TOTAL-DEVIDO.
       01  SCR-DEPOSITO-ACERTO.
           05  DEPOSITO-ACERTO-CAMPOS.
               10  VALUE "VALOR DEPOSITADO:"           LINE 13 COL 10.
               10  SCR-DEPOSITADO-ACE                  LINE 13 COL 30
                                       PIC ZZZZZZZZ9,99
                                       USING WS-VALOR-DEPOSITADO.
               10  VALUE "DOCUMENTO DO DEPOSITO:"      LINE 14 COL 10.
               10  SCR-DOC-DEPOSITO-ACE                LINE 14 COL 34
                                       PIC X(20)
                                       USING WS-DOCUMENTO-DEPOSITO.
       01  SCR-CHEQUE-DEVOLVIDO.
           05  CHEQUE-DEVOLVIDO-CAMPOS.
               10  VALUE "DOCUMENTO DO TITULO:"        LINE 13 COL 10.
               10  SCR-DOCUMENTO-ACE                   LINE 13 COL 34
                                       PIC 9(09)
                                       USING WS-DOCUMENTO-CHEQUE.
               10  VALUE "PARCELA:"                    LINE 14 COL 10.
               10  SCR-PARCELA-ACE                     LINE 14 COL 34
                                       PIC 99
                                       USING WS-PARCELA-CHEQUE.
