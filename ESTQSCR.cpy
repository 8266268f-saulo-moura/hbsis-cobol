      ******************************************************************
      * COPYBOOK.: ESTQSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DA MOVIMENTACAO DE ESTOQUE (ENTRADA E INVENTARIO)         *
      ******************************************************************
       01  SCR-MOVIMENTAR-ESTOQUE.
           05  MOVIMENTAR-ESTOQUE-CABECALHO.
               10  VALUE "ESTOQUE POR FILIAL"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  MOVIMENTAR-ESTOQUE-DADOS.
               10  VALUE "FILIAL:"                     LINE 5 COL 10.
               10  SCR-FILIAL-EST                      LINE 5 COL 40
                                       PIC 9(02)
                                       USING PME-FILIAL.
               10  VALUE "CODIGO DO PRODUTO:"          LINE 6 COL 10.
               10  SCR-PRODUTO-EST                     LINE 6 COL 40
                                       PIC 9(07)
                                       USING PME-PRODUTO.
               10  VALUE "MOVIMENTO (E=ENTRADA A=INVENT.):"
                                                       LINE 7 COL 10.
               10  SCR-TIPO-EST                        LINE 7 COL 44
                                       PIC X(01)
                                       USING PME-FUNCAO.
               10  VALUE "QUANTIDADE:"                 LINE 8 COL 10.
               10  SCR-QUANTIDADE-EST                  LINE 8 COL 40
                                       PIC 9(07)
                                       USING PME-QUANTIDADE.
               10  VALUE "DOCUMENTO DE ENTRADA:"       LINE 9 COL 10.
               10  SCR-DOCUMENTO-EST                   LINE 9 COL 40
                                       PIC 9(09)
                                       USING PME-DOCUMENTO.
               10  VALUE "SALDO FISICO:"               LINE 11 COL 10.
               10  SCR-FISICO-EST                      LINE 11 COL 40
                                       PIC -(7)9
                                       FROM PME-QTD-FISICA.
               10  VALUE "RESERVADO EM PEDIDOS:"       LINE 12 COL 10.
               10  SCR-RESERVADO-EST                   LINE 12 COL 40
                                       PIC -(7)9
                                       FROM PME-QTD-RESERVADA.
               10  VALUE "DISPONIVEL PARA VENDA:"      LINE 13 COL 10.
               10  SCR-DISPONIVEL-EST                  LINE 13 COL 40
                                       PIC -(7)9
                                       FROM PME-QTD-DISPONIVEL.
               10  VALUE "S - SALVAR MOVIMENTO"        LINE 16 COL 10.
               10  VALUE "C - CONSULTAR SALDO"         LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-MOVIMENTAR-ESTOQUE.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-MOV-EST                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-MOV-EST.
