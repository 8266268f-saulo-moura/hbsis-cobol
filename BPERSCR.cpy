      ******************************************************************
      * COPYBOOK.: BPERSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DA BAIXA POR PERDA DE TITULOS DO CONTAS A RECEBER - DADOS *
      * DO TITULO, SALDO A BAIXAR, MOTIVO E REFERENCIA DA APROVACAO    *
      ******************************************************************
       01  SCR-BAIXAR-PERDA.
           05  BAIXAR-PERDA-CABECALHO.
               10  VALUE "BAIXA POR PERDA DE TITULOS A RECEBER"
                                       BLANK SCREEN    LINE 1 COL 42.
           05  BAIXAR-PERDA-DADOS.
               10  VALUE "NUMERO DO DOCUMENTO:"        LINE 5 COL 10.
               10  SCR-DOCUMENTO-PER                   LINE 5 COL 40
                                       PIC 9(09)
                                       TO REC-DOCUMENTO.
               10  VALUE "PARCELA (1 = UNICA):"         LINE 6 COL 10.
               10  SCR-PARCELA-PER                      LINE 6 COL 40
                                       PIC 99
                                       TO REC-PARCELA.
               10  VALUE "S - BAIXAR POR PERDA"        LINE 16 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 17 COL 10.
           05 ESCOLHA-BAIXAR-PERDA.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 20 COL 10.
               10  OPCAO-BAI-PER                       LINE 20 COL 35
                                       PIC X       TO WS-OPCAO-BAI-PER.
       01  SCR-DADOS-PERDA.
           05  DADOS-PERDA-CAMPOS.
               10  VALUE "PEDIDO......:"               LINE 7 COL 10.
               10  SCR-PEDIDO-PER                      LINE 7 COL 25
                                       PIC 9(09)
                                       FROM REC-NUMERO-PED.
               10  VALUE "VENDEDOR....:"               LINE 7 COL 45.
               10  SCR-VENDEDOR-PER                    LINE 7 COL 60
                                       PIC 9(11)
                                       FROM REC-CPF.
               10  VALUE "CNPJ........:"               LINE 8 COL 10.
               10  SCR-CNPJ-PER                        LINE 8 COL 25
                                       PIC 9(14)
                                       FROM REC-CNPJ.
               10  VALUE "EMISSAO.....:"               LINE 9 COL 10.
               10  SCR-EMISSAO-PER                     LINE 9 COL 25
                                       PIC 9(08)
                                       FROM REC-DATA-EMISSAO.
               10  VALUE "VENCIMENTO..:"               LINE 10 COL 10.
               10  SCR-VENCIMENTO-PER                  LINE 10 COL 25
                                       PIC 9(08)
                                       FROM REC-DATA-VENCIMENTO.
               10  VALUE "DIAS ATRASO.:"               LINE 10 COL 45.
               10  SCR-ATRASO-PER                      LINE 10 COL 60
                                       PIC ZZZZ9
                                       FROM WS-DIAS-ATRASO.
               10  VALUE "VALOR.......:"               LINE 11 COL 10.
               10  SCR-VALOR-PER                       LINE 11 COL 25
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM REC-VALOR.
               10  VALUE "JA RECEBIDO.:"               LINE 11 COL 45.
               10  SCR-PAGO-PER                        LINE 11 COL 60
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM REC-VALOR-PAGO.
               10  VALUE "SALDO A BAIXAR:"             LINE 12 COL 10.
               10  SCR-SALDO-PER                       LINE 12 COL 25
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-SALDO-TITULO.
       01  SCR-MOTIVO-PERDA.
           05  MOTIVO-PERDA-CAMPOS.
               10  VALUE "MOTIVO DA PERDA:"            LINE 21 COL 10.
               10  SCR-MOTIVO-PER                      LINE 21 COL 30
                                       PIC X(40)
                                       TO WS-MOTIVO-PERDA.
               10  VALUE "APROVACAO (ATA/PROC.):"      LINE 22 COL 10.
               10  SCR-APROVACAO-PER                   LINE 22 COL 33
                                       PIC X(20)
                                       TO WS-APROVACAO-PERDA.
