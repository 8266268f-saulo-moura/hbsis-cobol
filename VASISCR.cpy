      ******************************************************************
      * COPYBOOK.: VASISCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DA COLETA E AJUSTE DE VASILHAMES DO CLIENTE               *
      ******************************************************************
       01  SCR-MOVIMENTAR-VASILHAME.
           05  MOVIMENTAR-VASILHAME-CABECALHO.
               10  VALUE "VASILHAMES DO CLIENTE"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  MOVIMENTAR-VASILHAME-DADOS.
               10  VALUE "CNPJ DO CLIENTE:"            LINE 5 COL 10.
               10  SCR-CNPJ-VAS                        LINE 5 COL 40
                                       PIC 9(14)
                                       USING PMV-CNPJ.
               10  SCR-NOME-VAS                        LINE 6 COL 40
                                       PIC X(40)
                                       FROM WS-NOME-CLIENTE.
               10  VALUE "PRODUTO RETORNAVEL:"         LINE 7 COL 10.
               10  SCR-PRODUTO-VAS                     LINE 7 COL 40
                                       PIC 9(07)
                                       USING PMV-PRODUTO.
               10  VALUE "MOVIMENTO (E/V/A):"          LINE 8 COL 10.
               10  SCR-TIPO-VAS                        LINE 8 COL 40
                                       PIC X(01)
                                       USING PMV-FUNCAO.
               10  VALUE "E=COLETA NA ENTREGA  V=COLETA NA VISITA"
                                                       LINE 9 COL 12.
               10  VALUE "A=AJUSTE DE CONTAGEM"        LINE 9 COL 53.
               10  VALUE "QUANTIDADE COLETADA/CONTADA:"
                                                       LINE 10 COL 10.
               10  SCR-QUANTIDADE-VAS                  LINE 10 COL 40
                                       PIC 9(07)
                                       USING PMV-QUANTIDADE.
               10  VALUE "PEDIDO OU VISITA DE ORIGEM:" LINE 11 COL 10.
               10  SCR-DOCUMENTO-VAS                   LINE 11 COL 40
                                       PIC 9(09)
                                       USING PMV-DOCUMENTO.
               10  VALUE "SALDO DO PRODUTO:"           LINE 13 COL 10.
               10  SCR-SALDO-PRO-VAS                   LINE 13 COL 40
                                       PIC -(7)9
                                       FROM PMV-SALDO-PRODUTO.
               10  VALUE "TOTAL DEVIDO PELO CLIENTE:"  LINE 14 COL 10.
               10  SCR-SALDO-CLI-VAS                   LINE 14 COL 40
                                       PIC -(7)9
                                       FROM PMV-SALDO-CLIENTE.
               10  VALUE "S - SALVAR MOVIMENTO"        LINE 16 COL 10.
               10  VALUE "C - CONSULTAR SALDO"         LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-MOVIMENTAR-VASILHAME.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-MOV-VAS                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-MOV-VAS.
