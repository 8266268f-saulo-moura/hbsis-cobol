      ******************************************************************
      * COPYBOOK.: ORCASCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CADASTRO DE ORCAMENTOS                                 *
      ******************************************************************
       01  SCR-INCLUIR-ORCAMENTO.
           05  INCLUIR-ORCAMENTO-CABECALHO.
               10  VALUE "ORCAMENTOS"
                                       BLANK SCREEN    LINE 1 COL 55.
           05  INCLUIR-ORCAMENTO-DADOS.
               10  VALUE "NUMERO (0=NOVO):"            LINE 4 COL 10.
               10  SCR-NUMERO-ORC                      LINE 4 COL 45
                                       PIC Z(08)9
                                       USING ORC-NUMERO.
               10  VALUE "CNPJ DO CLIENTE:"            LINE 5 COL 10.
               10  SCR-CNPJ-ORC                        LINE 5 COL 45
                                       PIC 9(14)
                                       USING ORC-CNPJ.
               10  VALUE "VALIDADE (AAAAMMDD, 0=PADRAO):"
                                                       LINE 6 COL 10.
               10  SCR-VALIDADE-ORC                    LINE 6 COL 45
                                       PIC 9(08)
                                       USING ORC-VALIDADE.
               10  VALUE "CONDICAO (0=PADRAO DO CLIENTE):"
                                                       LINE 7 COL 10.
               10  SCR-COND-ORC                        LINE 7 COL 45
                                       PIC Z9
                                       USING ORC-COND-PAGTO.
               10  VALUE "EMISSAO:"                    LINE 8 COL 10.
               10  SCR-DATA-ORC                        LINE 8 COL 45
                                       PIC 9(08)
                                       FROM ORC-DATA.
               10  VALUE "SITUACAO:"                   LINE 8 COL 56.
               10  SCR-SITUACAO-ORC                    LINE 8 COL 66
                                       PIC X(01)
                                       FROM ORC-SITUACAO.
               10  VALUE "VENDEDOR (CPF):"             LINE 9 COL 10.
               10  SCR-VENDEDOR-ORC                    LINE 9 COL 45
                                       PIC 9(11)
                                       FROM ORC-CPF.
               10  VALUE "PEDIDO:"                     LINE 9 COL 58.
               10  SCR-PEDIDO-ORC                      LINE 9 COL 66
                                       PIC Z(08)9
                                       FROM ORC-PEDIDO.
               10  VALUE "VALOR TOTAL:"                LINE 10 COL 10.
               10  SCR-TOTAL-ORC                       LINE 10 COL 45
                                       PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       FROM ORC-VALOR-TOTAL.
               10  VALUE "IT PRODUTO   QTD   PRECO (0=TAB)"
                                                       LINE 12 COL 10.
               10  VALUE "IT PRODUTO   QTD   PRECO (0=TAB)"
                                                       LINE 12 COL 45.
               10  VALUE "01"                          LINE 13 COL 10.
               10  SCR-PRODUTO-ORC-01                  LINE 13 COL 13
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (1).
               10  SCR-QTD-ORC-01                      LINE 13 COL 21
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (1).
               10  SCR-PRECO-ORC-01                    LINE 13 COL 27
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (1).
               10  VALUE "02"                          LINE 14 COL 10.
               10  SCR-PRODUTO-ORC-02                  LINE 14 COL 13
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (2).
               10  SCR-QTD-ORC-02                      LINE 14 COL 21
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (2).
               10  SCR-PRECO-ORC-02                    LINE 14 COL 27
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (2).
               10  VALUE "03"                          LINE 15 COL 10.
               10  SCR-PRODUTO-ORC-03                  LINE 15 COL 13
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (3).
               10  SCR-QTD-ORC-03                      LINE 15 COL 21
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (3).
               10  SCR-PRECO-ORC-03                    LINE 15 COL 27
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (3).
               10  VALUE "04"                          LINE 16 COL 10.
               10  SCR-PRODUTO-ORC-04                  LINE 16 COL 13
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (4).
               10  SCR-QTD-ORC-04                      LINE 16 COL 21
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (4).
               10  SCR-PRECO-ORC-04                    LINE 16 COL 27
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (4).
               10  VALUE "05"                          LINE 17 COL 10.
               10  SCR-PRODUTO-ORC-05                  LINE 17 COL 13
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (5).
               10  SCR-QTD-ORC-05                      LINE 17 COL 21
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (5).
               10  SCR-PRECO-ORC-05                    LINE 17 COL 27
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (5).
               10  VALUE "06"                          LINE 18 COL 10.
               10  SCR-PRODUTO-ORC-06                  LINE 18 COL 13
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (6).
               10  SCR-QTD-ORC-06                      LINE 18 COL 21
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (6).
               10  SCR-PRECO-ORC-06                    LINE 18 COL 27
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (6).
               10  VALUE "07"                          LINE 13 COL 45.
               10  SCR-PRODUTO-ORC-07                  LINE 13 COL 48
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (7).
               10  SCR-QTD-ORC-07                      LINE 13 COL 56
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (7).
               10  SCR-PRECO-ORC-07                    LINE 13 COL 62
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (7).
               10  VALUE "08"                          LINE 14 COL 45.
               10  SCR-PRODUTO-ORC-08                  LINE 14 COL 48
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (8).
               10  SCR-QTD-ORC-08                      LINE 14 COL 56
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (8).
               10  SCR-PRECO-ORC-08                    LINE 14 COL 62
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (8).
               10  VALUE "09"                          LINE 15 COL 45.
               10  SCR-PRODUTO-ORC-09                  LINE 15 COL 48
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (9).
               10  SCR-QTD-ORC-09                      LINE 15 COL 56
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (9).
               10  SCR-PRECO-ORC-09                    LINE 15 COL 62
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (9).
               10  VALUE "10"                          LINE 16 COL 45.
               10  SCR-PRODUTO-ORC-10                  LINE 16 COL 48
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (10).
               10  SCR-QTD-ORC-10                      LINE 16 COL 56
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (10).
               10  SCR-PRECO-ORC-10                    LINE 16 COL 62
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (10).
               10  VALUE "11"                          LINE 17 COL 45.
               10  SCR-PRODUTO-ORC-11                  LINE 17 COL 48
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (11).
               10  SCR-QTD-ORC-11                      LINE 17 COL 56
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (11).
               10  SCR-PRECO-ORC-11                    LINE 17 COL 62
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (11).
               10  VALUE "12"                          LINE 18 COL 45.
               10  SCR-PRODUTO-ORC-12                  LINE 18 COL 48
                                       PIC Z(06)9
                                       USING ORC-ITE-PRODUTO (12).
               10  SCR-QTD-ORC-12                      LINE 18 COL 56
                                       PIC ZZZZ9
                                       USING ORC-ITE-QUANTIDADE (12).
               10  SCR-PRECO-ORC-12                    LINE 18 COL 62
                                       PIC Z.ZZZ.ZZ9,99
                                       USING ORC-ITE-PRECO (12).
               10  VALUE "S - SALVAR"                  LINE 20 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 20 COL 30.
               10  VALUE "I - IMPRIMIR"                LINE 20 COL 50.
               10  VALUE "P - GERAR PEDIDO"            LINE 21 COL 10.
               10  VALUE "E - CANCELAR"                LINE 21 COL 30.
               10  VALUE "V - VOLTAR"                  LINE 21 COL 50.
           05 ESCOLHA-INCLUIR-ORCAMENTO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-INC-ORC                       LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-INC-ORC.
