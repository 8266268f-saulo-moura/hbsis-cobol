      ******************************************************************
      * COPYBOOK.: REAJSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CADASTRO DE REAJUSTES DE PRECO PROGRAMADOS             *
      ******************************************************************
       01  SCR-INCLUIR-REAJUSTE.
           05  INCLUIR-REAJUSTE-CABECALHO.
               10  VALUE "REAJUSTES DE PRECO PROGRAMADOS"
                                       BLANK SCREEN    LINE 1 COL 44.
           05  INCLUIR-REAJUSTE-DADOS.
               10  VALUE "CODIGO DO REAJUSTE:"         LINE 4 COL 10.
               10  SCR-CODIGO-RJT                      LINE 4 COL 45
                                       PIC 9(05)
                                       USING RJT-CODIGO.
               10  VALUE "DESCRICAO:"                  LINE 5 COL 10.
               10  SCR-DESCRICAO-RJT                   LINE 5 COL 45
                                       PIC X(30)
                                       USING RJT-DESCRICAO.
               10  VALUE "VIGENCIA (AAAAMMDD):"        LINE 6 COL 10.
               10  SCR-VIGENCIA-RJT                    LINE 6 COL 45
                                       PIC 9(08)
                                       USING RJT-DT-VIGENCIA.
               10  VALUE "FILIAL (0=TODAS):"           LINE 7 COL 10.
               10  SCR-FILIAL-RJT                      LINE 7 COL 45
                                       PIC 9(02)
                                       USING RJT-FILIAL.
               10  VALUE "CANAL (B/M/R/A, BRANCO=TODOS):"
                                                       LINE 8 COL 10.
               10  SCR-CANAL-RJT                       LINE 8 COL 45
                                       PIC X(01)
                                       USING RJT-CANAL.
               10  VALUE "PORTE (P/M/G, BRANCO=TODOS):"
                                                       LINE 9 COL 10.
               10  SCR-PORTE-RJT                       LINE 9 COL 45
                                       PIC X(01)
                                       USING RJT-PORTE.
               10  VALUE "PRODUTO (0=TODOS):"          LINE 10 COL 10.
               10  SCR-PRODUTO-RJT                     LINE 10 COL 45
                                       PIC 9(07)
                                       USING RJT-PRODUTO.
               10  VALUE "CATEGORIA (BRANCO=TODAS):"   LINE 11 COL 10.
               10  SCR-CATEGORIA-RJT                   LINE 11 COL 45
                                       PIC X(20)
                                       USING RJT-CATEGORIA.
               10  VALUE "TIPO (P=PERCENTUAL/V=VALORES):"
                                                       LINE 12 COL 10.
               10  SCR-TIPO-RJT                        LINE 12 COL 45
                                       PIC X(01)
                                       USING RJT-TIPO.
               10  VALUE "PERCENTUAL (NEGATIVO REDUZ):"
                                                       LINE 13 COL 10.
               10  SCR-PERCENTUAL-RJT                  LINE 13 COL 45
                                       PIC -ZZ9,99
                                       USING RJT-PERCENTUAL.
               10  VALUE "NOVO PRECO DE TABELA:"       LINE 14 COL 10.
               10  SCR-TABELA-RJT                      LINE 14 COL 45
                                       PIC ZZZZZZZZ9,99
                                       USING RJT-NOVO-PRECO-TABELA.
               10  VALUE "NOVO PRECO MINIMO:"          LINE 15 COL 10.
               10  SCR-MINIMO-RJT                      LINE 15 COL 45
                                       PIC ZZZZZZZZ9,99
                                       USING RJT-NOVO-PRECO-MINIMO.
               10  VALUE "NOVO PRECO MAXIMO:"          LINE 16 COL 10.
               10  SCR-MAXIMO-RJT                      LINE 16 COL 45
                                       PIC ZZZZZZZZ9,99
                                       USING RJT-NOVO-PRECO-MAXIMO.
               10  VALUE "SITUACAO (P/A/C):"           LINE 17 COL 10.
               10  SCR-SITUACAO-RJT                    LINE 17 COL 45
                                       PIC X(01)
                                       FROM RJT-SITUACAO.
               10  VALUE "APLICADO EM:"                LINE 17 COL 50.
               10  SCR-APLICACAO-RJT                   LINE 17 COL 63
                                       PIC 9(08)
                                       FROM RJT-DT-APLICACAO.
               10  VALUE "S - SALVAR"                  LINE 18 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 18 COL 30.
               10  VALUE "E - CANCELAR"                LINE 19 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 30.
           05 ESCOLHA-INCLUIR-REAJUSTE.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-RJT                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-RJT.
