      ******************************************************************
      * COPYBOOK.: CAMPSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CADASTRO DE CAMPANHAS PROMOCIONAIS                     *
      ******************************************************************
       01  SCR-INCLUIR-CAMPANHA.
           05  INCLUIR-CAMPANHA-CABECALHO.
               10  VALUE "CAMPANHAS PROMOCIONAIS"
                                       BLANK SCREEN    LINE 1 COL 48.
           05  INCLUIR-CAMPANHA-DADOS.
               10  VALUE "CODIGO DA CAMPANHA:"         LINE 4 COL 10.
               10  SCR-CODIGO-CMP                      LINE 4 COL 45
                                       PIC 9(05)
                                       USING CMP-CODIGO.
               10  VALUE "DESCRICAO:"                  LINE 5 COL 10.
               10  SCR-DESCRICAO-CMP                   LINE 5 COL 45
                                       PIC X(30)
                                       USING CMP-DESCRICAO.
               10  VALUE "PRODUTO:"                    LINE 6 COL 10.
               10  SCR-PRODUTO-CMP                     LINE 6 COL 45
                                       PIC 9(07)
                                       USING CMP-PRODUTO.
               10  VALUE "PRECO PROMOCIONAL:"          LINE 7 COL 10.
               10  SCR-PRECO-CMP                       LINE 7 COL 45
                                       PIC ZZZZZZZZ9,99
                                       USING CMP-PRECO-PROMOCIONAL.
               10  VALUE "OU % DE DESCONTO NA TABELA:" LINE 8 COL 10.
               10  SCR-DESCONTO-CMP                    LINE 8 COL 45
                                       PIC Z9,99
                                       USING CMP-PCT-DESCONTO.
               10  VALUE "FILIAL (0=TODAS):"           LINE 9 COL 10.
               10  SCR-FILIAL-CMP                      LINE 9 COL 45
                                       PIC 9(02)
                                       USING CMP-FILIAL.
               10  VALUE "CANAL (B/M/R/A, BRANCO=TODOS):"
                                                       LINE 10 COL 10.
               10  SCR-CANAL-CMP                       LINE 10 COL 45
                                       PIC X(01)
                                       USING CMP-CANAL.
               10  VALUE "PORTE (P/M/G, BRANCO=TODOS):"
                                                       LINE 11 COL 10.
               10  SCR-PORTE-CMP                       LINE 11 COL 45
                                       PIC X(01)
                                       USING CMP-PORTE.
               10  VALUE "REDE (0=TODAS):"             LINE 12 COL 10.
               10  SCR-REDE-CMP                        LINE 12 COL 45
                                       PIC 9(05)
                                       USING CMP-REDE.
               10  VALUE "INICIO (AAAAMMDD):"          LINE 13 COL 10.
               10  SCR-INICIO-CMP                      LINE 13 COL 45
                                       PIC 9(08)
                                       USING CMP-DT-INICIO.
               10  VALUE "FIM (AAAAMMDD):"             LINE 14 COL 10.
               10  SCR-FIM-CMP                         LINE 14 COL 45
                                       PIC 9(08)
                                       USING CMP-DT-FIM.
               10  VALUE "TETO DE VOLUME (0=SEM TETO):"
                                                       LINE 15 COL 10.
               10  SCR-TETO-CMP                        LINE 15 COL 45
                                       PIC 9(07)
                                       USING CMP-VOLUME-MAXIMO.
               10  VALUE "VOLUME JA VENDIDO:"          LINE 16 COL 10.
               10  SCR-VENDIDO-CMP                     LINE 16 COL 45
                                       PIC 9(07)
                                       FROM CMP-VOLUME-VENDIDO.
               10  VALUE "SITUACAO (A/I):"             LINE 17 COL 10.
               10  SCR-SITUACAO-CMP                    LINE 17 COL 45
                                       PIC X(01)
                                       USING CMP-SITUACAO.
               10  VALUE "S - SALVAR"                  LINE 18 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 18 COL 30.
               10  VALUE "E - EXCLUIR"                 LINE 19 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 30.
           05 ESCOLHA-INCLUIR-CAMPANHA.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-CMP                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-CMP.
