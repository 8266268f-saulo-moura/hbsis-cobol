      ******************************************************************
      * COPYBOOK.: CONCSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CADASTRO DE CONCURSOS DE VENDAS                        *
      ******************************************************************
       01  SCR-INCLUIR-CONCURSO.
           05  INCLUIR-CONCURSO-CABECALHO.
               10  VALUE "CONCURSOS DE VENDAS"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  INCLUIR-CONCURSO-DADOS.
               10  VALUE "CODIGO DO CONCURSO:"         LINE 3 COL 10.
               10  SCR-CODIGO-CNC                      LINE 3 COL 35
                                       PIC 9(05)
                                       USING CNC-CODIGO.
               10  VALUE "DESCRICAO:"                  LINE 4 COL 10.
               10  SCR-DESCRICAO-CNC                   LINE 4 COL 35
                                       PIC X(40)
                                       USING CNC-DESCRICAO.
               10  VALUE "INICIO (AAAAMMDD):"          LINE 5 COL 10.
               10  SCR-INICIO-CNC                      LINE 5 COL 35
                                       PIC 9(08)
                                       USING CNC-DT-INICIO.
               10  VALUE "FIM:"                        LINE 5 COL 46.
               10  SCR-FIM-CNC                         LINE 5 COL 51
                                       PIC 9(08)
                                       USING CNC-DT-FIM.
               10  VALUE "FILIAIS (0=TODAS):"          LINE 6 COL 10.
               10  SCR-FILIAL-CNC-1                    LINE 6 COL 35
                                       PIC 9(02)
                                       USING CNC-FILIAL (1).
               10  SCR-FILIAL-CNC-2                    LINE 6 COL 38
                                       PIC 9(02)
                                       USING CNC-FILIAL (2).
               10  SCR-FILIAL-CNC-3                    LINE 6 COL 41
                                       PIC 9(02)
                                       USING CNC-FILIAL (3).
               10  SCR-FILIAL-CNC-4                    LINE 6 COL 44
                                       PIC 9(02)
                                       USING CNC-FILIAL (4).
               10  SCR-FILIAL-CNC-5                    LINE 6 COL 47
                                       PIC 9(02)
                                       USING CNC-FILIAL (5).
               10  VALUE "SUPERVISORES (0=TODOS):"     LINE 7 COL 10.
               10  SCR-SUPERVISOR-CNC-1                LINE 7 COL 35
                                       PIC 9(07)
                                       USING CNC-SUPERVISOR (1).
               10  SCR-SUPERVISOR-CNC-2                LINE 7 COL 43
                                       PIC 9(07)
                                       USING CNC-SUPERVISOR (2).
               10  SCR-SUPERVISOR-CNC-3                LINE 7 COL 51
                                       PIC 9(07)
                                       USING CNC-SUPERVISOR (3).
               10  SCR-SUPERVISOR-CNC-4                LINE 7 COL 59
                                       PIC 9(07)
                                       USING CNC-SUPERVISOR (4).
               10  SCR-SUPERVISOR-CNC-5                LINE 7 COL 67
                                       PIC 9(07)
                                       USING CNC-SUPERVISOR (5).
               10  VALUE "DIAS SEM COMPRA P/ CLIENTE NOVO:"
                                                       LINE 8 COL 10.
               10  SCR-DIAS-NOVO-CNC                   LINE 8 COL 43
                                       PIC 9(03)
                                       USING CNC-DIAS-CLIENTE-NOVO.
               10  VALUE "(ZERO = 90)"                 LINE 8 COL 48.
               10  VALUE "REGRA"                       LINE 10 COL 10.
               10  VALUE "TIPO"                        LINE 10 COL 17.
               10  VALUE "PRODUTO"                     LINE 10 COL 23.
               10  VALUE "UN/CX"                       LINE 10 COL 32.
               10  VALUE "PONTOS"                      LINE 10 COL 39.
               10  VALUE "1"                           LINE 11 COL 12.
               10  SCR-TIPO-RGR-1                      LINE 11 COL 18
                                       PIC X(01)
                                       USING CNC-RGR-TIPO (1).
               10  SCR-PRODUTO-RGR-1                   LINE 11 COL 23
                                       PIC 9(07)
                                       USING CNC-RGR-PRODUTO (1).
               10  SCR-UNID-RGR-1                      LINE 11 COL 33
                                       PIC 9(03)
                                       USING CNC-RGR-UNID-CAIXA (1).
               10  SCR-PONTOS-RGR-1                    LINE 11 COL 39
                                       PIC ZZZZ9,99
                                       USING CNC-RGR-PONTOS (1).
               10  VALUE "2"                           LINE 12 COL 12.
               10  SCR-TIPO-RGR-2                      LINE 12 COL 18
                                       PIC X(01)
                                       USING CNC-RGR-TIPO (2).
               10  SCR-PRODUTO-RGR-2                   LINE 12 COL 23
                                       PIC 9(07)
                                       USING CNC-RGR-PRODUTO (2).
               10  SCR-UNID-RGR-2                      LINE 12 COL 33
                                       PIC 9(03)
                                       USING CNC-RGR-UNID-CAIXA (2).
               10  SCR-PONTOS-RGR-2                    LINE 12 COL 39
                                       PIC ZZZZ9,99
                                       USING CNC-RGR-PONTOS (2).
               10  VALUE "3"                           LINE 13 COL 12.
               10  SCR-TIPO-RGR-3                      LINE 13 COL 18
                                       PIC X(01)
                                       USING CNC-RGR-TIPO (3).
               10  SCR-PRODUTO-RGR-3                   LINE 13 COL 23
                                       PIC 9(07)
                                       USING CNC-RGR-PRODUTO (3).
               10  SCR-UNID-RGR-3                      LINE 13 COL 33
                                       PIC 9(03)
                                       USING CNC-RGR-UNID-CAIXA (3).
               10  SCR-PONTOS-RGR-3                    LINE 13 COL 39
                                       PIC ZZZZ9,99
                                       USING CNC-RGR-PONTOS (3).
               10  VALUE "4"                           LINE 14 COL 12.
               10  SCR-TIPO-RGR-4                      LINE 14 COL 18
                                       PIC X(01)
                                       USING CNC-RGR-TIPO (4).
               10  SCR-PRODUTO-RGR-4                   LINE 14 COL 23
                                       PIC 9(07)
                                       USING CNC-RGR-PRODUTO (4).
               10  SCR-UNID-RGR-4                      LINE 14 COL 33
                                       PIC 9(03)
                                       USING CNC-RGR-UNID-CAIXA (4).
               10  SCR-PONTOS-RGR-4                    LINE 14 COL 39
                                       PIC ZZZZ9,99
                                       USING CNC-RGR-PONTOS (4).
               10  VALUE "5"                           LINE 15 COL 12.
               10  SCR-TIPO-RGR-5                      LINE 15 COL 18
                                       PIC X(01)
                                       USING CNC-RGR-TIPO (5).
               10  SCR-PRODUTO-RGR-5                   LINE 15 COL 23
                                       PIC 9(07)
                                       USING CNC-RGR-PRODUTO (5).
               10  SCR-UNID-RGR-5                      LINE 15 COL 33
                                       PIC 9(03)
                                       USING CNC-RGR-UNID-CAIXA (5).
               10  SCR-PONTOS-RGR-5                    LINE 15 COL 39
                                       PIC ZZZZ9,99
                                       USING CNC-RGR-PONTOS (5).
               10  VALUE "C=POR CAIXA DO PRODUTO  N=POR CLIENTE NOVO"
                                                       LINE 16 COL 10.
               10  VALUE "POSITIVADO"                  LINE 16 COL 53.
               10  VALUE "V=POR VISITA FEITA  M=POR PONTO % DA META"
                                                       LINE 17 COL 10.
               10  VALUE "DE VALOR DO MES"             LINE 17 COL 52.
               10  VALUE "SITUACAO (A/I):"             LINE 18 COL 10.
               10  SCR-SITUACAO-CNC                    LINE 18 COL 35
                                       PIC X(01)
                                       USING CNC-SITUACAO.
               10  VALUE "ULTIMA APURACAO:"            LINE 18 COL 46.
               10  SCR-APURACAO-CNC                    LINE 18 COL 63
                                       PIC 9(08)
                                       FROM CNC-DT-APURACAO.
               10  VALUE "S - SALVAR"                  LINE 19 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 19 COL 30.
               10  VALUE "E - EXCLUIR"                 LINE 20 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 20 COL 30.
           05 ESCOLHA-INCLUIR-CONCURSO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-CNC                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-CNC.
