      ******************************************************************
      * COPYBOOK.: PROGSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CADASTRO DE PEDIDOS PROGRAMADOS                        *
      ******************************************************************
       01  SCR-INCLUIR-PROGRAMADO.
           05  INCLUIR-PROGRAMADO-CABECALHO.
               10  VALUE "PEDIDOS PROGRAMADOS"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  INCLUIR-PROGRAMADO-DADOS.
               10  VALUE "CNPJ DO CLIENTE:"            LINE 4 COL 10.
               10  SCR-CNPJ-PRG                        LINE 4 COL 45
                                       PIC 9(14)
                                       USING PRG-CNPJ.
               10  VALUE "SEQUENCIA:"                  LINE 5 COL 10.
               10  SCR-SEQUENCIA-PRG                   LINE 5 COL 45
                                       PIC 9(02)
                                       USING PRG-SEQUENCIA.
               10  VALUE "FREQUENCIA (S/Q/M):"         LINE 6 COL 10.
               10  SCR-FREQUENCIA-PRG                  LINE 6 COL 45
                                       PIC X(01)
                                       USING PRG-FREQUENCIA.
               10  VALUE "S=SEMANAL Q=QUINZENAL M=MENSAL"
                                                       LINE 6 COL 50.
               10  VALUE "DIA DA SEMANA (1=SEG..7=DOM):"
                                                       LINE 7 COL 10.
               10  SCR-DIA-SEMANA-PRG                  LINE 7 COL 45
                                       PIC 9(01)
                                       USING PRG-DIA-SEMANA.
               10  VALUE "DIA DO MES (1 A 28):"        LINE 8 COL 10.
               10  SCR-DIA-MES-PRG                     LINE 8 COL 45
                                       PIC Z9
                                       USING PRG-DIA-MES.
               10  VALUE "INICIO (AAAAMMDD):"          LINE 9 COL 10.
               10  SCR-INICIO-PRG                      LINE 9 COL 45
                                       PIC 9(08)
                                       USING PRG-DATA-INICIO.
               10  VALUE "FIM (AAAAMMDD, 0=SEM FIM):"  LINE 10 COL 10.
               10  SCR-FIM-PRG                         LINE 10 COL 45
                                       PIC 9(08)
                                       USING PRG-DATA-FIM.
               10  VALUE "CONDICAO DE PAGAMENTO:"      LINE 11 COL 10.
               10  SCR-COND-PRG                        LINE 11 COL 45
                                       PIC Z9
                                       USING PRG-COND-PAGTO.
               10  VALUE "SITUACAO (A=ATIVO/S=SUSPENSO):"
                                                       LINE 12 COL 10.
               10  SCR-SITUACAO-PRG                    LINE 12 COL 45
                                       PIC X(01)
                                       USING PRG-SITUACAO.
               10  VALUE "ULTIMO:"                     LINE 12 COL 50.
               10  SCR-ULTIMO-PRG                      LINE 12 COL 58
                                       PIC Z(08)9
                                       FROM PRG-ULTIMO-PEDIDO.
               10  VALUE "EM"                          LINE 12 COL 68.
               10  SCR-GERACAO-PRG                     LINE 12 COL 71
                                       PIC 9(08)
                                       FROM PRG-ULTIMA-GERACAO.
               10  VALUE "IT PRODUTO   QTD"            LINE 13 COL 10.
               10  VALUE "IT PRODUTO   QTD"            LINE 13 COL 45.
               10  VALUE "01"                          LINE 14 COL 10.
               10  SCR-PRODUTO-PRG-01                  LINE 14 COL 13
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (1).
               10  SCR-QTD-PRG-01                      LINE 14 COL 21
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (1).
               10  VALUE "02"                          LINE 15 COL 10.
               10  SCR-PRODUTO-PRG-02                  LINE 15 COL 13
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (2).
               10  SCR-QTD-PRG-02                      LINE 15 COL 21
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (2).
               10  VALUE "03"                          LINE 16 COL 10.
               10  SCR-PRODUTO-PRG-03                  LINE 16 COL 13
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (3).
               10  SCR-QTD-PRG-03                      LINE 16 COL 21
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (3).
               10  VALUE "04"                          LINE 17 COL 10.
               10  SCR-PRODUTO-PRG-04                  LINE 17 COL 13
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (4).
               10  SCR-QTD-PRG-04                      LINE 17 COL 21
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (4).
               10  VALUE "05"                          LINE 18 COL 10.
               10  SCR-PRODUTO-PRG-05                  LINE 18 COL 13
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (5).
               10  SCR-QTD-PRG-05                      LINE 18 COL 21
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (5).
               10  VALUE "06"                          LINE 19 COL 10.
               10  SCR-PRODUTO-PRG-06                  LINE 19 COL 13
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (6).
               10  SCR-QTD-PRG-06                      LINE 19 COL 21
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (6).
               10  VALUE "07"                          LINE 14 COL 45.
               10  SCR-PRODUTO-PRG-07                  LINE 14 COL 48
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (7).
               10  SCR-QTD-PRG-07                      LINE 14 COL 56
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (7).
               10  VALUE "08"                          LINE 15 COL 45.
               10  SCR-PRODUTO-PRG-08                  LINE 15 COL 48
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (8).
               10  SCR-QTD-PRG-08                      LINE 15 COL 56
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (8).
               10  VALUE "09"                          LINE 16 COL 45.
               10  SCR-PRODUTO-PRG-09                  LINE 16 COL 48
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (9).
               10  SCR-QTD-PRG-09                      LINE 16 COL 56
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (9).
               10  VALUE "10"                          LINE 17 COL 45.
               10  SCR-PRODUTO-PRG-10                  LINE 17 COL 48
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (10).
               10  SCR-QTD-PRG-10                      LINE 17 COL 56
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (10).
               10  VALUE "11"                          LINE 18 COL 45.
               10  SCR-PRODUTO-PRG-11                  LINE 18 COL 48
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (11).
               10  SCR-QTD-PRG-11                      LINE 18 COL 56
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (11).
               10  VALUE "12"                          LINE 19 COL 45.
               10  SCR-PRODUTO-PRG-12                  LINE 19 COL 48
                                       PIC Z(06)9
                                       USING PRG-ITE-PRODUTO (12).
               10  SCR-QTD-PRG-12                      LINE 19 COL 56
                                       PIC ZZZZ9
                                       USING PRG-ITE-QUANTIDADE (12).
               10  VALUE "S - SALVAR"                  LINE 21 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 21 COL 30.
               10  VALUE "E - EXCLUIR"                 LINE 22 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 22 COL 30.
           05 ESCOLHA-INCLUIR-PROGRAMADO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-INC-PRG                       LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-INC-PRG.
