      ******************************************************************
      * COPYBOOK.: DESPSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DAS DESPESAS DE VIAGEM DOS VENDEDORES                     *
      ******************************************************************
       01  SCR-INCLUIR-DESPESA.
           05  INCLUIR-DESPESA-CABECALHO.
               10  VALUE "DESPESAS DE VIAGEM DOS VENDEDORES"
                                       BLANK SCREEN    LINE 1 COL 44.
           05  INCLUIR-DESPESA-DADOS.
               10  VALUE "CPF DO VENDEDOR:"            LINE 4 COL 10.
               10  SCR-CPF-DSP                         LINE 4 COL 45
                                       PIC 9(11)
                                       USING DSP-CPF.
               10  SCR-NOME-VENDEDOR-DSP               LINE 5 COL 45
                                       PIC X(35)
                                       FROM WS-NOME-VENDEDOR.
               10  VALUE "DATA DA DESPESA (AAAAMMDD):" LINE 6 COL 10.
               10  SCR-DATA-DSP                        LINE 6 COL 45
                                       PIC 9(08)
                                       USING DSP-DATA.
               10  VALUE "SEQUENCIA NO DIA (0 = NOVA):"
                                                       LINE 7 COL 10.
               10  SCR-SEQ-DSP                         LINE 7 COL 45
                                       PIC 9(03)
                                       USING DSP-SEQ.
               10  VALUE "TIPO (R/P/E/H):"             LINE 8 COL 10.
               10  SCR-TIPO-DSP                        LINE 8 COL 45
                                       PIC X(01)
                                       USING DSP-TIPO.
               10  VALUE "R=REFEICAO P=PEDAGIO E=ESTACIONAMENTO"
                                                       LINE 9 COL 10.
               10  VALUE "H=HOSPEDAGEM"                LINE 9 COL 48.
               10  VALUE "VALOR:"                      LINE 10 COL 10.
               10  SCR-VALOR-DSP                       LINE 10 COL 45
                                       PIC ZZZZZZ9,99
                                       USING DSP-VALOR.
               10  VALUE "NUMERO DO RECIBO:"           LINE 11 COL 10.
               10  SCR-RECIBO-DSP                      LINE 11 COL 45
                                       PIC X(15)
                                       USING DSP-RECIBO.
               10  VALUE "DESCRICAO:"                  LINE 12 COL 10.
               10  SCR-DESCRICAO-DSP                   LINE 12 COL 45
                                       PIC X(40)
                                       USING DSP-DESCRICAO.
               10  VALUE "SITUACAO:"                   LINE 14 COL 10.
               10  SCR-SITUACAO-DSP                    LINE 14 COL 45
                                       PIC X(01)
                                       FROM DSP-SITUACAO.
               10  VALUE "P=PENDENTE A=APROVADA R=RECUSADA"
                                                       LINE 15 COL 10.
               10  VALUE "G=REEMBOLSADA"               LINE 15 COL 43.
               10  VALUE "S - SALVAR"                  LINE 17 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 30.
               10  VALUE "E - EXCLUIR"                 LINE 17 COL 50.
               10  VALUE "L - DESPESAS DO MES"         LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 40.
           05 ESCOLHA-INCLUIR-DESPESA.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-DSP                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-DSP.
