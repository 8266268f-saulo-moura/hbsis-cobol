      ******************************************************************
      * COPYBOOK.: RCMPSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO RECEBIMENTO EM CAMPO - TITULO RECEBIDO PELO VENDEDOR   *
      * NA VISITA, EM DINHEIRO OU CHEQUE, AGUARDANDO O DEPOSITO        *
      ******************************************************************
       01  SCR-RECEB-CAMPO.
           05  RECEB-CAMPO-CABECALHO.
               10  VALUE "RECEBIMENTO EM CAMPO"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  RECEB-CAMPO-DADOS.
               10  VALUE "CPF DO VENDEDOR:"            LINE 5 COL 10.
               10  SCR-VENDEDOR-RCC                    LINE 5 COL 40
                                       PIC 9(11)
                                       USING RCC-CPF-VENDEDOR.
               10  VALUE "NUMERO DO DOCUMENTO:"        LINE 6 COL 10.
               10  SCR-DOCUMENTO-RCC                   LINE 6 COL 40
                                       PIC 9(09)
                                       USING RCC-DOCUMENTO.
               10  VALUE "PARCELA (1 = UNICA):"        LINE 7 COL 10.
               10  SCR-PARCELA-RCC                     LINE 7 COL 40
                                       PIC 99
                                       USING RCC-PARCELA.
               10  VALUE "VALOR RECEBIDO:"             LINE 9 COL 10.
               10  SCR-VALOR-RCC                       LINE 9 COL 40
                                       PIC ZZZZZZZZ9,99
                                       USING RCC-VALOR.
               10  VALUE "FORMA (D=DINHEIRO C=CHEQUE):"
                                                       LINE 10 COL 10.
               10  SCR-FORMA-RCC                       LINE 10 COL 40
                                       PIC X(01)
                                       USING RCC-FORMA.
               10  VALUE "BANCO DO CHEQUE:"            LINE 11 COL 10.
               10  SCR-BANCO-RCC                       LINE 11 COL 40
                                       PIC 9(03)
                                       USING RCC-BANCO-CHEQUE.
               10  VALUE "NUMERO DO CHEQUE:"           LINE 12 COL 10.
               10  SCR-CHEQUE-RCC                      LINE 12 COL 40
                                       PIC X(10)
                                       USING RCC-NUMERO-CHEQUE.
               10  VALUE "SALDO DO TITULO:"            LINE 14 COL 10.
               10  SCR-SALDO-RCC                       LINE 14 COL 40
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-SALDO-TITULO.
               10  VALUE "S - REGISTRAR RECEBIMENTO"   LINE 16 COL 10.
               10  VALUE "E - ESTORNAR RECEBIMENTO AGUARDANDO DEPOSITO"
                                                       LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-RECEB-CAMPO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-RCC                           LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-RCC.
