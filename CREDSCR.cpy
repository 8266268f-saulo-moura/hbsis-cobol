      ******************************************************************
      * COPYBOOK.: CREDSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DA CONSULTA E AJUSTE DO CREDITO DO CLIENTE                *
      ******************************************************************
       01  SCR-MANTER-CREDITO.
           05  MANTER-CREDITO-CABECALHO.
               10  VALUE "CREDITO DO CLIENTE"
                                       BLANK SCREEN    LINE 1 COL 51.
           05  MANTER-CREDITO-DADOS.
               10  VALUE "CNPJ DO CLIENTE:"            LINE 5 COL 10.
               10  SCR-CNPJ-CRE                        LINE 5 COL 40
                                       PIC 9(14)
                                       USING PMC-CNPJ.
               10  SCR-NOME-CRE                        LINE 6 COL 40
                                       PIC X(40)
                                       FROM WS-NOME-CLIENTE.
               10  VALUE "AJUSTE (C/D):"               LINE 7 COL 10.
               10  SCR-OPERACAO-CRE                    LINE 7 COL 40
                                       PIC X(01)
                                       USING WS-OPERACAO-AJUSTE.
               10  VALUE "C=CREDITAR O CLIENTE  D=DEBITAR O CREDITO"
                                                       LINE 8 COL 12.
               10  VALUE "VALOR DO AJUSTE:"            LINE 9 COL 10.
               10  SCR-VALOR-CRE                       LINE 9 COL 40
                                       PIC ZZZZZZZZ9,99
                                       USING WS-VALOR-AJUSTE.
               10  VALUE "HISTORICO:"                  LINE 10 COL 10.
               10  SCR-HISTORICO-CRE                   LINE 10 COL 40
                                       PIC X(30)
                                       USING PMC-HISTORICO.
               10  VALUE "DOCUMENTO DE ORIGEM:"        LINE 11 COL 10.
               10  SCR-DOCUMENTO-CRE                   LINE 11 COL 40
                                       PIC 9(09)
                                       USING PMC-DOCUMENTO.
               10  VALUE "SALDO DE CREDITO:"           LINE 13 COL 10.
               10  SCR-SALDO-CRE                       LINE 13 COL 40
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM PMC-SALDO-CLIENTE.
               10  VALUE "S - SALVAR AJUSTE"           LINE 16 COL 10.
               10  VALUE "C - CONSULTAR SALDO"         LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-MANTER-CREDITO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-MAN-CRE                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-MAN-CRE.
