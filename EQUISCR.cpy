      ******************************************************************
      * COPYBOOK.: EQUISCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CADASTRO DE EQUIPAMENTOS EM COMODATO                   *
      ******************************************************************
       01  SCR-INCLUIR-EQUIPAMENTO.
           05  INCLUIR-EQUIPAMENTO-CABECALHO.
               10  VALUE "EQUIPAMENTOS EM COMODATO"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  INCLUIR-EQUIPAMENTO-DADOS.
               10  VALUE "NUMERO DE SERIE:"            LINE 5 COL 10.
               10  SCR-SERIE-EQP                       LINE 5 COL 40
                                       PIC X(15)
                                       USING EQP-SERIE.
               10  VALUE "TIPO (G/C/F/O):"             LINE 6 COL 10.
               10  SCR-TIPO-EQP                        LINE 6 COL 40
                                       PIC X(01)
                                       USING EQP-TIPO.
               10  VALUE "G=GELADEIRA C=COOLER F=FREEZER O=OUTRO"
                                                       LINE 7 COL 12.
               10  VALUE "DESCRICAO:"                  LINE 8 COL 10.
               10  SCR-DESCRICAO-EQP                   LINE 8 COL 40
                                       PIC X(30)
                                       USING EQP-DESCRICAO.
               10  VALUE "FILIAL:"                     LINE 9 COL 10.
               10  SCR-FILIAL-EQP                      LINE 9 COL 40
                                       PIC 9(02)
                                       USING EQP-FILIAL.
               10  VALUE "CNPJ DO CLIENTE (0=DEPOSITO):"
                                                       LINE 10 COL 10.
               10  SCR-CNPJ-EQP                        LINE 10 COL 40
                                       PIC 9(14)
                                       USING EQP-CNPJ.
               10  SCR-NOME-EQP                        LINE 11 COL 40
                                       PIC X(40)
                                       FROM WS-NOME-CLIENTE.
               10  VALUE "FIM DO CONTRATO (AAAAMMDD):" LINE 12 COL 10.
               10  SCR-FIM-CONTRATO-EQP                LINE 12 COL 40
                                       PIC 9(08)
                                       USING EQP-DT-FIM-CONTRATO.
               10  VALUE "INSTALADO EM:"               LINE 13 COL 10.
               10  SCR-INSTALACAO-EQP                  LINE 13 COL 40
                                       PIC 9(08)
                                       FROM EQP-DT-INSTALACAO.
               10  VALUE "ULTIMA CONFERENCIA:"         LINE 14 COL 10.
               10  SCR-DT-CONFERENCIA-EQP              LINE 14 COL 40
                                       PIC 9(08)
                                       FROM EQP-DT-ULT-CONFERENCIA.
               10  SCR-CONFERENCIA-EQP                 LINE 14 COL 50
                                       PIC X(01)
                                       FROM EQP-ULT-CONFERENCIA.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-INCLUIR-EQUIPAMENTO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-EQP                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-EQP.
