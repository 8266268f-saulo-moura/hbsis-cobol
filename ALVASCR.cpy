      ******************************************************************
      * COPYBOOK.: ALVASCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DOS ALVARAS E LICENCAS DE FUNCIONAMENTO DOS CLIENTES      *
      ******************************************************************
       01  SCR-INCLUIR-ALVARA.
           05  INCLUIR-ALVARA-CABECALHO.
               10  VALUE "ALVARAS DOS CLIENTES"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  INCLUIR-ALVARA-DADOS.
               10  VALUE "CNPJ DO CLIENTE:"            LINE 5 COL 10.
               10  SCR-CNPJ-ALV                        LINE 5 COL 45
                                       PIC 9(14)
                                       USING ALV-CNPJ.
               10  SCR-NOME-CLIENTE-ALV                LINE 6 COL 45
                                       PIC X(35)
                                       FROM WS-NOME-CLIENTE.
               10  VALUE "TIPO (FU/BA/SA/BO):"         LINE 7 COL 10.
               10  SCR-TIPO-ALV                        LINE 7 COL 45
                                       PIC X(02)
                                       USING ALV-TIPO.
               10  VALUE "FU=FUNCIONAMENTO BA=BEBIDAS SA=SANITARIA"
                                                       LINE 8 COL 10.
               10  VALUE "BO=BOMBEIROS"                LINE 8 COL 51.
               10  VALUE "NUMERO DO ALVARA:"           LINE 9 COL 10.
               10  SCR-NUMERO-ALV                      LINE 9 COL 45
                                       PIC X(20)
                                       USING ALV-NUMERO.
               10  VALUE "ORGAO EMISSOR:"              LINE 10 COL 10.
               10  SCR-EMISSOR-ALV                     LINE 10 COL 45
                                       PIC X(30)
                                       USING ALV-EMISSOR.
               10  VALUE "DATA DE EMISSAO (AAAAMMDD):" LINE 11 COL 10.
               10  SCR-EMISSAO-ALV                     LINE 11 COL 45
                                       PIC 9(08)
                                       USING ALV-DATA-EMISSAO.
               10  VALUE "VALIDADE (AAAAMMDD):"        LINE 12 COL 10.
               10  SCR-VALIDADE-ALV                    LINE 12 COL 45
                                       PIC 9(08)
                                       USING ALV-DATA-VALIDADE.
               10  VALUE "EXIGIDO PARA VENDER (S/N):"  LINE 13 COL 10.
               10  SCR-EXIGIDO-ALV                     LINE 13 COL 45
                                       PIC X(01)
                                       USING ALV-EXIGIDO.
               10  VALUE "SITUACAO (A/C):"             LINE 14 COL 10.
               10  SCR-SITUACAO-ALV                    LINE 14 COL 45
                                       PIC X(01)
                                       USING ALV-SITUACAO.
               10  VALUE "S - SALVAR"                  LINE 17 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 30.
               10  VALUE "L - ALVARAS DO CLIENTE"      LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 40.
           05 ESCOLHA-INCLUIR-ALVARA.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-ALV                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-ALV.
