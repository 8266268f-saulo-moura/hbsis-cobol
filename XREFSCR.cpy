      ******************************************************************
      * COPYBOOK.: XREFSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO DE-PARA DE CODIGOS DAS REDES                           *
      ******************************************************************
       01  SCR-INCLUIR-XREF.
           05  INCLUIR-XREF-CABECALHO.
               10  VALUE "DE-PARA DE CODIGOS DAS REDES"
                                       BLANK SCREEN    LINE 1 COL 45.
           05  INCLUIR-XREF-DADOS.
               10  VALUE "CODIGO DA REDE:"             LINE 5 COL 10.
               10  SCR-REDE-XRF                        LINE 5 COL 40
                                       PIC 9(05)
                                       USING XRF-REDE.
               10  VALUE "TIPO (L-LOJA P-PRODUTO):"    LINE 6 COL 10.
               10  SCR-TIPO-XRF                        LINE 6 COL 40
                                       PIC X(01)
                                       USING XRF-TIPO.
               10  VALUE "CODIGO NA REDE:"             LINE 7 COL 10.
               10  SCR-CODIGO-XRF                      LINE 7 COL 40
                                       PIC X(20)
                                       USING XRF-CODIGO-REDE.
               10  VALUE "CNPJ DO CLIENTE (LOJA):"     LINE 9 COL 10.
               10  SCR-CNPJ-XRF                        LINE 9 COL 40
                                       PIC 9(14)
                                       USING XRF-CNPJ.
               10  VALUE "CODIGO DO PRODUTO:"          LINE 10 COL 10.
               10  SCR-PRODUTO-XRF                     LINE 10 COL 40
                                       PIC 9(07)
                                       USING XRF-PRODUTO.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 10.
               10  VALUE "E - EXCLUIR"                 LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 10.
           05 ESCOLHA-INCLUIR-XREF.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-XRF                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-XRF.
