      ******************************************************************
      * COPYBOOK.: VEICSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CADASTRO DE VEICULOS DE ENTREGA                        *
      ******************************************************************
       01  SCR-INCLUIR-VEICULO.
           05  INCLUIR-VEICULO-CABECALHO.
               10  VALUE "VEICULOS DE ENTREGA"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  INCLUIR-VEICULO-DADOS.
               10  VALUE "PLACA:"                      LINE 5 COL 10.
               10  SCR-PLACA-VEI                       LINE 5 COL 40
                                       PIC X(07)
                                       USING VEI-PLACA.
               10  VALUE "DESCRICAO:"                  LINE 6 COL 10.
               10  SCR-DESCRICAO-VEI                   LINE 6 COL 40
                                       PIC X(30)
                                       USING VEI-DESCRICAO.
               10  VALUE "FILIAL:"                     LINE 7 COL 10.
               10  SCR-FILIAL-VEI                      LINE 7 COL 40
                                       PIC 9(02)
                                       USING VEI-FILIAL.
               10  VALUE "MOTORISTA:"                  LINE 8 COL 10.
               10  SCR-MOTORISTA-VEI                   LINE 8 COL 40
                                       PIC X(30)
                                       USING VEI-MOTORISTA.
               10  VALUE "CAPACIDADE DE PESO (KG):"    LINE 9 COL 10.
               10  SCR-PESO-VEI                        LINE 9 COL 40
                                       PIC ZZZ.ZZ9,99
                                       USING VEI-CAPACIDADE-PESO.
               10  VALUE "CAPACIDADE DE VOLUME (M3):"  LINE 10 COL 10.
               10  SCR-VOLUME-VEI                      LINE 10 COL 40
                                       PIC ZZ9,9999
                                       USING VEI-CAPACIDADE-VOLUME.
               10  VALUE "LATITUDE DA GARAGEM:"        LINE 11 COL 10.
               10  SCR-LATITUDE-VEI                    LINE 11 COL 40
                                       PIC -999,99999999
                                       USING VEI-LATITUDE.
               10  VALUE "LONGITUDE DA GARAGEM:"       LINE 12 COL 10.
               10  SCR-LONGITUDE-VEI                   LINE 12 COL 40
                                       PIC -999,99999999
                                       USING VEI-LONGITUDE.
               10  VALUE "SITUACAO (A/I):"             LINE 13 COL 10.
               10  SCR-SITUACAO-VEI                    LINE 13 COL 40
                                       PIC X(01)
                                       USING VEI-SITUACAO.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-INCLUIR-VEICULO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-VEI                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-VEI.
