      ******************************************************************
      * COPYBOOK.: TSACSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DA TABELA DE TIPOS DE RECLAMACAO DO SAC                   *
      ******************************************************************
       01  SCR-INCLUIR-TIPO-SAC.
           05  INCLUIR-TIPO-SAC-CABECALHO.
               10  VALUE "TABELA DE TIPOS DE RECLAMACAO"
                                       BLANK SCREEN    LINE 1 COL 46.
           05  INCLUIR-TIPO-SAC-DADOS.
               10  VALUE "CODIGO DO TIPO (1-99):"      LINE 5 COL 10.
               10  SCR-CODIGO-TSA                      LINE 5 COL 40
                                       PIC 9(02)
                                       USING TSA-CODIGO.
               10  VALUE "DESCRICAO DO TIPO:"          LINE 6 COL 10.
               10  SCR-DESCRICAO-TSA                   LINE 6 COL 40
                                       PIC X(30)
                                       USING TSA-DESCRICAO.
               10  VALUE "PRAZO DE ATENDIMENTO (DIAS):"
                                                       LINE 7 COL 10.
               10  SCR-PRAZO-TSA                       LINE 7 COL 40
                                       PIC 9(03)
                                       USING TSA-PRAZO-DIAS.
               10  VALUE "SITUACAO (A/I):"             LINE 8 COL 10.
               10  SCR-SITUACAO-TSA                    LINE 8 COL 40
                                       PIC X(01)
                                       USING TSA-SITUACAO.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 10.
               10  VALUE "E - EXCLUIR"                 LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 10.
           05 ESCOLHA-INCLUIR-TIPO-SAC.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-TSA                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-TSA.
