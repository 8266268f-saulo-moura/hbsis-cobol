      ******************************************************************
      * COPYBOOK.: SEGFSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DA MANUTENCAO DAS REGRAS DE SEGREGACAO DE FUNCOES         *
      ******************************************************************
       01  SCR-MANTER-SEGREGACAO.
           05  MANTER-SEGREG-CABECALHO.
               10  VALUE "REGRAS DE SEGREGACAO DE FUNCOES"
                                       BLANK SCREEN    LINE 1 COL 45.
           05  MANTER-SEGREG-DADOS.
               10  VALUE "PRIMEIRA OPCAO (EX. 01.03):" LINE 5 COL 10.
               10  SCR-OPCAO-1-SGF                     LINE 5 COL 40
                                       PIC X(05)
                                       USING SGF-OPCAO-1.
               10  VALUE "SEGUNDA OPCAO (EX. 01.10):"  LINE 6 COL 10.
               10  SCR-OPCAO-2-SGF                     LINE 6 COL 40
                                       PIC X(05)
                                       USING SGF-OPCAO-2.
               10  VALUE "DESCRICAO DO CONFLITO:"      LINE 7 COL 10.
               10  SCR-DESCRICAO-SGF                   LINE 7 COL 40
                                       PIC X(40)
                                       USING SGF-DESCRICAO.
               10  VALUE "TRATAMENTO (P=PROIBIDO/J=JUSTIFICAR):"
                                                       LINE 8 COL 10.
               10  SCR-TRATAMENTO-SGF                  LINE 8 COL 48
                                       PIC X(01)
                                       USING SGF-TRATAMENTO.
               10  VALUE "S - SALVAR A REGRA"          LINE 16 COL 10.
               10  VALUE "E - EXCLUIR A REGRA"         LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-MANTER-SEGREG.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-SGF                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-SGF.
