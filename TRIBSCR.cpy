      ******************************************************************
      * COPYBOOK.: TRIBSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DAS REGRAS DE TRIBUTACAO DO FATURAMENTO                   *
      ******************************************************************
       01  SCR-INCLUIR-TRIBUTACAO.
           05  INCLUIR-TRIBUTACAO-CABECALHO.
               10  VALUE "REGRAS DE TRIBUTACAO"
                                       BLANK SCREEN    LINE 1 COL 48.
           05  INCLUIR-TRIBUTACAO-DADOS.
               10  VALUE "CLASSE FISCAL (BRANCO = GERAL):"
                                                       LINE 5 COL 10.
               10  SCR-CLASSE-TRB                      LINE 5 COL 45
                                       PIC X(08)
                                       USING TRB-CLASSE-FISCAL.
               10  VALUE "UF DE ORIGEM:"               LINE 6 COL 10.
               10  SCR-UF-ORIGEM-TRB                   LINE 6 COL 45
                                       PIC X(02)
                                       USING TRB-UF-ORIGEM.
               10  VALUE "UF DE DESTINO:"              LINE 7 COL 10.
               10  SCR-UF-DESTINO-TRB                  LINE 7 COL 45
                                       PIC X(02)
                                       USING TRB-UF-DESTINO.
               10  VALUE "TIPO DE CLIENTE (B/M/R/A):"  LINE 8 COL 10.
               10  SCR-TIPO-TRB                        LINE 8 COL 45
                                       PIC X(01)
                                       USING TRB-TIPO-CLIENTE.
               10  VALUE "(BRANCO = QUALQUER)"         LINE 8 COL 50.
               10  VALUE "ALIQUOTA DE ICMS (PCT):"     LINE 10 COL 10.
               10  SCR-ICMS-TRB                        LINE 10 COL 45
                                       PIC Z9,99
                                       USING TRB-ALIQ-ICMS.
               10  VALUE "ALIQUOTA DE IPI (PCT):"      LINE 11 COL 10.
               10  SCR-IPI-TRB                         LINE 11 COL 45
                                       PIC Z9,99
                                       USING TRB-ALIQ-IPI.
               10  VALUE "ICMS-ST: MVA (PCT):"         LINE 12 COL 10.
               10  SCR-MVA-TRB                         LINE 12 COL 45
                                       PIC ZZ9,99
                                       USING TRB-MVA-ST.
               10  VALUE "(ZERO = SEM ST)"             LINE 12 COL 52.
               10  VALUE "ICMS-ST: ALIQ. INTERNA (PCT):"
                                                       LINE 13 COL 10.
               10  SCR-ICMS-ST-TRB                     LINE 13 COL 45
                                       PIC Z9,99
                                       USING TRB-ALIQ-ICMS-ST.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 10.
               10  VALUE "E - EXCLUIR"                 LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 10.
           05 ESCOLHA-INCLUIR-TRIBUTACAO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-TRB                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-TRB.
