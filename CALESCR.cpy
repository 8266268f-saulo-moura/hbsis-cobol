      ******************************************************************
      * COPYBOOK.: CALESCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CALENDARIO DE ENTREGA POR FILIAL/MUNICIPIO             *
      ******************************************************************
       01  SCR-INCLUIR-CALENDARIO.
           05  INCLUIR-CALENDARIO-CABECALHO.
               10  VALUE "CALENDARIO DE ENTREGA"
                                       BLANK SCREEN    LINE 1 COL 48.
           05  INCLUIR-CALENDARIO-DADOS.
               10  VALUE "FILIAL:"                     LINE 5 COL 10.
               10  SCR-FILIAL-CAL                      LINE 5 COL 40
                                       PIC 99
                                       USING CAL-FILIAL.
               10  VALUE "MUNICIPIO (BRANCO = PADRAO):" LINE 6 COL 10.
               10  SCR-MUNICIPIO-CAL                   LINE 6 COL 40
                                       PIC X(30)
                                       USING CAL-MUNICIPIO.
               10  VALUE "UF:"                         LINE 7 COL 10.
               10  SCR-UF-CAL                          LINE 7 COL 40
                                       PIC X(02)
                                       USING CAL-UF.
               10  VALUE "ENTREGA (S/N) SEG TER QUA QUI SEX SAB DOM"
                                                       LINE 9 COL 10.
               10  SCR-DIA-1-CAL                       LINE 10 COL 25
                                       PIC X(01)
                                       USING CAL-DIA-ENTREGA (1).
               10  SCR-DIA-2-CAL                       LINE 10 COL 29
                                       PIC X(01)
                                       USING CAL-DIA-ENTREGA (2).
               10  SCR-DIA-3-CAL                       LINE 10 COL 33
                                       PIC X(01)
                                       USING CAL-DIA-ENTREGA (3).
               10  SCR-DIA-4-CAL                       LINE 10 COL 37
                                       PIC X(01)
                                       USING CAL-DIA-ENTREGA (4).
               10  SCR-DIA-5-CAL                       LINE 10 COL 41
                                       PIC X(01)
                                       USING CAL-DIA-ENTREGA (5).
               10  SCR-DIA-6-CAL                       LINE 10 COL 45
                                       PIC X(01)
                                       USING CAL-DIA-ENTREGA (6).
               10  SCR-DIA-7-CAL                       LINE 10 COL 49
                                       PIC X(01)
                                       USING CAL-DIA-ENTREGA (7).
               10  VALUE "HORARIO DE CORTE (HHMM):"    LINE 12 COL 10.
               10  SCR-HORA-CORTE-CAL                  LINE 12 COL 40
                                       PIC 9(04)
                                       USING CAL-HORA-CORTE.
               10  VALUE "PRAZO MINIMO (DIAS):"        LINE 13 COL 10.
               10  SCR-PRAZO-CAL                       LINE 13 COL 40
                                       PIC 9
                                       USING CAL-PRAZO-MINIMO.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 10.
               10  VALUE "E - EXCLUIR"                 LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 10.
           05 ESCOLHA-INCLUIR-CALENDARIO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-CAL                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-CAL.
