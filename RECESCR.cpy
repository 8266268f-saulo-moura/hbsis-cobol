      * COPYBOOK.: RECESCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 02/09/2026                                          *
      * TELA DA BAIXA DE TITULOS DO CONTAS A RECEBER - DADOS DO TITULO,*
      * SALDO COM OS ENCARGOS DO ATRASO E O RECEBIMENTO A REGISTRAR,   *
      * COM O USO DO CREDITO DISPONIVEL DO CLIENTE                     *
      ******************************************************************
       01  SCR-BAIXAR-TITULO.
           05  BAIXAR-TITULO-CABECALHO.
               10  SCR-SITUACAO-REC                    LINE 12 COL 25
                                       PIC X(01)
                                       FROM REC-SITUACAO.
               10  VALUE "SALDO.......:"               LINE 13 COL 10.
               10  SCR-SALDO-REC                       LINE 13 COL 25
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-SALDO-TITULO.
               10  VALUE "DIAS ATRASO.:"               LINE 13 COL 45.
               10  SCR-ATRASO-REC                      LINE 13 COL 60
                                       PIC ZZZ9
                                       FROM WS-DIAS-ATRASO.
               10  VALUE "MULTA.......:"               LINE 14 COL 10.
               10  SCR-MULTA-REC                       LINE 14 COL 25
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-VALOR-MULTA.
               10  VALUE "JUROS.......:"               LINE 14 COL 45.
               10  SCR-JUROS-REC                       LINE 14 COL 60
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-VALOR-JUROS.
               10  VALUE "TOTAL DEVIDO:"               LINE 15 COL 10.
               10  SCR-DEVIDO-REC                      LINE 15 COL 25
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-TOTAL-DEVIDO.
               10  VALUE "CREDITO DISP:"               LINE 15 COL 45.
               10  SCR-CREDITO-DISP-REC                LINE 15 COL 60
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-CREDITO-DISPONIVEL.
       01  SCR-PAGAMENTO-TITULO.
           05  PAGAMENTO-TITULO-CAMPOS.
               10  VALUE "VALOR RECEBIDO:"             LINE 21 COL 10.
               10  SCR-RECEBIDO-REC                    LINE 21 COL 27
                                       PIC ZZZZZZZZ9,99
                                       USING WS-VALOR-RECEBIDO.
               10  VALUE "DESCONTO:"                   LINE 21 COL 45.
               10  SCR-DESCONTO-REC                    LINE 21 COL 56
                                       PIC ZZZZZZZZ9,99
                                       USING WS-VALOR-DESCONTO.
               10  VALUE "DISPENSAR JUROS E MULTA (S/N):"
                                                       LINE 22 COL 10.
               10  SCR-DISPENSA-REC                    LINE 22 COL 42
                                       PIC X(01)
                                       USING WS-DISPENSA-ENCARGOS.
               10  VALUE "USAR CREDITO..:"             LINE 23 COL 10.
               10  SCR-CREDITO-REC                     LINE 23 COL 27
                                       PIC ZZZZZZZZ9,99
                                       USING WS-VALOR-CREDITO.
