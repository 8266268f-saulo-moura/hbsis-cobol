      ******************************************************************
      * COPYBOOK.: RLIMSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DA REVISAO DO LIMITE DE CREDITO - PROPOSTA DO LOTE, COM   *
      * OS INDICADORES QUE A FUNDAMENTAM, E DECISAO DO SUPERVISOR      *
      ******************************************************************
       01  SCR-REVISAO-LIMITE.
           05  REVISAO-LIMITE-CABECALHO.
               10  VALUE "REVISAO DE LIMITE DE CREDITO"
                                       BLANK SCREEN    LINE 1 COL 48.
           05  REVISAO-LIMITE-DADOS.
               10  VALUE "CNPJ DO CLIENTE:"            LINE 4 COL 10.
               10  SCR-CNPJ-RLC                        LINE 4 COL 40
                                       PIC 99.999.999B9999B99
                                       USING RLC-CNPJ.
               10  VALUE "CLIENTE:"                    LINE 5 COL 10.
               10  SCR-NOME-RLC                        LINE 5 COL 40
                                       PIC X(40)       FROM NOME.
               10  VALUE "DATA DA PROPOSTA:"           LINE 6 COL 10.
               10  SCR-DATA-RLC                        LINE 6 COL 40
                                       PIC 9(08)
                                       FROM RLC-DATA-PROPOSTA.
               10  VALUE "SITUACAO:"                   LINE 7 COL 10.
               10  SCR-SITUACAO-RLC                    LINE 7 COL 40
                                       PIC X(20)
                                       FROM WS-DESC-SITUACAO.
               10  VALUE "LIMITE ATUAL:"               LINE 9 COL 10.
               10  SCR-ATUAL-RLC                       LINE 9 COL 40
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM RLC-LIMITE-ATUAL.
               10  VALUE "LIMITE PROPOSTO:"            LINE 10 COL 10.
               10  SCR-PROPOSTO-RLC                    LINE 10 COL 40
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM RLC-LIMITE-PROPOSTO.
               10  VALUE "MOTIVO:"                     LINE 11 COL 10.
               10  SCR-MOTIVO-RLC                      LINE 11 COL 40
                                       PIC X(40)       FROM RLC-MOTIVO.
               10  VALUE "TITULOS VENCIDOS EM 12 MESES:"
                                                       LINE 13 COL 10.
               10  SCR-TITULOS-RLC                     LINE 13 COL 40
                                       PIC ZZZZ9
                                       FROM RLC-QTD-TITULOS.
               10  VALUE "ATRASO MEDIO PONDERADO (DIAS):"
                                                       LINE 14 COL 10.
               10  SCR-ATRASO-RLC                      LINE 14 COL 41
                                       PIC ZZZ9
                                       FROM RLC-ATRASO-MEDIO.
               10  VALUE "MAIOR EXPOSICAO:"            LINE 15 COL 10.
               10  SCR-EXPOSICAO-RLC                   LINE 15 COL 40
                                       PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       FROM RLC-MAIOR-EXPOSICAO.
               10  VALUE "COMPRAS EM 12 MESES:"        LINE 16 COL 10.
               10  SCR-COMPRAS-RLC                     LINE 16 COL 40
                                       PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       FROM RLC-VOLUME-COMPRAS.
               10  VALUE "TITULOS QUE FORAM A COBRANCA:"
                                                       LINE 17 COL 10.
               10  SCR-COBRANCA-RLC                    LINE 17 COL 41
                                       PIC ZZZ9
                                       FROM RLC-QTD-COBRANCA.
               10  VALUE "NOVO LIMITE:"                LINE 19 COL 10.
               10  SCR-NOVO-LIMITE-RLC                 LINE 19 COL 40
                                       PIC ZZZZZZZZ9,99
                                       USING WS-NOVO-LIMITE.
               10  VALUE "C - CARREGAR PROPOSTA  N - PROXIMA PENDENTE"
                                                       LINE 21 COL 10.
               10  VALUE "S - APLICAR LIMITE  R - RECUSAR  V - VOLTAR"
                                                       LINE 22 COL 10.
           05 ESCOLHA-REVISAO-LIMITE.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-REV-RLC                       LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-REV-RLC.
