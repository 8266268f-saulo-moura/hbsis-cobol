      ******************************************************************
      * COPYBOOK.: ASSISCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DA MANUTENCAO DAS ASSINATURAS DE RELATORIOS               *
      ******************************************************************
       01  SCR-MANTER-ASSINATURA.
           05  MANTER-ASSINATURA-CABECALHO.
               10  VALUE "ASSINATURAS DE RELATORIOS"
                                       BLANK SCREEN    LINE 1 COL 47.
           05  MANTER-ASSINATURA-DADOS.
               10  VALUE "TIPO (S=SUPERV V=VEND F=FILIAL):"
                                                       LINE 5 COL 10.
               10  SCR-TIPO-ASS                        LINE 5 COL 45
                                       PIC X(01)
                                       USING ASS-TIPO.
               10  VALUE "CODIGO / CPF / FILIAL:"      LINE 6 COL 10.
               10  SCR-CODIGO-ASS                      LINE 6 COL 45
                                       PIC ZZZZZZZZZZZ
                                       USING ASS-CODIGO.
               10  VALUE "PROGRAMA (EX. FECHDIA):"     LINE 7 COL 10.
               10  SCR-PROGRAMA-ASS                    LINE 7 COL 45
                                       PIC X(08)
                                       USING ASS-PROGRAMA.
               10  VALUE "E-MAIL (BRANCO = CADASTRO):" LINE 8 COL 10.
               10  SCR-EMAIL-ASS                       LINE 8 COL 45
                                       PIC X(40)
                                       USING ASS-EMAIL.
               10  VALUE "SO A PROPRIA EQUIPE (S/N):"  LINE 9 COL 10.
               10  SCR-SO-EQUIPE-ASS                   LINE 9 COL 45
                                       PIC X(01)
                                       USING ASS-SO-EQUIPE.
               10  VALUE "SITUACAO (A=ATIVA I=INATIVA):"
                                                       LINE 10 COL 10.
               10  SCR-SITUACAO-ASS                    LINE 10 COL 45
                                       PIC X(01)
                                       USING ASS-SITUACAO.
               10  VALUE "S - SALVAR A ASSINATURA"     LINE 16 COL 10.
               10  VALUE "E - EXCLUIR A ASSINATURA"    LINE 17 COL 10.
               10  VALUE "I - IMPRIMIR ASSINATURAS E ENTREGAS"
                                                       LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 10.
           05 ESCOLHA-MANTER-ASSINATURA.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-ASS                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-ASS.
