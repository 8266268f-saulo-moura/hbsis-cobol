      ******************************************************************
      * COPYBOOK.: RECLSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DAS RECLAMACOES DE CLIENTES (SAC)                         *
      ******************************************************************
       01  SCR-INCLUIR-RECLAMACAO.
           05  INCLUIR-RECLAMACAO-CABECALHO.
               10  VALUE "RECLAMACOES DE CLIENTES"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  INCLUIR-RECLAMACAO-DADOS.
               10  VALUE "NUMERO (0=NOVA):"            LINE 4 COL 10.
               10  SCR-NUMERO-RCL                      LINE 4 COL 45
                                       PIC Z(06)9
                                       USING RCL-NUMERO.
               10  VALUE "CNPJ DO CLIENTE:"            LINE 5 COL 10.
               10  SCR-CNPJ-RCL                        LINE 5 COL 45
                                       PIC 9(14)
                                       USING RCL-CNPJ.
               10  VALUE "TIPO DA RECLAMACAO:"         LINE 6 COL 10.
               10  SCR-TIPO-RCL                        LINE 6 COL 45
                                       PIC Z9
                                       USING RCL-TIPO.
               10  SCR-DESC-TIPO-RCL                   LINE 6 COL 49
                                       PIC X(30)
                                       FROM WS-DESCRICAO-TIPO.
               10  VALUE "PEDIDO (0=NENHUM):"          LINE 7 COL 10.
               10  SCR-PEDIDO-RCL                      LINE 7 COL 45
                                       PIC Z(08)9
                                       USING RCL-NUMERO-PED.
               10  VALUE "FATURA (0=NENHUMA):"         LINE 8 COL 10.
               10  SCR-FATURA-RCL                      LINE 8 COL 45
                                       PIC Z(08)9
                                       USING RCL-DOCUMENTO-FAT.
               10  VALUE "SUPERVISOR (0=DO CLIENTE):"  LINE 9 COL 10.
               10  SCR-SUPERVISOR-RCL                  LINE 9 COL 45
                                       PIC Z(06)9
                                       USING RCL-SUPERVISOR.
               10  VALUE "DESCRICAO:"                  LINE 10 COL 10.
               10  SCR-DESCRICAO-RCL                   LINE 11 COL 10
                                       PIC X(60)
                                       USING RCL-DESCRICAO.
               10  VALUE "ABERTURA:"                   LINE 12 COL 10.
               10  SCR-ABERTURA-RCL                    LINE 12 COL 45
                                       PIC 9(08)
                                       FROM RCL-DATA-ABERTURA.
               10  VALUE "LIMITE:"                     LINE 12 COL 56.
               10  SCR-LIMITE-RCL                      LINE 12 COL 66
                                       PIC 9(08)
                                       FROM RCL-DATA-LIMITE.
               10  VALUE "SITUACAO (A/E/R):"           LINE 13 COL 10.
               10  SCR-SITUACAO-RCL                    LINE 13 COL 45
                                       PIC X(01)
                                       FROM RCL-SITUACAO.
               10  VALUE "RESOLUCAO:"                  LINE 13 COL 56.
               10  SCR-RESOLUCAO-RCL                   LINE 13 COL 66
                                       PIC 9(08)
                                       FROM RCL-DATA-RESOLUCAO.
               10  VALUE "NOVA SITUACAO (E/R):"        LINE 14 COL 10.
               10  SCR-NOVA-SITUACAO-RCL               LINE 14 COL 45
                                       PIC X(01)
                                       USING WS-NOVA-SITUACAO.
               10  VALUE "NOTA:"                       LINE 15 COL 10.
               10  SCR-NOTA-RCL                        LINE 15 COL 16
                                       PIC X(60)
                                       USING WS-NOTA-DIGITADA.
               10  VALUE "S - SALVAR"                  LINE 17 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 30.
               10  VALUE "H - HISTORICO"               LINE 18 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 30.
           05 ESCOLHA-INCLUIR-RECLAMACAO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-RCL                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-RCL.
