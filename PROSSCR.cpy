      ******************************************************************
      * COPYBOOK.: PROSSCR                                             *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * TELA DO CADASTRO DE PROSPECTOS E DAS VISITAS A PROSPECTOS      *
      ******************************************************************
       01  SCR-INCLUIR-PROSPECTO.
           05  INCLUIR-PROSPECTO-CABECALHO.
               10  VALUE "CADASTRO DE PROSPECTOS"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  INCLUIR-PROSPECTO-DADOS.
               10  VALUE "NUMERO (0=NOVO):"            LINE 4 COL 10.
               10  SCR-NUMERO-PRS                      LINE 4 COL 30
                                       PIC Z(06)9
                                       USING PRS-NUMERO.
               10  VALUE "NOME:"                       LINE 5 COL 10.
               10  SCR-NOME-PRS                        LINE 5 COL 30
                                       PIC X(40)
                                       USING PRS-NOME.
               10  VALUE "LOGRADOURO:"                 LINE 6 COL 10.
               10  SCR-LOGRADOURO-PRS                  LINE 6 COL 30
                                       PIC X(40)
                                       USING PRS-LOGRADOURO.
               10  VALUE "NUMERO:"                     LINE 7 COL 10.
               10  SCR-END-NUMERO-PRS                  LINE 7 COL 30
                                       PIC X(08)
                                       USING PRS-ENDERECO-NUMERO.
               10  VALUE "BAIRRO:"                     LINE 7 COL 52.
               10  SCR-BAIRRO-PRS                      LINE 7 COL 60
                                       PIC X(20)
                                       USING PRS-BAIRRO.
               10  VALUE "MUNICIPIO:"                  LINE 8 COL 10.
               10  SCR-MUNICIPIO-PRS                   LINE 8 COL 30
                                       PIC X(30)
                                       USING PRS-MUNICIPIO.
               10  VALUE "UF:"                         LINE 8 COL 63.
               10  SCR-UF-PRS                          LINE 8 COL 67
                                       PIC X(02)
                                       USING PRS-UF.
               10  VALUE "CEP:"                        LINE 9 COL 10.
               10  SCR-CEP-PRS                         LINE 9 COL 30
                                       PIC 9(08)
                                       USING PRS-CEP.
               10  VALUE "TELEFONE:"                   LINE 9 COL 52.
               10  SCR-TELEFONE-PRS                    LINE 9 COL 62
                                       PIC X(15)
                                       USING PRS-TELEFONE.
               10  VALUE "LATITUDE:"                   LINE 10 COL 10.
               10  SCR-LATITUDE-PRS                    LINE 10 COL 30
                                       PIC 999,99999999
                                       USING PRS-LATITUDE.
               10  VALUE "LONGITUDE:"                  LINE 10 COL 52.
               10  SCR-LONGITUDE-PRS                   LINE 10 COL 63
                                       PIC 999,99999999
                                       USING PRS-LONGITUDE.
               10  VALUE "CANAL (B/M/R/A):"            LINE 11 COL 10.
               10  SCR-CANAL-PRS                       LINE 11 COL 30
                                       PIC X(01)
                                       USING PRS-CANAL.
               10  VALUE "POT.MENSAL:"                 LINE 11 COL 52.
               10  SCR-POTENCIAL-PRS                   LINE 11 COL 64
                                       PIC ZZZZZZ9,99
                                       USING PRS-POTENCIAL-MENSAL.
               10  VALUE "VENDEDOR (CPF):"             LINE 12 COL 10.
               10  SCR-VENDEDOR-PRS                    LINE 12 COL 30
                                       PIC 9(11)
                                       USING PRS-VENDEDOR-CPF.
               10  SCR-NOME-VENDEDOR-PRS               LINE 12 COL 43
                                       PIC X(30)
                                       FROM WS-NOME-VENDEDOR.
               10  VALUE "SITUACAO (A/C/D):"           LINE 13 COL 10.
               10  SCR-SITUACAO-PRS                    LINE 13 COL 30
                                       PIC X(01)
                                       FROM PRS-SITUACAO.
               10  VALUE "CLIENTE:"                    LINE 13 COL 52.
               10  SCR-CNPJ-CONVERTIDO-PRS             LINE 13 COL 61
                                       PIC 9(14)
                                       FROM PRS-CNPJ-CONVERTIDO.
               10  VALUE "RESULTADO DA VISITA:"        LINE 14 COL 10.
               10  SCR-RESULTADO-PRS                   LINE 14 COL 31
                                       PIC X(10)
                                       USING WS-RESULTADO-VISITA.
               10  VALUE "(INTERESSE/RECUSA/FECHADO)"  LINE 14 COL 43.
               10  VALUE "NOTA:"                       LINE 15 COL 10.
               10  SCR-NOTA-PRS                        LINE 15 COL 16
                                       PIC X(60)
                                       USING WS-NOTA-DIGITADA.
               10  VALUE "S - SALVAR"                  LINE 17 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 30.
               10  VALUE "R - REGISTRAR VISITA"        LINE 18 COL 10.
               10  VALUE "H - VISITAS DO PROSPECTO"    LINE 18 COL 35.
               10  VALUE "D - DESCARTAR"               LINE 19 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 19 COL 30.
           05 ESCOLHA-INCLUIR-PROSPECTO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 21 COL 10.
               10  OPCAO-INC-PRS                       LINE 21 COL 35
                                       PIC X       TO WS-OPCAO-INC-PRS.
