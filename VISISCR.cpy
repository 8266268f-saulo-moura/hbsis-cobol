      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 22/08/2026                                          *
      * TELA DO CHECK-IN DE VISITA DO VENDEDOR NO CLIENTE              *
      * (O CHECK-OUT USA SO O CPF DO VENDEDOR E O CNPJ DO CLIENTE)     *
      ******************************************************************
       01  SCR-CHECKIN-VISITA.
           05  CHECKIN-VISITA-CABECALHO.
                                       PIC 99
                                       USING VIS-MOTIVO.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CHECK-OUT (SAIDA DO CLIENTE)"
                                                       LINE 17 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 18 COL 10.
           05 ESCOLHA-CHECKIN-VISITA.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 20 COL 10.
               10  OPCAO-INC-VIS                       LINE 20 COL 35
