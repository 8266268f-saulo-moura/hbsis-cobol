      ******************************************************************
      * COPYBOOK.: MVVACADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO JORNAL DE MOVIMENTOS DE VASILHAMES - UMA LINHA POR *
      * ALTERACAO DO SALDO DO CLIENTE, COM O DOCUMENTO DE ORIGEM E O   *
      * SALDO RESULTANTE                                               *
      ******************************************************************
      *
       01  REG-MOV-VASILHAME.
           05 MVV-DATA                 PIC 9(08).
           05 MVV-HORA                 PIC 9(06).
           05 MVV-CNPJ                 PIC 9(14).
           05 MVV-PRODUTO              PIC 9(07).
      *
      * --> F = DEBITO NO FATURAMENTO, E = COLETA NA ENTREGA,
      *     V = COLETA NA VISITA, D = DEVOLUCAO DO PEDIDO,
      *     A = AJUSTE DE CONTAGEM
      *
           05 MVV-TIPO                 PIC X(01).
               88 MOV-VAS-FATURAMENTO  VALUE "F".
               88 MOV-VAS-COLETA-ENTREGA VALUE "E".
               88 MOV-VAS-COLETA-VISITA VALUE "V".
               88 MOV-VAS-DEVOLUCAO    VALUE "D".
               88 MOV-VAS-AJUSTE       VALUE "A".
           05 MVV-QUANTIDADE           PIC S9(07).
           05 MVV-DOCUMENTO            PIC 9(09).
           05 MVV-PROGRAMA             PIC X(08).
           05 MVV-OPERADOR             PIC X(08).
           05 MVV-SALDO                PIC S9(07).
