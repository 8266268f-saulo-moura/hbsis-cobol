      ******************************************************************
      * COPYBOOK.: MVESCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO JORNAL DE MOVIMENTOS DE ESTOQUE - UMA LINHA POR    *
      * ALTERACAO DE SALDO, COM O DOCUMENTO DE ORIGEM E OS SALDOS      *
      * RESULTANTES, PARA RASTREAR QUALQUER DIVERGENCIA                *
      ******************************************************************
      *
       01  REG-MOV-ESTOQUE.
           05 MVE-DATA                 PIC 9(08).
           05 MVE-HORA                 PIC 9(06).
           05 MVE-FILIAL               PIC 9(02).
           05 MVE-PRODUTO              PIC 9(07).
      *
      * --> R = RESERVA DO PEDIDO, L = LIBERACAO DA RESERVA,
      *     S = SAIDA NO FATURAMENTO, D = DEVOLUCAO DO CLIENTE,
      *     E = ENTRADA DE MERCADORIA, A = AJUSTE DE INVENTARIO
      *
           05 MVE-TIPO                 PIC X(01).
               88 MOV-RESERVA          VALUE "R".
               88 MOV-LIBERACAO        VALUE "L".
               88 MOV-SAIDA            VALUE "S".
               88 MOV-DEVOLUCAO        VALUE "D".
               88 MOV-ENTRADA          VALUE "E".
               88 MOV-AJUSTE           VALUE "A".
           05 MVE-QUANTIDADE           PIC S9(07).
           05 MVE-DOCUMENTO            PIC 9(09).
           05 MVE-PROGRAMA             PIC X(08).
           05 MVE-OPERADOR             PIC X(08).
           05 MVE-SALDO-FISICO         PIC S9(07).
           05 MVE-SALDO-RESERVADO      PIC S9(07).
