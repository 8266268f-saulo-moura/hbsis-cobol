      ******************************************************************
      * COPYBOOK.: MVEQCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO HISTORICO DE MOVIMENTOS DOS EQUIPAMENTOS EM        *
      * COMODATO - INSTALACOES, TRANSFERENCIAS ENTRE CLIENTES,         *
      * RETIRADAS E AS CONFERENCIAS FEITAS NO CHECK-IN                 *
      ******************************************************************
      *
       01  REG-MOV-EQUIPAMENTO.
           05 MEQ-DATA                 PIC 9(08).
           05 MEQ-HORA                 PIC 9(06).
           05 MEQ-SERIE                PIC X(15).
      *
      * --> I = INSTALACAO (DEPOSITO -> CLIENTE), T = TRANSFERENCIA
      *     ENTRE CLIENTES, R = RETIRADA (CLIENTE -> DEPOSITO),
      *     P = CONFERIDO PRESENTE, A = CONFERIDO AUSENTE
      *
           05 MEQ-TIPO                 PIC X(01).
               88 MEQ-INSTALACAO       VALUE "I".
               88 MEQ-TRANSFERENCIA    VALUE "T".
               88 MEQ-RETIRADA         VALUE "R".
               88 MEQ-PRESENTE         VALUE "P".
               88 MEQ-AUSENTE          VALUE "A".
           05 MEQ-CNPJ-ANTERIOR        PIC 9(14).
           05 MEQ-CNPJ-NOVO            PIC 9(14).
           05 MEQ-PROGRAMA             PIC X(08).
           05 MEQ-OPERADOR             PIC X(08).
