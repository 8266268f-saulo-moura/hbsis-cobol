      ******************************************************************
      * COPYBOOK.: PRVICADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO DIARIO DE VISITAS A PROSPECTOS - UMA LINHA POR     *
      * VISITA, NOS MOLDES DO CHECK-IN DE CLIENTES (VISICADA)          *
      ******************************************************************
      *
       01  REG-VISITA-PROSPECTO.
           05 PRV-DATA                 PIC 9(08).
           05 PRV-HORA                 PIC 9(06).
           05 PRV-CPF                  PIC 9(11).
           05 PRV-PROSPECTO            PIC 9(07).
      *
      * --> INTERESSE, RECUSA (SEM INTERESSE) OU FECHADO (PORTA
      *     FECHADA)
      *
           05 PRV-RESULTADO            PIC X(10).
              88 PRV-COM-INTERESSE     VALUE "INTERESSE".
              88 PRV-RECUSA            VALUE "RECUSA".
              88 PRV-FECHADO           VALUE "FECHADO".
           05 PRV-NOTA                 PIC X(60).
           05 PRV-OPERADOR             PIC X(08).
