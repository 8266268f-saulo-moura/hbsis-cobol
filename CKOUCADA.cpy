      ******************************************************************
      * COPYBOOK.: CKOUCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DO CHECK-OUT DE VISITA - SAIDA DO         *
      * VENDEDOR DO CLIENTE, AMARRADA AO CHECK-IN DO DIARIO DE VISITAS *
      * PELA DATA, HORA DE ENTRADA, VENDEDOR E CLIENTE; O TEMPO EM     *
      * LOJA E A DIFERENCA ENTRE A HORA DE SAIDA E A DE ENTRADA        *
      ******************************************************************
      *
       01  REG-CHECKOUT.
      *
      * --> CHAVE DA VISITA NO DIARIO DE VISITAS (VISICADA)
      *
           05 CKO-CHAVE-VISITA.
               10 CKO-DATA             PIC 9(08).
               10 CKO-HORA-ENTRADA     PIC 9(06).
               10 CKO-CPF              PIC 9(11).
               10 CKO-CNPJ             PIC 9(14).
           05 CKO-HORA-SAIDA           PIC 9(06).
      *
      * --> ORIGEM: T = TELA DO CHECK-IN, A = APLICATIVO DE CAMPO
      *
           05 CKO-ORIGEM               PIC X(01).
               88 CHECKOUT-DA-TELA     VALUE "T".
               88 CHECKOUT-DO-APP      VALUE "A".
           05 CKO-OPERADOR             PIC X(08).
