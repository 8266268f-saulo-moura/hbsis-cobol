      ******************************************************************
      * COPYBOOK.: CREDCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO SALDO DE CREDITO DO CLIENTE - VALOR QUE A EMPRESA  *
      * DEVE AO CLIENTE (DEVOLUCAO DE PEDIDO JA PAGO, PAGAMENTO A      *
      * MAIOR, AJUSTE MANUAL) E QUE PODE SER USADO NA BAIXA DE TITULOS *
      ******************************************************************
      *
       01  REG-CREDITO.
           05 CRE-CNPJ                 PIC 9(14).
           05 CRE-SALDO                PIC 9(09)V99.
           05 CRE-DT-ULT-CREDITO       PIC 9(08).
           05 CRE-DT-ULT-UTILIZACAO    PIC 9(08).
           05 CRE-DT-ALTERACAO         PIC 9(08).
           05 CRE-OPERADOR-ALTERACAO   PIC X(08).
