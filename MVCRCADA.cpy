      ******************************************************************
      * COPYBOOK.: MVCRCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO RAZAO DE CREDITO DO CLIENTE - UMA LINHA POR        *
      * ALTERACAO DO SALDO DE CREDITO, COM O DOCUMENTO DE ORIGEM E O   *
      * SALDO RESULTANTE                                               *
      ******************************************************************
      *
       01  REG-MOV-CREDITO.
           05 MVC-DATA                 PIC 9(08).
           05 MVC-HORA                 PIC 9(06).
           05 MVC-CNPJ                 PIC 9(14).
      *
      * --> D = DEVOLUCAO DE PEDIDO JA PAGO, P = PAGAMENTO A MAIOR,
      *     A = AJUSTE MANUAL, U = USO NA BAIXA DE TITULO
      *
           05 MVC-TIPO                 PIC X(01).
               88 MOV-CRE-DEVOLUCAO    VALUE "D".
               88 MOV-CRE-PAGTO-MAIOR  VALUE "P".
               88 MOV-CRE-AJUSTE       VALUE "A".
               88 MOV-CRE-UTILIZACAO   VALUE "U".
           05 MVC-VALOR                PIC S9(09)V99.
           05 MVC-DOCUMENTO            PIC 9(09).
           05 MVC-PARCELA              PIC 9(02).
           05 MVC-HISTORICO            PIC X(30).
           05 MVC-PROGRAMA             PIC X(08).
           05 MVC-OPERADOR             PIC X(08).
           05 MVC-SALDO                PIC 9(09)V99.
