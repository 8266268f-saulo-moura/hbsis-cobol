      ******************************************************************
      * COPYBOOK.: ACERCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE ACERTOS DE CONTAS DO VENDEDOR - UM POR *
      * ACERTO, COM O RECOLHIDO EM CAMPO, O DEPOSITO FEITO, A FALTA    *
      * QUE VIROU PENDENCIA E O QUE O DEPOSITO REGULARIZOU DE          *
      * PENDENCIAS ANTERIORES                                          *
      ******************************************************************
      *
       01  REG-ACERTO.
           05 ACE-CHAVE.
               10 ACE-CPF-VENDEDOR     PIC 9(11).
               10 ACE-DATA             PIC 9(08).
               10 ACE-SEQUENCIA        PIC 9(02).
           05 ACE-QTD-RECEBIMENTOS     PIC 9(05).
           05 ACE-VALOR-DINHEIRO       PIC 9(09)V99.
           05 ACE-VALOR-CHEQUES        PIC 9(09)V99.
           05 ACE-VALOR-DEPOSITADO     PIC 9(09)V99.
           05 ACE-DOCUMENTO-DEPOSITO   PIC X(20).
           05 ACE-VALOR-FALTA          PIC 9(09)V99.
           05 ACE-VALOR-REGULARIZADO   PIC 9(09)V99.
           05 ACE-HORA                 PIC 9(06).
           05 ACE-OPERADOR             PIC X(08).
