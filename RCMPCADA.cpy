      ******************************************************************
      * COPYBOOK.: RCMPCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE RECEBIMENTOS EM CAMPO - DINHEIRO OU    *
      * CHEQUE RECEBIDO PELO VENDEDOR NA VISITA CONTRA UM TITULO, QUE  *
      * AGUARDA O DEPOSITO ATE O ACERTO DE CONTAS DO VENDEDOR          *
      ******************************************************************
      *
       01  REG-RECEB-CAMPO.
           05 RCC-CHAVE.
               10 RCC-DOCUMENTO        PIC 9(09).
               10 RCC-PARCELA          PIC 9(02).
               10 RCC-SEQUENCIA        PIC 9(03).
           05 RCC-CPF-VENDEDOR         PIC 9(11).
           05 RCC-CNPJ                 PIC 9(14).
           05 RCC-DATA-RECEBIMENTO     PIC 9(08).
           05 RCC-VALOR                PIC 9(09)V99.
           05 RCC-FORMA                PIC X(01).
               88 RCC-EM-DINHEIRO      VALUE "D".
               88 RCC-EM-CHEQUE        VALUE "C".
               88 RCC-FORMA-VALIDA     VALUE "D" "C".
           05 RCC-BANCO-CHEQUE         PIC 9(03).
           05 RCC-NUMERO-CHEQUE        PIC X(10).
      *
      * --> AGUARDANDO DEPOSITO ATE O ACERTO, QUE BAIXA O TITULO; O
      *     CHEQUE DEVOLVIDO DEPOIS DO ACERTO VIRA PENDENCIA DO
      *     VENDEDOR (PACECADA); O ESTORNO DESFAZ O LANCAMENTO ERRADO
      *
           05 RCC-SITUACAO             PIC X(01).
               88 RCC-AGUARDANDO-DEPOSITO VALUE "P".
               88 RCC-ACERTADO         VALUE "A".
               88 RCC-CHEQUE-DEVOLVIDO VALUE "V".
               88 RCC-ESTORNADO        VALUE "X".
           05 RCC-DATA-ACERTO          PIC 9(08).
           05 RCC-SEQUENCIA-ACERTO     PIC 9(02).
           05 RCC-DT-INCLUSAO          PIC 9(08).
           05 RCC-OPERADOR-INCLUSAO    PIC X(08).
           05 RCC-DT-ALTERACAO         PIC 9(08).
           05 RCC-OPERADOR-ALTERACAO   PIC X(08).
