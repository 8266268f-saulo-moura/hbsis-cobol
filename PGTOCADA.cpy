      ******************************************************************
      * COPYBOOK.: PGTOCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO HISTORICO DE PAGAMENTOS DO CONTAS A RECEBER - UM   *
      * REGISTRO POR RECEBIMENTO DE CADA TITULO (PELA TELA DE BAIXA OU *
      * PELO RETORNO DO BANCO), COM A DIVISAO DO VALOR RECEBIDO ENTRE  *
      * MULTA, JUROS E PRINCIPAL E O SALDO QUE FICOU EM ABERTO         *
      ******************************************************************
      *
       01  REG-PAGAMENTO.
           05 PGT-CHAVE.
               10 PGT-DOCUMENTO        PIC 9(09).
               10 PGT-PARCELA          PIC 9(02).
               10 PGT-SEQUENCIA        PIC 9(03).
           05 PGT-DATA-PAGAMENTO       PIC 9(08).
           05 PGT-DIAS-ATRASO          PIC 9(04).
           05 PGT-VALOR-RECEBIDO       PIC 9(09)V99.
           05 PGT-VALOR-MULTA          PIC 9(09)V99.
           05 PGT-VALOR-JUROS          PIC 9(09)V99.
           05 PGT-VALOR-PRINCIPAL      PIC 9(09)V99.
      *
      * --> DESCONTO CONCEDIDO NO PRINCIPAL E JUROS/MULTA DISPENSADOS;
      *     ACIMA DO LIMITE DOS PARAMETROS SO COM OPERADOR SUPERVISOR
      *
           05 PGT-VALOR-DESCONTO       PIC 9(09)V99.
           05 PGT-VALOR-DISPENSADO     PIC 9(09)V99.
           05 PGT-SALDO-APOS           PIC 9(09)V99.
           05 PGT-TIPO                 PIC X(01).
               88 PAGAMENTO-PARCIAL    VALUE "P".
               88 PAGAMENTO-QUITACAO   VALUE "Q".
           05 PGT-ORIGEM               PIC X(01).
               88 PAGO-NA-TELA         VALUE "T".
               88 PAGO-PELO-BANCO      VALUE "B".
               88 PAGO-EM-CAMPO        VALUE "C".
           05 PGT-OPERADOR             PIC X(08).
      *
      * --> CREDITO DO CLIENTE USADO NA BAIXA (ENTRA NO PRINCIPAL SEM
      *     SER DINHEIRO RECEBIDO) E O EXCEDENTE DO RECEBIDO SOBRE O
      *     DEVIDO, QUE FOI LANCADO COMO CREDITO DO CLIENTE
      *
           05 PGT-VALOR-CREDITO        PIC 9(09)V99.
           05 PGT-VALOR-EXCEDENTE      PIC 9(09)V99.
