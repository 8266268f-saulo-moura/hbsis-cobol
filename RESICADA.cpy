      ******************************************************************
      * COPYBOOK.: RESICADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE SALDO PENDENTE DE ENTREGA - A PARTE DE *
      * UMA LINHA DO PEDIDO QUE FALTOU EM ESTOQUE NO FATURAMENTO E     *
      * FICOU PARA SER FATURADA QUANDO O ESTOQUE CHEGAR                *
      ******************************************************************
      *
       01  REG-SALDO-PENDENTE.
      *
      * --> PEDIDO E SEQUENCIA DA LINHA DE ORIGEM (ITEMCADA)
      *
           05 RSD-CHAVE.
               10 RSD-NUMERO-PED       PIC 9(09).
               10 RSD-SEQUENCIA        PIC 9(03).
           05 RSD-CNPJ                 PIC 9(14).
           05 RSD-CPF                  PIC 9(11).
           05 RSD-PRODUTO              PIC 9(07).
      *
      * --> QUANTIDADE DA LINHA NO PEDIDO E O SALDO AINDA NAO FATURADO
      *
           05 RSD-QTD-PEDIDA           PIC 9(05).
           05 RSD-QTD-PENDENTE         PIC 9(05).
           05 RSD-PRECO-UNITARIO       PIC 9(09)V99.
           05 RSD-CAMPANHA             PIC 9(05).
           05 RSD-DT-INCLUSAO          PIC 9(08).
           05 RSD-SITUACAO             PIC X(01).
               88 PENDENCIA-ABERTA     VALUE "A".
               88 PENDENCIA-FATURADA   VALUE "F".
               88 PENDENCIA-CANCELADA  VALUE "C".
      *
      * --> ULTIMO PEDIDO COMPLEMENTAR QUE FATUROU O SALDO (ZERO =
      *     AINDA NAO FATURADO) E DATA DA BAIXA (FATURAMENTO OU
      *     CANCELAMENTO DO SALDO)
      *
           05 RSD-PEDIDO-COMPLEMENTO   PIC 9(09).
           05 RSD-DT-BAIXA             PIC 9(08).
