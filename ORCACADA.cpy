      ******************************************************************
      * COPYBOOK.: ORCACADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE ORCAMENTO - COTACAO DE PRECOS PARA O   *
      * CLIENTE, COM OS ITENS PRECIFICADOS PELA TABELA DE PRECOS E UMA *
      * VALIDADE, QUE PODE SER CONVERTIDA EM PEDIDO DIGITADO           *
      ******************************************************************
      *
       01  REG-ORCAMENTO.
           05 ORC-NUMERO               PIC 9(09).
           05 ORC-CNPJ                 PIC 9(14).
      *
      * --> VENDEDOR DA CARTEIRA DO CLIENTE NA EMISSAO
      *
           05 ORC-CPF                  PIC 9(11).
           05 ORC-DATA                 PIC 9(08).
           05 ORC-VALIDADE             PIC 9(08).
           05 ORC-COND-PAGTO           PIC 9(02).
      *
      * --> A = ABERTO, C = CONVERTIDO EM PEDIDO, V = VENCIDO (FECHADO
      *     PELA CADEIA NOTURNA), X = CANCELADO
      *
           05 ORC-SITUACAO             PIC X(01).
               88 ORCAMENTO-ABERTO     VALUE "A".
               88 ORCAMENTO-CONVERTIDO VALUE "C".
               88 ORCAMENTO-VENCIDO    VALUE "V".
               88 ORCAMENTO-CANCELADO  VALUE "X".
      *
      * --> PRECO DO ITEM: O DE TABELA NA EMISSAO OU O NEGOCIADO,
      *     DENTRO DA FAIXA DO SEGMENTO DO CLIENTE
      *
           05 ORC-ITENS.
               10 ORC-QTD-ITENS        PIC 9(02).
               10 ORC-ITEM             OCCURS 12 TIMES.
                   15 ORC-ITE-PRODUTO  PIC 9(07).
                   15 ORC-ITE-QUANTIDADE
                                       PIC 9(05).
                   15 ORC-ITE-PRECO    PIC 9(09)V99.
                   15 ORC-ITE-VALOR    PIC 9(11)V99.
           05 ORC-VALOR-TOTAL          PIC 9(11)V99.
      *
      * --> PEDIDO GERADO NA CONVERSAO E DATA DO FECHAMENTO (CONVERSAO,
      *     VENCIMENTO OU CANCELAMENTO)
      *
           05 ORC-PEDIDO               PIC 9(09).
           05 ORC-DT-FECHAMENTO        PIC 9(08).
           05 ORC-DT-INCLUSAO          PIC 9(08).
           05 ORC-OPERADOR-INCLUSAO    PIC X(08).
           05 ORC-DT-ALTERACAO         PIC 9(08).
           05 ORC-OPERADOR-ALTERACAO   PIC X(08).
