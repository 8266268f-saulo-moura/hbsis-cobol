      ******************************************************************
      * COPYBOOK.: SUGEPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA SUGEPEDI - O ROTEIRO DE  *
      * VISITA E O PACOTE DO APP INFORMAM O CLIENTE E RECEBEM O PEDIDO *
      * SUGERIDO, MONTADO PELO HISTORICO DE PEDIDOS DELE               *
      ******************************************************************
      *
       01  REG-PARM-SUGESTAO.
           05 SUG-CNPJ                 PIC 9(14).
           05 SUG-DATA-BASE            PIC 9(08).
      *
      * --> PEDIDOS DO CLIENTE NO HISTORICO E PRODUTOS SUGERIDOS, DO
      *     MAIS FREQUENTE PARA O MENOS FREQUENTE
      *
           05 SUG-QTD-PEDIDOS          PIC 9(03).
           05 SUG-QTD-PRODUTOS         PIC 9(02).
           05 SUG-PRODUTO              OCCURS 20 TIMES.
               10 SUG-PRO-CODIGO       PIC 9(07).
      *
      * --> QUANTIDADE MEDIA POR PEDIDO QUE TEVE O PRODUTO, EM QUANTOS
      *     PEDIDOS DO HISTORICO ELE APARECEU E A ULTIMA COMPRA
      *
               10 SUG-PRO-QUANTIDADE   PIC 9(05).
               10 SUG-PRO-PEDIDOS      PIC 9(03).
               10 SUG-PRO-ULTIMA-DATA  PIC 9(08).
      *
      * --> "S" = O CLIENTE DEIXOU DE COMPRAR (FEZ O NUMERO DE PEDIDOS
      *     DOS PARAMETROS DEPOIS DA ULTIMA COMPRA DO PRODUTO)
      *
               10 SUG-PRO-PAROU        PIC X(01).
                   88 SUG-PAROU        VALUE "S".
      *
      * --> RETORNO: ZERO = SUGESTAO MONTADA; 1 = CLIENTE SEM PEDIDOS
      *     NO HISTORICO; 99 = ERRO NO ACESSO AOS ARQUIVOS
      *
           05 SUG-RETORNO              PIC 9(02).
               88 SUG-MONTADA          VALUE 0.
               88 SUG-SEM-HISTORICO    VALUE 1.
               88 SUG-ERRO             VALUE 99.
