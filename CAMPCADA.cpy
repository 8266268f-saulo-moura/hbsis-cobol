      ******************************************************************
      * COPYBOOK.: CAMPCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE CAMPANHAS PROMOCIONAIS - PRECO         *
      * PROMOCIONAL OU PERCENTUAL DE DESCONTO SOBRE A TABELA PARA UM   *
      * PRODUTO, NO PERIODO DA CAMPANHA, OPCIONALMENTE RESTRITA A UMA  *
      * FILIAL, CANAL, PORTE OU REDE E A UM VOLUME MAXIMO              *
      ******************************************************************
      *
       01  REG-CAMPANHA.
           05 CMP-CODIGO               PIC 9(05).
           05 CMP-DESCRICAO            PIC X(30).
           05 CMP-PRODUTO              PIC 9(07).
      *
      * --> PRECO PROMOCIONAL; ZERADO, VALE O PERCENTUAL DE DESCONTO
      *     SOBRE O PRECO DE TABELA DO PRODUTO
      *
           05 CMP-PRECO-PROMOCIONAL    PIC 9(09)V99.
           05 CMP-PCT-DESCONTO         PIC 9(02)V99.
      *
      * --> PUBLICO DA CAMPANHA: FILIAL ZERO, CANAL E PORTE EM BRANCO
      *     E REDE ZERO VALEM PARA TODOS OS CLIENTES
      *
           05 CMP-FILIAL               PIC 9(02).
           05 CMP-CANAL                PIC X(01).
           05 CMP-PORTE                PIC X(01).
           05 CMP-REDE                 PIC 9(05).
           05 CMP-DT-INICIO            PIC 9(08).
           05 CMP-DT-FIM               PIC 9(08).
      *
      * --> TETO DE VOLUME EM UNIDADES DO PRODUTO (ZERO = SEM TETO) E
      *     QUANTIDADE JA VENDIDA NA CAMPANHA PELOS PEDIDOS GRAVADOS
      *
           05 CMP-VOLUME-MAXIMO        PIC 9(07).
           05 CMP-VOLUME-VENDIDO       PIC 9(07).
           05 CMP-SITUACAO             PIC X(01).
               88 CAMPANHA-ATIVA       VALUE "A".
               88 CAMPANHA-INATIVA     VALUE "I".
           05 CMP-DT-INCLUSAO          PIC 9(08).
           05 CMP-OPERADOR-INCLUSAO    PIC X(08).
           05 CMP-DT-ALTERACAO         PIC 9(08).
           05 CMP-OPERADOR-ALTERACAO   PIC X(08).
