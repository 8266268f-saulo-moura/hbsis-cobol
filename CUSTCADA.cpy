      ******************************************************************
      * COPYBOOK.: CUSTCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO HISTORICO DE PRECO DE CUSTO DOS PRODUTOS - UM      *
      * REGISTRO POR PRODUTO E DATA DE INICIO DE VIGENCIA; O CUSTO DE  *
      * UMA DATA E O DO REGISTRO DE MAIOR VIGENCIA ATE ELA             *
      ******************************************************************
      *
       01  REG-CUSTO.
           05 CUS-CHAVE.
               10 CUS-PRODUTO          PIC 9(07).
               10 CUS-DT-VIGENCIA      PIC 9(08).
           05 CUS-PRECO-CUSTO          PIC 9(09)V99.
           05 CUS-DT-INCLUSAO          PIC 9(08).
           05 CUS-OPERADOR-INCLUSAO    PIC X(08).
