      ******************************************************************
      * COPYBOOK.: DVITCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE ITENS DEVOLVIDOS - QUANTIDADE DE CADA  *
      * ITEM DO PEDIDO QUE VOLTOU NA DEVOLUCAO, CHAVEADA PELA          *
      * DEVOLUCAO (PEDIDO + SEQUENCIA) E PELA SEQUENCIA DO ITEM        *
      ******************************************************************
      *
       01  REG-DEV-ITEM.
           05 DVI-CHAVE.
               10 DVI-NUMERO-PED       PIC 9(09).
               10 DVI-SEQ-DEVOLUCAO    PIC 9(02).
               10 DVI-SEQ-ITEM         PIC 9(03).
           05 DVI-PRODUTO              PIC 9(07).
           05 DVI-QUANTIDADE           PIC 9(05).
           05 DVI-DATA                 PIC 9(08).
