      ******************************************************************
      * COPYBOOK.: ESTQCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE SALDO DE ESTOQUE POR FILIAL E PRODUTO  *
      * - QUANTIDADE FISICA, RESERVADA PELOS PEDIDOS DIGITADOS E       *
      * DISPONIVEL PARA VENDA (FISICA MENOS RESERVADA); PRODUTO SEM    *
      * REGISTRO NA FILIAL NAO TEM CONTROLE DE ESTOQUE                 *
      ******************************************************************
      *
       01  REG-ESTOQUE.
           05 EST-CHAVE.
               10 EST-FILIAL           PIC 9(02).
               10 EST-PRODUTO          PIC 9(07).
           05 EST-QTD-FISICA           PIC S9(07).
           05 EST-QTD-RESERVADA        PIC S9(07).
           05 EST-QTD-DISPONIVEL       PIC S9(07).
           05 EST-DT-ALTERACAO         PIC 9(08).
           05 EST-OPERADOR-ALTERACAO   PIC X(08).
