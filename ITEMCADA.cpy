           05 ITE-QUANTIDADE           PIC 9(05).
           05 ITE-PRECO-UNITARIO       PIC 9(09)V99.
           05 ITE-VALOR-TOTAL          PIC 9(09)V99.
      *
      * --> CAMPANHA PROMOCIONAL QUE PRECIFICOU O ITEM (ZERO = PRECO
      *     DIGITADO OU DE TABELA, SEM CAMPANHA)
      *
           05 ITE-CAMPANHA             PIC 9(05).
