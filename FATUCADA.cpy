           05 FAT-SITUACAO             PIC X(01).
               88 FATURA-EMITIDA       VALUE "E".
               88 FATURA-LIQUIDADA     VALUE "L".
      *
      * --> IMPOSTOS DO DOCUMENTO, SOMA DOS ITENS (IMPOCADA): FAT-VALOR
      *     E O VALOR DOS PRODUTOS, COM O ICMS PROPRIO DENTRO; O IPI E
      *     O ICMS-ST VAO POR FORA, E O TOTAL DO DOCUMENTO E O VALOR
      *     COBRADO NOS TITULOS (ZERO = FATURADO SEM CALCULO DE
      *     IMPOSTOS, VALE FAT-VALOR)
      *
           05 FAT-BASE-ICMS            PIC 9(09)V99.
           05 FAT-VALOR-ICMS           PIC 9(09)V99.
           05 FAT-BASE-ICMS-ST         PIC 9(09)V99.
           05 FAT-VALOR-ICMS-ST        PIC 9(09)V99.
           05 FAT-VALOR-IPI            PIC 9(09)V99.
           05 FAT-VALOR-TOTAL          PIC 9(09)V99.
