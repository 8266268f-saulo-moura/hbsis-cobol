      ******************************************************************
      * COPYBOOK.: IMPOCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE IMPOSTOS DO ITEM FATURADO - BASES E    *
      * VALORES DE ICMS, ICMS-ST E IPI DE CADA LINHA DO DOCUMENTO, COM *
      * AS ALIQUOTAS DA REGRA QUE VALEU NO FATURAMENTO                 *
      ******************************************************************
      *
       01  REG-IMPOSTO-ITEM.
      *
      * --> DOCUMENTO (FATUCADA) E SEQUENCIA DA LINHA DO PEDIDO
      *
           05 IMP-CHAVE.
               10 IMP-DOCUMENTO        PIC 9(09).
               10 IMP-SEQUENCIA        PIC 9(03).
           05 IMP-NUMERO-PED           PIC 9(09).
           05 IMP-PRODUTO              PIC 9(07).
      *
      * --> CHAVE DA REGRA APLICADA (CLASSE EM BRANCO = REGRA GERAL,
      *     TIPO EM BRANCO = QUALQUER CANAL); SEM REGRA O ITEM FICA
      *     COM ALIQUOTAS E IMPOSTOS ZERADOS
      *
           05 IMP-CLASSE-FISCAL        PIC X(08).
           05 IMP-UF-ORIGEM            PIC X(02).
           05 IMP-UF-DESTINO           PIC X(02).
           05 IMP-TIPO-CLIENTE         PIC X(01).
           05 IMP-REGRA                PIC X(01).
               88 IMP-COM-REGRA        VALUE "S".
               88 IMP-SEM-REGRA        VALUE "N".
           05 IMP-VALOR-ITEM           PIC 9(09)V99.
           05 IMP-ALIQ-ICMS            PIC 9(02)V99.
           05 IMP-BASE-ICMS            PIC 9(09)V99.
           05 IMP-VALOR-ICMS           PIC 9(09)V99.
           05 IMP-ALIQ-IPI             PIC 9(02)V99.
           05 IMP-VALOR-IPI            PIC 9(09)V99.
           05 IMP-MVA-ST               PIC 9(03)V99.
           05 IMP-ALIQ-ICMS-ST         PIC 9(02)V99.
           05 IMP-BASE-ICMS-ST         PIC 9(09)V99.
           05 IMP-VALOR-ICMS-ST        PIC 9(09)V99.
