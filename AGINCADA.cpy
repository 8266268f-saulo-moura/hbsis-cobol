      ******************************************************************
      * COPYBOOK.: AGINCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DA POSICAO DE FECHAMENTO DO AGING DO CONTAS A RECEBER *
      * - SALDOS EM ABERTO POR FAIXA DE ATRASO NO ULTIMO DIA DE CADA   *
      * COMPETENCIA FECHADA, GUARDADOS PARA COMPARACAO ENTRE MESES     *
      * FAIXAS: 1=A VENCER 2=1-30 3=31-60 4=61-90 5=MAIS DE 90 DIAS    *
      ******************************************************************
      *
       01  REG-POSICAO-AGING.
           05 AGE-ANOMES               PIC 9(06).
           05 AGE-DATA-REFERENCIA      PIC 9(08).
           05 AGE-DATA-GERACAO         PIC 9(08).
           05 AGE-QTD-TITULOS          PIC 9(07).
           05 AGE-VALOR-TOTAL          PIC 9(11)V99.
           05 AGE-FAIXA                OCCURS 5 TIMES.
               10 AGE-FAIXA-QTD        PIC 9(07).
               10 AGE-FAIXA-VALOR      PIC 9(11)V99.
