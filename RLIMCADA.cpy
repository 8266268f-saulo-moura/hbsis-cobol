      ******************************************************************
      * COPYBOOK.: RLIMCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DA PROPOSTA DE REVISAO DO LIMITE DE CREDITO DO        *
      * CLIENTE - GRAVADA PENDENTE PELO LOTE MENSAL COM OS INDICADORES *
      * DOS ULTIMOS DOZE MESES E DECIDIDA PELO SUPERVISOR NA TELA DE   *
      * REVISAO (ACEITA, AJUSTADA OU RECUSADA)                         *
      ******************************************************************
      *
       01  REG-REVISAO-LIMITE.
           05 RLC-CNPJ                 PIC 9(14).
           05 RLC-DATA-PROPOSTA        PIC 9(08).
           05 RLC-LIMITE-ATUAL         PIC 9(09)V99.
           05 RLC-LIMITE-PROPOSTO      PIC 9(09)V99.
      *
      * --> INDICADORES DA JANELA DE DOZE MESES QUE FUNDAMENTAM A
      *     PROPOSTA
      *
           05 RLC-QTD-TITULOS          PIC 9(05).
           05 RLC-ATRASO-MEDIO         PIC 9(04).
           05 RLC-MAIOR-EXPOSICAO      PIC 9(11)V99.
           05 RLC-VOLUME-COMPRAS       PIC 9(11)V99.
           05 RLC-QTD-COBRANCA         PIC 9(04).
           05 RLC-MOTIVO               PIC X(40).
      *
      * --> DECISAO DO SUPERVISOR
      *
           05 RLC-SITUACAO             PIC X(01).
               88 RLC-PENDENTE         VALUE "P".
               88 RLC-ACEITA           VALUE "A".
               88 RLC-AJUSTADA         VALUE "J".
               88 RLC-RECUSADA         VALUE "R".
           05 RLC-LIMITE-APLICADO      PIC 9(09)V99.
           05 RLC-DATA-DECISAO         PIC 9(08).
           05 RLC-OPERADOR-DECISAO     PIC X(08).
