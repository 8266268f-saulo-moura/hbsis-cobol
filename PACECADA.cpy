      ******************************************************************
      * COPYBOOK.: PACECADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE PENDENCIAS DO ACERTO DO VENDEDOR -     *
      * FALTA NO DEPOSITO E CHEQUE DEVOLVIDO, EM ABERTO CONTRA O       *
      * VENDEDOR ATE SEREM REGULARIZADOS NOS ACERTOS SEGUINTES         *
      ******************************************************************
      *
       01  REG-PENDENCIA-ACERTO.
           05 PAC-CHAVE.
               10 PAC-CPF-VENDEDOR     PIC 9(11).
               10 PAC-DATA             PIC 9(08).
               10 PAC-SEQUENCIA        PIC 9(03).
           05 PAC-TIPO                 PIC X(01).
               88 PAC-FALTA-DEPOSITO   VALUE "F".
               88 PAC-CHEQUE-DEVOLVIDO VALUE "C".
      *
      * --> ORIGEM: SEQUENCIA DO ACERTO DA FALTA OU TITULO E SEQUENCIA
      *     DO RECEBIMENTO EM CAMPO DO CHEQUE DEVOLVIDO
      *
           05 PAC-SEQUENCIA-ACERTO     PIC 9(02).
           05 PAC-DOCUMENTO            PIC 9(09).
           05 PAC-PARCELA              PIC 9(02).
           05 PAC-SEQUENCIA-RCC        PIC 9(03).
           05 PAC-VALOR                PIC 9(09)V99.
           05 PAC-VALOR-REGULARIZADO   PIC 9(09)V99.
           05 PAC-SITUACAO             PIC X(01).
               88 PAC-EM-ABERTO        VALUE "A".
               88 PAC-REGULARIZADA     VALUE "R".
           05 PAC-DATA-REGULARIZACAO   PIC 9(08).
           05 PAC-DT-INCLUSAO          PIC 9(08).
           05 PAC-OPERADOR-INCLUSAO    PIC X(08).
