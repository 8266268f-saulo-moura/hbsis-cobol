      ******************************************************************
      * COPYBOOK.: RCLHCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO HISTORICO DAS RECLAMACOES DE CLIENTE - UM REGISTRO *
      * POR ABERTURA OU MUDANCA DE SITUACAO, COM A NOTA DO OPERADOR    *
      ******************************************************************
      *
       01  REG-HIST-RECLAMACAO.
           05 RCH-NUMERO               PIC 9(07).
           05 RCH-DATA                 PIC 9(08).
           05 RCH-HORA                 PIC 9(06).
      *
      * --> SITUACAO ANTERIOR (BRANCO NA ABERTURA) E NOVA SITUACAO
      *
           05 RCH-SITUACAO-ANTERIOR    PIC X(01).
           05 RCH-SITUACAO             PIC X(01).
           05 RCH-NOTA                 PIC X(60).
           05 RCH-OPERADOR             PIC X(08).
