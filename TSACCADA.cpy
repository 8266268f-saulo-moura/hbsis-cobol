      ******************************************************************
      * COPYBOOK.: TSACCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DA TABELA DE TIPOS DE RECLAMACAO DO SAC   *
      * (GARRAFA QUEBRADA, ENTREGA ATRASADA, ERRO DE FATURAMENTO ETC.) *
      * COM O PRAZO DE ATENDIMENTO (SLA) EM DIAS CORRIDOS DE CADA TIPO *
      ******************************************************************
      *
       01  REG-TIPO-RECLAMACAO.
           05 TSA-CODIGO               PIC 9(02).
           05 TSA-DESCRICAO            PIC X(30).
           05 TSA-PRAZO-DIAS           PIC 9(03).
           05 TSA-SITUACAO             PIC X(01).
               88 TIPO-RECLAMACAO-ATIVO
                                       VALUE "A".
               88 TIPO-RECLAMACAO-INATIVO
                                       VALUE "I".
           05 TSA-DT-INCLUSAO          PIC 9(08).
           05 TSA-OPERADOR-INCLUSAO    PIC X(08).
