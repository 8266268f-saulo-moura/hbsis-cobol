      ******************************************************************
      * COPYBOOK.: HPRECADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO HISTORICO DE PRECOS DE VENDA - UM REGISTRO POR     *
      * PRECO DE TABELA DO PRODUTO (TIPO P) OU FAIXA DA TABELA DE      *
      * PRECOS DO SEGMENTO (TIPO F) E DATA DE INICIO DE VIGENCIA; O    *
      * PRECO DE UMA DATA E O DO REGISTRO DE MAIOR VIGENCIA ATE ELA    *
      ******************************************************************
      *
       01  REG-HIST-PRECO.
           05 HPR-CHAVE.
               10 HPR-PRODUTO          PIC 9(07).
               10 HPR-TIPO             PIC X(01).
                   88 HPR-PRECO-PRODUTO    VALUE "P".
                   88 HPR-FAIXA-SEGMENTO   VALUE "F".
      *
      * --> SEGMENTO DA FAIXA; NO PRECO DO PRODUTO FICA ZERO/BRANCO
      *
               10 HPR-FILIAL           PIC 9(02).
               10 HPR-CANAL            PIC X(01).
               10 HPR-PORTE            PIC X(01).
               10 HPR-DT-VIGENCIA      PIC 9(08).
           05 HPR-PRECO-TABELA         PIC 9(09)V99.
           05 HPR-PRECO-MINIMO         PIC 9(09)V99.
           05 HPR-PRECO-MAXIMO         PIC 9(09)V99.
      *
      * --> ORIGEM: M = MANUTENCAO DO CADASTRO, R = REAJUSTE
      *     PROGRAMADO (HPR-REAJUSTE), I = PRECO QUE JA VIGORAVA
      *     QUANDO O HISTORICO DO PRODUTO/SEGMENTO COMECOU
      *
           05 HPR-ORIGEM               PIC X(01).
               88 HPR-ORIGEM-MANUAL    VALUE "M".
               88 HPR-ORIGEM-REAJUSTE  VALUE "R".
               88 HPR-ORIGEM-INICIAL   VALUE "I".
           05 HPR-REAJUSTE             PIC 9(05).
           05 HPR-DT-INCLUSAO          PIC 9(08).
           05 HPR-OPERADOR-INCLUSAO    PIC X(08).
