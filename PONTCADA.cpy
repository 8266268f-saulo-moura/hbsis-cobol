      ******************************************************************
      * COPYBOOK.: PONTCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DOS PONTOS APURADOS NOS CONCURSOS DE      *
      * VENDAS - UM REGISTRO POR FATO PONTUADO (ITEM DE PEDIDO,        *
      * CLIENTE NOVO, VISITA OU MES DE META), PARA QUE CADA PONTO DO   *
      * RANKING POSSA SER CONFERIDO; A APURACAO REFAZ O CONCURSO TODO  *
      ******************************************************************
      *
       01  REG-PONTO.
           05 PNT-CHAVE.
               10 PNT-CONCURSO         PIC 9(05).
               10 PNT-CPF              PIC 9(11).
               10 PNT-REGRA            PIC 9(01).
      *
      * --> REFERENCIA DO FATO: "PEDIDO NNNNNNNNN ITEM NNN",
      *     "CLIENTE CNPJ", "VISITA AAAAMMDD CNPJ" OU "META AAAAMM"
      *
               10 PNT-REFERENCIA       PIC X(30).
           05 PNT-DATA                 PIC 9(08).
      *
      * --> QUANTIDADE PONTUADA: CAIXAS, CLIENTES, VISITAS OU PERCENTUAL
      *     DA META ATINGIDO, VEZES OS PONTOS DA REGRA
      *
           05 PNT-QUANTIDADE           PIC 9(07)V99.
           05 PNT-PONTOS               PIC 9(07)V99.
           05 PNT-DT-APURACAO          PIC 9(08).
