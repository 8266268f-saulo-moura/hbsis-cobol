      ******************************************************************
      * COPYBOOK.: XREFCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE-PARA DE CODIGOS DAS REDES - O CODIGO   *
      * DE LOJA DA REDE PARA O CNPJ DO CLIENTE E O CODIGO DE PRODUTO   *
      * DA REDE PARA O PRODUTO, USADOS NA IMPORTACAO DOS PEDIDOS DE    *
      * COMPRA                                                         *
      ******************************************************************
      *
       01  REG-XREF-REDE.
           05 XRF-CHAVE.
               10 XRF-REDE             PIC 9(05).
               10 XRF-TIPO             PIC X(01).
                   88 XRF-LOJA         VALUE "L".
                   88 XRF-PRODUTO-REDE VALUE "P".
               10 XRF-CODIGO-REDE      PIC X(20).
      *
      * --> DESTINO: CNPJ NA LOJA, PRODUTO NO CODIGO DE PRODUTO
      *
           05 XRF-CNPJ                 PIC 9(14).
           05 XRF-PRODUTO              PIC 9(07).
           05 XRF-DT-INCLUSAO          PIC 9(08).
           05 XRF-OPERADOR-INCLUSAO    PIC X(08).
           05 XRF-DT-ALTERACAO         PIC 9(08).
           05 XRF-OPERADOR-ALTERACAO   PIC X(08).
