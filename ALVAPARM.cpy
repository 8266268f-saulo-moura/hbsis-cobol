      ******************************************************************
      * COPYBOOK.: ALVAPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA VERIALVA - O PROGRAMA    *
      * QUE ACEITA PEDIDOS INFORMA O CLIENTE E A DATA DO PEDIDO E      *
      * RECEBE SE HA ALVARA EXIGIDO VENCIDO NESSA DATA                 *
      ******************************************************************
      *
       01  REG-PARM-ALVARA.
           05 PAL-CNPJ                 PIC 9(14).
           05 PAL-DATA                 PIC 9(08).
      *
      * --> RETORNO: 0 = ALVARAS EM DIA (OU CLIENTE SEM ALVARA
      *     EXIGIDO), 2 = ALVARA EXIGIDO VENCIDO, 9 = ERRO NO ARQUIVO
      *
           05 PAL-RETORNO              PIC X(01).
               88 PAL-REGULAR          VALUE "0".
               88 PAL-VENCIDO          VALUE "2".
               88 PAL-ERRO             VALUE "9".
      *
      * --> NO RETORNO 2, O TIPO DO ALVARA VENCIDO E A ULTIMA
      *     VALIDADE QUE O CLIENTE TEVE NESSE TIPO
      *
           05 PAL-TIPO-VENCIDO         PIC X(02).
           05 PAL-VALIDADE-VENCIDA     PIC 9(08).
