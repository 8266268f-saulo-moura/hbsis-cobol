      ******************************************************************
      * COPYBOOK.: VEICCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO CADASTRO DE VEICULOS DE ENTREGA - CAPACIDADE DE    *
      * PESO E VOLUME PARA A MONTAGEM DE CARGA, MOTORISTA E A POSICAO  *
      * DA GARAGEM, PONTO DE PARTIDA DO ROMANEIO                       *
      ******************************************************************
      *
       01  REG-VEICULO.
           05 VEI-PLACA                PIC X(07).
           05 VEI-DESCRICAO            PIC X(30).
           05 VEI-FILIAL               PIC 9(02).
           05 VEI-MOTORISTA            PIC X(30).
           05 VEI-CAPACIDADE-PESO      PIC 9(06)V99.
           05 VEI-CAPACIDADE-VOLUME    PIC 9(03)V9(04).
           05 VEI-LATITUDE             PIC S9(03)V9(08).
           05 VEI-LONGITUDE            PIC S9(03)V9(08).
           05 VEI-SITUACAO             PIC X(01).
               88 VEICULO-ATIVO        VALUE "A".
               88 VEICULO-INATIVO      VALUE "I".
           05 VEI-DT-INCLUSAO          PIC 9(08).
           05 VEI-DT-ALTERACAO         PIC 9(08).
           05 VEI-OPERADOR-INCLUSAO    PIC X(08).
           05 VEI-OPERADOR-ALTERACAO   PIC X(08).
