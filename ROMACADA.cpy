      ******************************************************************
      * COPYBOOK.: ROMACADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO CABECALHO DO ROMANEIO DE ENTREGA - UMA CARGA DE    *
      * CAMINHAO MONTADA PARA UMA FILIAL E REGIAO DE ENTREGA NO DIA,   *
      * COM O VEICULO, O MOTORISTA E OS TOTAIS DA CARGA                *
      ******************************************************************
      *
       01  REG-ROMANEIO.
           05 ROM-NUMERO               PIC 9(07).
           05 ROM-DATA                 PIC 9(08).
           05 ROM-FILIAL               PIC 9(02).
           05 ROM-MUNICIPIO            PIC X(30).
           05 ROM-UF                   PIC X(02).
           05 ROM-PLACA                PIC X(07).
           05 ROM-MOTORISTA            PIC X(30).
           05 ROM-QTD-PARADAS          PIC 9(04).
           05 ROM-PESO-TOTAL           PIC 9(06)V99.
           05 ROM-VOLUME-TOTAL         PIC 9(03)V9(04).
           05 ROM-VALOR-TOTAL          PIC 9(11)V99.
           05 ROM-KM-PREVISTO          PIC 9(05)V99.
           05 ROM-SITUACAO             PIC X(01).
               88 ROMANEIO-MONTADO     VALUE "M".
               88 ROMANEIO-ENCERRADO   VALUE "E".
           05 ROM-HORA                 PIC 9(06).
           05 ROM-OPERADOR             PIC X(08).
