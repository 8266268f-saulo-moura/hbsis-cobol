      ******************************************************************
      * COPYBOOK.: PROSCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO CADASTRO DE PROSPECTOS - ESTABELECIMENTOS AINDA    *
      * SEM CNPJ NA CARTEIRA QUE O VENDEDOR RESPONSAVEL TRABALHA PARA  *
      * ABRIR COMO CLIENTE                                             *
      ******************************************************************
      *
       01  REG-PROSPECTO.
           05 PRS-NUMERO               PIC 9(07).
           05 PRS-NOME                 PIC X(40).
           05 PRS-ENDERECO.
              10 PRS-LOGRADOURO        PIC X(40).
              10 PRS-ENDERECO-NUMERO   PIC X(08).
              10 PRS-BAIRRO            PIC X(20).
              10 PRS-MUNICIPIO         PIC X(30).
              10 PRS-UF                PIC X(02).
              10 PRS-CEP               PIC 9(08).
           05 PRS-LATITUDE             PIC S9(03)V9(08).
           05 PRS-LONGITUDE            PIC S9(03)V9(08).
           05 PRS-TELEFONE             PIC X(15).
           05 PRS-CANAL                PIC X(01).
              88 PRS-CANAL-VALIDO      VALUE "B" "M" "R" "A".
      *
      * --> POTENCIAL ESTIMADO DE COMPRA MENSAL DO ESTABELECIMENTO
      *
           05 PRS-POTENCIAL-MENSAL     PIC 9(07)V99.
      *
      * --> VENDEDOR RESPONSAVEL PELA PROSPECCAO E FILIAL DELE
      *
           05 PRS-VENDEDOR-CPF         PIC 9(11).
           05 PRS-FILIAL               PIC 9(02).
      *
      * --> EM PROSPECCAO (A), CONVERTIDO EM CLIENTE (C) OU
      *     DESCARTADO (D); O CONVERTIDO GUARDA A DATA E O CNPJ DO
      *     CLIENTE INCLUIDO A PARTIR DELE
      *
           05 PRS-SITUACAO             PIC X(01).
              88 PROSPECTO-ABERTO      VALUE "A".
              88 PROSPECTO-CONVERTIDO  VALUE "C".
              88 PROSPECTO-DESCARTADO  VALUE "D".
           05 PRS-DATA-CONVERSAO       PIC 9(08).
           05 PRS-CNPJ-CONVERTIDO      PIC 9(14).
           05 PRS-DT-INCLUSAO          PIC 9(08).
           05 PRS-OPERADOR-INCLUSAO    PIC X(08).
           05 PRS-DT-ALTERACAO         PIC 9(08).
           05 PRS-OPERADOR-ALTERACAO   PIC X(08).
