      ******************************************************************
      * COPYBOOK.: FAMICADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE FAMILIAS DE PRODUTO - CADA FAMILIA E   *
      * UMA COMBINACAO DE MARCA, CATEGORIA E EMBALAGEM, REFERENCIADA   *
      * PELOS PRODUTOS (PRO-FAMILIA) PARA OS TOTAIS POR NIVEL          *
      ******************************************************************
      *
       01  REG-FAMILIA.
           05 FAM-CODIGO               PIC 9(05).
           05 FAM-DESCRICAO            PIC X(40).
           05 FAM-MARCA                PIC X(20).
           05 FAM-CATEGORIA            PIC X(20).
           05 FAM-EMBALAGEM            PIC X(20).
           05 FAM-SITUACAO             PIC X(01).
               88 FAMILIA-ATIVA        VALUE "A".
               88 FAMILIA-INATIVA      VALUE "I".
           05 FAM-DT-INCLUSAO          PIC 9(08).
           05 FAM-DT-ALTERACAO         PIC 9(08).
           05 FAM-OPERADOR-INCLUSAO    PIC X(08).
           05 FAM-OPERADOR-ALTERACAO   PIC X(08).
