      ******************************************************************
      * COPYBOOK.: VASICADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO SALDO DE VASILHAMES POR CLIENTE E PRODUTO          *
      * RETORNAVEL - QUANTIDADE DE EMBALAGENS VAZIAS QUE O CLIENTE     *
      * DEVE DEVOLVER (FATURADO MENOS COLETADO)                        *
      ******************************************************************
      *
       01  REG-VASILHAME.
           05 VAS-CHAVE.
               10 VAS-CNPJ             PIC 9(14).
               10 VAS-PRODUTO          PIC 9(07).
           05 VAS-SALDO                PIC S9(07).
           05 VAS-DT-ULT-FATURAMENTO   PIC 9(08).
           05 VAS-DT-ULT-COLETA        PIC 9(08).
           05 VAS-DT-ALTERACAO         PIC 9(08).
           05 VAS-OPERADOR-ALTERACAO   PIC X(08).
