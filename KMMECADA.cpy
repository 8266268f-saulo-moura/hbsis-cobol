      ******************************************************************
      * COPYBOOK.: KMMECADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DA QUILOMETRAGEM MENSAL DO VENDEDOR -     *
      * GRAVADO PELO EXTRATO DE QUILOMETRAGEM (EXTRAKMS) E USADO NO    *
      * REEMBOLSO MENSAL DE DESPESAS (REEMDESP)                        *
      ******************************************************************
      *
       01  REG-KM-MENSAL.
           05 KMM-CHAVE.
               10 KMM-CPF              PIC 9(11).
               10 KMM-ANOMES           PIC 9(06).
           05 KMM-KM-REALIZADO         PIC 9(07)V99.
           05 KMM-KM-PLANEJADO         PIC 9(07)V99.
           05 KMM-VISITAS              PIC 9(05).
           05 KMM-DATA-APURACAO        PIC 9(08).
