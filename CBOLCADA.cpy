      ******************************************************************
      * COPYBOOK.: CBOLCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO UNICO DE CONTROLE DA COBRANCA BANCARIA -  *
      * PROXIMA REMESSA, PROXIMO NOSSO NUMERO E A IDENTIFICACAO DO     *
      * ULTIMO RETORNO PROCESSADO, PARA NAO BAIXAR O MESMO DUAS VEZES  *
      ******************************************************************
      *
       01  REG-CTL-BOLETO.
           05 CBL-PROX-REMESSA         PIC 9(07).
           05 CBL-PROX-NOSSO-NUMERO    PIC 9(11).
           05 CBL-ULT-RET-DATA         PIC 9(06).
           05 CBL-ULT-RET-AVISO        PIC 9(05).
