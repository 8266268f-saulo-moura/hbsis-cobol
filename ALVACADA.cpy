      ******************************************************************
      * COPYBOOK.: ALVACADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DOS ALVARAS E LICENCAS DE FUNCIONAMENTO   *
      * DO CLIENTE - UM REGISTRO POR ALVARA, PODENDO HAVER VARIOS POR  *
      * CNPJ; A RENOVACAO ENTRA COMO UM ALVARA NOVO (OUTRO NUMERO)     *
      ******************************************************************
      *
       01  REG-ALVARA.
           05 ALV-CHAVE.
               10 ALV-CNPJ             PIC 9(14).
      *
      * --> TIPO: FU = FUNCIONAMENTO, BA = VENDA DE BEBIDA ALCOOLICA,
      *     SA = VIGILANCIA SANITARIA, BO = CORPO DE BOMBEIROS
      *
               10 ALV-TIPO             PIC X(02).
                   88 ALV-TIPO-VALIDO  VALUE "FU" "BA" "SA" "BO".
               10 ALV-NUMERO           PIC X(20).
           05 ALV-EMISSOR              PIC X(30).
           05 ALV-DATA-EMISSAO         PIC 9(08).
           05 ALV-DATA-VALIDADE        PIC 9(08).
      *
      * --> EXIGIDO: S = SEM ESTE ALVARA EM DIA O CLIENTE NAO PODE
      *     COMPRAR (O PEDIDO E RECUSADO), N = APENAS INFORMATIVO
      *
           05 ALV-EXIGIDO              PIC X(01).
               88 ALVARA-EXIGIDO       VALUE "S".
           05 ALV-SITUACAO             PIC X(01).
               88 ALVARA-ATIVO         VALUE "A".
               88 ALVARA-CANCELADO     VALUE "C".
           05 ALV-DT-INCLUSAO          PIC 9(08).
           05 ALV-OPERADOR-INCLUSAO    PIC X(08).
           05 ALV-DT-ALTERACAO         PIC 9(08).
           05 ALV-OPERADOR-ALTERACAO   PIC X(08).
