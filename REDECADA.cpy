               88 REDE-INATIVA         VALUE "I".
           05 RED-DT-INCLUSAO          PIC 9(08).
           05 RED-OPERADOR-INCLUSAO    PIC X(08).
      *
      * --> LIMITE DE CREDITO DO GRUPO: O SALDO EM ABERTO DE TODOS OS
      *     CLIENTES DA REDE NAO PODE PASSAR DELE NA DIGITACAO DO
      *     PEDIDO (ZERO = REDE SEM CONTROLE DE LIMITE)
      *
           05 RED-LIMITE-CREDITO       PIC 9(09)V99.
           05 RED-DT-ALTERACAO         PIC 9(08).
           05 RED-OPERADOR-ALTERACAO   PIC X(08).
