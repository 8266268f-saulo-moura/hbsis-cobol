           05 AUD-TIPO                 PIC X(01).
               88 AUD-TIPO-CLIENTE     VALUE "C".
               88 AUD-TIPO-VENDEDOR    VALUE "V".
               88 AUD-TIPO-PEDIDO      VALUE "P".
               88 AUD-TIPO-ITEM-PEDIDO VALUE "I".
      *
      * --> NA ALTERACAO DE PEDIDO (TIPOS P E I) A CHAVE E O NUMERO DO
      *     PEDIDO; A SEQUENCIA DO ITEM VAI NAS IMAGENS DO REGISTRO
      *
           05 AUD-CHAVE                PIC 9(14).
           05 AUD-IMAGEM-ANTES         PIC X(400).
           05 AUD-IMAGEM-DEPOIS        PIC X(400).
