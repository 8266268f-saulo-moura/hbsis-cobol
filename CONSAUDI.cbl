       0000-CONSULTAR-AUDITORIA        SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "TIPO DO REGISTRO (C-CLIENTE / V-VENDEDOR / "
                   "P-PEDIDO / I-ITENS DO PEDIDO): "
                                       WITH NO ADVANCING
           ACCEPT WS-TIPO-BUSCA
           IF WS-TIPO-BUSCA = "c"
           IF WS-TIPO-BUSCA = "v"
               MOVE "V"                TO WS-TIPO-BUSCA
           END-IF
           IF WS-TIPO-BUSCA = "p"
               MOVE "P"                TO WS-TIPO-BUSCA
           END-IF
           IF WS-TIPO-BUSCA = "i"
               MOVE "I"                TO WS-TIPO-BUSCA
           END-IF
           DISPLAY "CHAVE (CNPJ DO CLIENTE, CPF DO VENDEDOR OU "
                   "NUMERO DO PEDIDO): "
                                       WITH NO ADVANCING
           ACCEPT WS-CHAVE-BUSCA
           DISPLAY "ANO DA CONSULTA (0 = GERACAO ATUAL): "
