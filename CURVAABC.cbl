               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
           MOVE 0                      TO WS-VALOR-TOTAL
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               MOVE WS-DATA-CORTE      TO PED-DATA
               START ARQ-PEDIDOS       KEY IS NOT < PED-DATA
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-PED-OK
                   IF NOT PEDIDO-CANCELADO
                       AND TIPO-VENDA
                       PERFORM 1100-ACUMULAR-CLIENTE
                       ADD PED-VALOR   TO WS-VALOR-TOTAL
