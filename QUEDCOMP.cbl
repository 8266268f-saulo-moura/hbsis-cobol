               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
      *
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               COMPUTE PED-DATA = WS-ANOMES-ANTERIOR * 100 + 1
               START ARQ-PEDIDOS       KEY IS NOT < PED-DATA
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-PED-OK
                       OR PED-DATA (1:6) > WS-ANOMES-ATUAL
                   IF NOT PEDIDO-CANCELADO
                       AND TIPO-VENDA
                       PERFORM 1100-ACUMULAR-CLIENTE
                   END-IF
                   READ ARQ-PEDIDOS NEXT
