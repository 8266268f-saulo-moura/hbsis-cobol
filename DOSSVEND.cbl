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
           MOVE 0                      TO WS-REALIZADO-MES
           IF FS-PED-OK OR FS-PED-FIM
               MOVE WS-CPF-BUSCA       TO PED-CPF
               START ARQ-PEDIDOS       KEY IS = PED-CPF
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
                   PERFORM UNTIL NOT FS-PED-OK
                           OR PED-CPF NOT = WS-CPF-BUSCA
                       IF PED-DATA (1:6) = MET-ANOMES
                           AND NOT PEDIDO-CANCELADO
                           AND TIPO-VENDA
                           ADD PED-VALOR TO WS-REALIZADO-MES
           MOVE 0                      TO WS-TOT-VISITAS-ANO
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               MOVE WS-CPF-BUSCA       TO PED-CPF
               START ARQ-PEDIDOS       KEY IS = PED-CPF
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-PED-OK
                       OR PED-CPF NOT = WS-CPF-BUSCA
                   IF PED-DATA (1:4) = WS-DATA-ATUAL (1:4)
                       AND NOT PEDIDO-CANCELADO
                       AND TIPO-VENDA
                       ADD 1           TO WS-TOT-PEDIDOS-ANO
