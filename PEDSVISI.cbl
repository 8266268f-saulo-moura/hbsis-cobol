               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
               MOVE WS-LINHA-CABECALHO TO REG-REL-SEM-VISITA
               WRITE REG-REL-SEM-VISITA
               DISPLAY WS-LINHA-CABECALHO
               COMPUTE PED-DATA = WS-ANOMES-RELATORIO * 100 + 1
               START ARQ-PEDIDOS       KEY IS NOT < PED-DATA
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-PED-OK
                       OR PED-DATA (1:6) > WS-ANOMES-RELATORIO
                   IF NOT PEDIDO-CANCELADO
                       PERFORM 2100-PROCURAR-CHECKIN
                       IF NOT ACHOU-CHECKIN
                           PERFORM 2200-LISTAR-PEDIDO
