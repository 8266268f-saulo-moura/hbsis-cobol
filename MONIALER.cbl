      *----------------------------------------------------------------*
       3000-VERIFICAR-CADEIA           SECTION.
      *----------------------------------------------------------------*
      * CADEIA INTERROMPIDA (PROXIMO PASSO DIFERENTE DE 99) OU SEM     *
      * RODAR DESDE ANTES DE ONTEM GERA ALERTA                         *
      *----------------------------------------------------------------*
           COMPUTE WS-ONTEM-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL) - 1
               READ ARQ-ESTADO-CADEIA NEXT
               IF FS-EST-OK
                   MOVE EST-DATA       TO WS-ULTIMA-DATA-CADEIA
                   IF EST-PROX-PASSO NOT < 1 AND EST-PROX-PASSO < 99
                       MOVE "CADEIANO" TO WS-ORIGEM-NOVA
                       MOVE EST-DATA   TO WS-DATA-NOVA
                       MOVE "CADEIA INTERROMPIDA NO MEIO DOS PASSOS"
