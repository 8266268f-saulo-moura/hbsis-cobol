      *            PEDIDOS E CHECK-INS RETROATIVOS SEJAM RECUSADOS     *
      *            DEPOIS QUE OS NUMEROS DO MES SAIRAM; A REABERTURA   *
      *            E REGISTRADA NO DIARIO DE AUDITORIA                 *
      ******************************************************************
      * FECHADA A COMPETENCIA, RODA O LOTE CONTABIL (LANCCONT), QUE    *
      * LANCA AS COMISSOES DO MES E O QUE AINDA FALTAVA LANCAR; O QUE  *
      * O LOTE DIARIO JA LANCOU NAO E LANCADO DE NOVO                  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       77 WS-OPCAO-FECH                PIC X.
       01 WS-ANOMES-INFORMADO          PIC 9(06)       VALUE 0.
       01 WS-COMPETENCIA-FECHOU        PIC X(01)       VALUE "N".
           88 COMPETENCIA-FECHOU       VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           CLOSE ARQ-FECHAMENTOS
           IF COMPETENCIA-FECHOU
               CALL "LANCCONT"         USING WS-OPERADOR-ATUAL
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
                                       TO FCH-OPERADOR-FECHAMENTO
                   REWRITE REG-FECHAMENTO-MES
                   DISPLAY "COMPETENCIA FECHADA NOVAMENTE"
                   CALL "RELAAGIN" USING WS-ANOMES-INFORMADO
                   MOVE "S"            TO WS-COMPETENCIA-FECHOU
               END-IF
           ELSE
               MOVE WS-ANOMES-INFORMADO TO FCH-ANOMES
               MOVE SPACES             TO FCH-OPERADOR-REABERTURA
               WRITE REG-FECHAMENTO-MES
               DISPLAY "COMPETENCIA " WS-ANOMES-INFORMADO " FECHADA"
               CALL "RELAAGIN" USING WS-ANOMES-INFORMADO
               MOVE "S"                TO WS-COMPETENCIA-FECHOU
           END-IF
           .
       2000-FIM. EXIT.
