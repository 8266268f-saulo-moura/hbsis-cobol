      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 22/08/2026                                          *
      * OBJETIVO.: DRIVER DA CADEIA NOTURNA - EXECUTA EM SEQUENCIA     *
      *            HISTCADA, RECONCLI, DISTCLIE, EXPOCLIE, FATUPEDI,   *
      *            EXECTRAN, APLIREAJ, GERAPROG, VENCORCA, LANCCONT,   *
      *            RECONPED, MONICAPA, COBRCLIE E DISTRELA (ESTE POR   *
      *            ULTIMO, DEPOIS DE TODOS OS PASSOS QUE GERAM         *
      *            RELATORIO)                                          *
      *            SEM OPERADOR, REGISTRA INICIO/FIM/RESULTADO DE CADA *
      *            PASSO E RETOMA DO PASSO QUE FALHOU NA REEXECUCAO    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
           05 FILLER                   PIC X(08)   VALUE "EXPOCLIE".
           05 FILLER                   PIC X(08)   VALUE "FATUPEDI".
           05 FILLER                   PIC X(08)   VALUE "EXECTRAN".
           05 FILLER                   PIC X(08)   VALUE "APLIREAJ".
           05 FILLER                   PIC X(08)   VALUE "GERAPROG".
           05 FILLER                   PIC X(08)   VALUE "VENCORCA".
           05 FILLER                   PIC X(08)   VALUE "LANCCONT".
           05 FILLER                   PIC X(08)   VALUE "RECONPED".
           05 FILLER                   PIC X(08)   VALUE "MONICAPA".
           05 FILLER                   PIC X(08)   VALUE "COBRCLIE".
           05 FILLER                   PIC X(08)   VALUE "DISTRELA".
       01 WS-PASSOS REDEFINES WS-TABELA-PASSOS.
           05 WS-PASSO-PROGRAMA        PIC X(08)   OCCURS 14 TIMES.
       01 WS-PASSO-ATUAL               PIC 9(02)       VALUE 1.
       01 WS-PASSO-INICIAL             PIC 9(02)       VALUE 1.
       01 WS-OPERADOR-CADEIA           PIC X(08)       VALUE
                   WS-PASSO-INICIAL
           MOVE "N"                    TO WS-CADEIA-FALHOU
           PERFORM VARYING WS-PASSO-ATUAL FROM WS-PASSO-INICIAL BY 1
                   UNTIL WS-PASSO-ATUAL > 14 OR CADEIA-FALHOU
               PERFORM 2000-EXECUTAR-PASSO
           END-PERFORM
           IF CADEIA-FALHOU
      *----------------------------------------------------------------*
       1000-LER-ESTADO                 SECTION.
      *----------------------------------------------------------------*
      * QUANDO A ULTIMA EXECUCAO PAROU NUM PASSO (1 A 14), A CADEIA    *
      * RETOMA DALI EM VEZ DE REEXECUTAR TUDO                          *
      *----------------------------------------------------------------*
           MOVE 1                      TO WS-PASSO-INICIAL
           IF FS-EST-OK
               READ ARQ-ESTADO-CADEIA  NEXT
               IF FS-EST-OK
                   IF EST-PROX-PASSO NOT < 1 AND EST-PROX-PASSO NOT > 14
                       MOVE EST-PROX-PASSO TO WS-PASSO-INICIAL
                   END-IF
               END-IF
