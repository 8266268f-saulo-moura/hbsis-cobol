           88 FS-PAR-OK                VALUE "00" THRU "09".
       01 WS-VELOCIDADE-MEDIA          PIC 9(03)       VALUE 30.
       01 WS-TEMPO-VISITA              PIC 9(03)       VALUE 20.
      *
      * --> TEMPO DE VISITA POR CANAL E PORTE DOS PARAMETROS (ZERO =
      *     VALE O TEMPO UNICO ACIMA) E O TEMPO DAS PARADAS DO DIA
      *
       01 WS-TEMPOS-CANAL.
           05 WS-TEMPO-CANAL           OCCURS 4 TIMES.
               10 WS-TEMPO-PORTE       PIC 9(03)   OCCURS 3 TIMES.
       01 WS-CANAL-IND                 PIC 9(01)       VALUE 0.
       01 WS-PORTE-IND                 PIC 9(01)       VALUE 0.
       01 WS-TEMPO-ROTA-DIA            PIC 9(05)       VALUE 0.
       01 WS-DURACAO-DIAS.
           05 WS-DUR-POR-DIA           PIC 9(05)   OCCURS 5 TIMES.
       01 WS-POSICOES-DIAS.
               10 WS-DEV-TAB-VISITADO  PIC X(01).
                   88 DEV-ROTEIRIZADO  VALUE "S".
               10 WS-DEV-TAB-ABERTO    PIC X(01)   OCCURS 5 TIMES.
               10 WS-DEV-TAB-TEMPO     PIC 9(03).
       01 WS-DIA-CORRENTE              PIC 9(01)       VALUE 1.
       01 WS-QTD-DIA-ATUAL             PIC 9(03)       VALUE 0.
       01 WS-SEQ-DIA                   PIC 9(03)       VALUE 0.
                       MOVE PAR-TEMPO-VISITA
                                       TO WS-TEMPO-VISITA
                   END-IF
                   MOVE PAR-TEMPO-VISITA-CANAL (1)
                                       TO WS-TEMPO-CANAL (1)
                   MOVE PAR-TEMPO-VISITA-CANAL (2)
                                       TO WS-TEMPO-CANAL (2)
                   MOVE PAR-TEMPO-VISITA-CANAL (3)
                                       TO WS-TEMPO-CANAL (3)
                   MOVE PAR-TEMPO-VISITA-CANAL (4)
                                       TO WS-TEMPO-CANAL (4)
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
      *
      * --> REGISTRO DE PARAMETROS ANTERIOR AOS TEMPOS POR CANAL E
      *     PORTE TRAZ BRANCOS NA TABELA: VALE O TEMPO UNICO
      *
           PERFORM VARYING WS-CANAL-IND FROM 1 BY 1
                   UNTIL WS-CANAL-IND > 4
               PERFORM VARYING WS-PORTE-IND FROM 1 BY 1
                       UNTIL WS-PORTE-IND > 3
                   IF WS-TEMPO-PORTE (WS-CANAL-IND WS-PORTE-IND)
                                       NOT NUMERIC
                       MOVE 0          TO WS-TEMPO-PORTE
                                          (WS-CANAL-IND WS-PORTE-IND)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-DEV-TAB-DIA (WS-DEV-IND)
           MOVE "N"              TO WS-DEV-TAB-VISITADO (WS-DEV-IND)
      *
      * --> TEMPO DE VISITA DO CANAL E PORTE DO CLIENTE, OU O UNICO
      *
           MOVE WS-TEMPO-VISITA        TO WS-DEV-TAB-TEMPO (WS-DEV-IND)
           MOVE 0                      TO WS-CANAL-IND
           MOVE 0                      TO WS-PORTE-IND
           EVALUATE TRUE
               WHEN CANAL-BAR          MOVE 1 TO WS-CANAL-IND
               WHEN CANAL-MERCADO      MOVE 2 TO WS-CANAL-IND
               WHEN CANAL-RESTAURANTE  MOVE 3 TO WS-CANAL-IND
               WHEN CANAL-ATACADO      MOVE 4 TO WS-CANAL-IND
           END-EVALUATE
           EVALUATE TRUE
               WHEN PORTE-PEQUENO      MOVE 1 TO WS-PORTE-IND
               WHEN PORTE-MEDIO        MOVE 2 TO WS-PORTE-IND
               WHEN PORTE-GRANDE       MOVE 3 TO WS-PORTE-IND
           END-EVALUATE
           IF WS-CANAL-IND > 0 AND WS-PORTE-IND > 0
               IF WS-TEMPO-PORTE (WS-CANAL-IND WS-PORTE-IND) > 0
                   MOVE WS-TEMPO-PORTE (WS-CANAL-IND WS-PORTE-IND)
                                   TO WS-DEV-TAB-TEMPO (WS-DEV-IND)
               END-IF
           END-IF
      *
      * --> GUARDA EM QUAIS DIAS UTEIS O CLIENTE ABRE, PELA JANELA DE
      *     FUNCIONAMENTO DO CADASTRO (ABERTURA 9999 = FECHADO)
      *
               PERFORM 8800-CALCULAR-DISTANCIA-KM
               COMPUTE WS-MINUTOS-PERNA ROUNDED =
                   WS-DISTANCIA-KM * 60 / WS-VELOCIDADE-MEDIA
                   + WS-DEV-TAB-TEMPO (WS-DEV-IND)
               ADD WS-MINUTOS-PERNA TO WS-DUR-POR-DIA (WS-MELHOR-DIA)
               MOVE WS-DEV-TAB-LAT (WS-DEV-IND)
                   TO WS-DIA-POS-LAT (WS-MELHOR-DIA)
           MOVE WS-VEN-LAT             TO WS-POS-LAT
           MOVE WS-VEN-LON             TO WS-POS-LON
           MOVE 0                      TO WS-QTD-ROTA-DIA
           MOVE 0                      TO WS-TEMPO-ROTA-DIA
           PERFORM WS-QTD-DIA-ATUAL TIMES
               PERFORM 4300-PROXIMA-PARADA-DIA
               IF WS-MELHOR-IND > 0
                   ADD 1               TO WS-QTD-ROTA-DIA
                   SET WS-DEV-IND      TO WS-MELHOR-IND
                   MOVE "S"        TO WS-DEV-TAB-VISITADO (WS-DEV-IND)
                   ADD WS-DEV-TAB-TEMPO (WS-DEV-IND)
                                       TO WS-TEMPO-ROTA-DIA
                   MOVE WS-MELHOR-IND
                                   TO WS-ROTA-DIA (WS-QTD-ROTA-DIA)
                   MOVE WS-DEV-TAB-LAT (WS-DEV-IND) TO WS-POS-LAT
           PERFORM 4100-GRAVAR-LINHA-AGENDA
      *
      * --> DURACAO PREVISTA DO DIA (DESLOCAMENTO NA VELOCIDADE MEDIA
      *     MAIS O TEMPO DE CADA VISITA), PARA O SUPERVISOR ENXERGAR DIA
      *     INEXEQUIVEL ANTES DA SEMANA COMECAR
      *
           COMPUTE WS-MINUTOS-PERNA ROUNDED =
               WS-KM-DEPOIS-DIA * 60 / WS-VELOCIDADE-MEDIA
               + WS-TEMPO-ROTA-DIA
           MOVE WS-MINUTOS-PERNA       TO WS-DURACAO-ED
           MOVE SPACES                 TO WS-LINHA-AGENDA
           STRING "DURACAO PREVISTA DO DIA: " WS-DURACAO-ED
