      *            E CARTEIRA PARA GERACOES DATADAS, CONFERE CADA      *
      *            COPIA RELENDO E COMPARANDO AS QUANTIDADES, GUARDA   *
      *            AS ULTIMAS GERACOES E DESCARTA AS MAIS ANTIGAS      *
      ******************************************************************
      * O CONTROLE DE GERACOES GUARDA A DATA E A HORA DE INICIO DE     *
      * CADA BACKUP, PONTO DE PARTIDA DA REAPLICACAO DOS DIARIOS       *
      * (REAPCADA) DEPOIS DE UMA RESTAURACAO                           *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       FD ARQ-CTL-GERACOES.
       01 REG-CTL-GERACOES.
           05 GER-DATA                 PIC 9(08).
           05 GER-HORA                 PIC 9(06).
      *
       FD ARQ-REL-BACKUP.
       01 REG-REL-BACKUP               PIC X(132).
           88 FS-REL-BKP-NAO-EXISTE    VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-BACKUP               PIC 9(06)       VALUE 0.
       01 WS-FUNCAO-TRAVA              PIC X(01)       VALUE SPACE.
       01 WS-PROGRAMA-TRAVA            PIC X(08)       VALUE SPACES.
       01 WS-OPERADOR-TRAVA            PIC X(08)       VALUE SPACES.
                                       DEPENDING ON WS-QTD-GERACOES
                                       INDEXED BY WS-GER-IND.
               10 WS-GER-TAB-DATA      PIC 9(08).
               10 WS-GER-TAB-HORA      PIC 9(06).
       01 WS-GER-DESCARTE              PIC 9(02)       VALUE 0.
       01 WS-GER-INICIO                PIC 9(02)       VALUE 0.
      *
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-BACKUP
           MOVE WS-DATA-ATUAL          TO WS-DATA-TEXTO
           MOVE "P"                    TO WS-FUNCAO-TRAVA
           MOVE "BACKCADA"             TO WS-PROGRAMA-TRAVA
                       ADD 1           TO WS-QTD-GERACOES
                       SET WS-GER-IND  TO WS-QTD-GERACOES
                       MOVE GER-DATA   TO WS-GER-TAB-DATA (WS-GER-IND)
                       IF GER-HORA IS NUMERIC
                           MOVE GER-HORA
                                       TO WS-GER-TAB-HORA (WS-GER-IND)
                       ELSE
                           MOVE 0      TO WS-GER-TAB-HORA (WS-GER-IND)
                       END-IF
                   END-IF
                   PERFORM 5010-LER-GERACAO-SEQ
               END-PERFORM
           ADD 1                       TO WS-QTD-GERACOES
           SET WS-GER-IND              TO WS-QTD-GERACOES
           MOVE WS-DATA-ATUAL          TO WS-GER-TAB-DATA (WS-GER-IND)
           MOVE WS-HORA-BACKUP         TO WS-GER-TAB-HORA (WS-GER-IND)
           IF WS-QTD-GERACOES > WS-GERACOES-MANTIDAS
               COMPUTE WS-GER-DESCARTE =
                   WS-QTD-GERACOES - WS-GERACOES-MANTIDAS
               PERFORM VARYING WS-GER-IND FROM WS-GER-INICIO BY 1
                       UNTIL WS-GER-IND > WS-QTD-GERACOES
                   MOVE WS-GER-TAB-DATA (WS-GER-IND) TO GER-DATA
                   MOVE WS-GER-TAB-HORA (WS-GER-IND) TO GER-HORA
                   WRITE REG-CTL-GERACOES
               END-PERFORM
               CLOSE ARQ-CTL-GERACOES
