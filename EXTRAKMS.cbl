      *            PERNAS ENTRE AS COORDENADAS DOS CLIENTES VISITADOS, *
      *            PARTINDO DA BASE DO VENDEDOR A CADA DIA), COMPARA   *
      *            COM OS KM DO PLANEJAMENTO DA AGENDA E IMPRIME A     *
      *            FOLHA DE REEMBOLSO POR VENDEDOR NO SPOOL; OS KM DO  *
      *            MES FICAM GRAVADOS POR VENDEDOR PARA O REEMBOLSO    *
      *            MENSAL DE DESPESAS (REEMDESP)                       *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
           SELECT ARQ-PLANO-VISITA     ASSIGN TO  "WID-AGE-PLA.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PLANO.
      *
           SELECT ARQ-KM-MENSAL        ASSIGN TO  "WID-ARQ-KMM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS KMM-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-KM-MENSAL.
      *
           SELECT ARQ-REL-KM           ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
      *
       FD ARQ-PLANO-VISITA.
       COPY PLANCADA.
      *
       FD ARQ-KM-MENSAL.
       COPY KMMECADA.
      *
       FD ARQ-REL-KM.
       01 REG-REL-KM                   PIC X(100).
           88 FS-PLA-OK                VALUE "00" THRU "09".
           88 FS-PLA-FIM               VALUE "10".
           88 FS-PLA-NAO-EXISTE        VALUE "35".
       77 WS-FS-KM-MENSAL              PIC X(02).
           88 FS-KMM-OK                VALUE "00" THRU "09".
           88 FS-KMM-NAO-EXISTE        VALUE "35".
       77 WS-FS-REL-KM                 PIC X(02).
           88 FS-REL-KM-OK             VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
               DISPLAY "NAO HA VENDEDORES CADASTRADOS"
               GOBACK
           END-IF
           OPEN I-O ARQ-KM-MENSAL
           IF FS-KMM-NAO-EXISTE
               OPEN OUTPUT ARQ-KM-MENSAL
               CLOSE ARQ-KM-MENSAL
               OPEN I-O ARQ-KM-MENSAL
           END-IF
           IF WS-CPF-BUSCA > 0
               MOVE WS-CPF-BUSCA       TO VEN-CPF
               READ ARQ-VENDEDORES     KEY IS VEN-CPF
               CLOSE ARQ-CLIENTES
           END-IF
           CLOSE ARQ-VENDEDORES
           IF FS-KMM-OK
               CLOSE ARQ-KM-MENSAL
           END-IF
           DISPLAY "FOLHAS DE KM GERADAS: " WS-TOT-EXTRATOS
           GOBACK
           .
           PERFORM 3000-SOMAR-KM-REALIZADO
           PERFORM 4000-SOMAR-KM-PLANEJADO
           PERFORM 5000-IMPRIMIR-FOLHA
           PERFORM 6000-GRAVAR-KM-MENSAL
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-GRAVAR-KM-MENSAL           SECTION.
      *----------------------------------------------------------------*
      * GUARDA OS KM DO VENDEDOR NA COMPETENCIA; REPROCESSAR O MES     *
      * SUBSTITUI A APURACAO ANTERIOR                                  *
      *----------------------------------------------------------------*
           MOVE WS-CPF-CORRENTE        TO KMM-CPF
           MOVE WS-ANOMES-EXTRATO      TO KMM-ANOMES
           READ ARQ-KM-MENSAL
           MOVE WS-KM-REALIZADO        TO KMM-KM-REALIZADO
           MOVE WS-KM-PLANEJADO        TO KMM-KM-PLANEJADO
           MOVE WS-QTD-TRAJETO         TO KMM-VISITAS
           MOVE WS-DATA-ATUAL          TO KMM-DATA-APURACAO
           IF FS-KMM-OK
               REWRITE REG-KM-MENSAL
           ELSE
               WRITE REG-KM-MENSAL
           END-IF
           IF NOT FS-KMM-OK
               DISPLAY "ERRO AO GRAVAR KM MENSAL DO VENDEDOR "
                       WS-CPF-CORRENTE
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8800-CALCULAR-DISTANCIA-KM      SECTION.
      *----------------------------------------------------------------*
