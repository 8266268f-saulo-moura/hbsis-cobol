      ******************************************************************
      * PROGRAMA.: PRAZENTR                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: SUBPROGRAMA DO PRAZO DE ENTREGA - DEVOLVE A DATA    *
      *            DE ENTREGA DO PEDIDO PELOS DIAS ATENDIDOS E PELO    *
      *            HORARIO DE CORTE DO CALENDARIO DE ENTREGA DO        *
      *            MUNICIPIO/FILIAL, PULANDO OS FERIADOS               *
      ******************************************************************
      * OS ARQUIVOS SAO ABERTOS NA PRIMEIRA CHAMADA E FICAM ABERTOS    *
      * ATE A CHAMADA F; SEM CALENDARIO DO MUNICIPIO VALE O PADRAO DA  *
      * FILIAL E, SEM ESTE, ENTREGA DE SEGUNDA A SABADO SEM CORTE      *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. PRAZENTR.
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       CONFIGURATION                    SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQ-CALENDARIO       ASSIGN TO  "WID-ARQ-CAL.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAL-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CALENDARIO.
      *
           SELECT ARQ-FERIADOS         ASSIGN TO  "WID-ARQ-FER.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FER-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FERIADO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-CALENDARIO.
       COPY CALECADA.
      *
       FD ARQ-FERIADOS.
       COPY FERICADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CALENDARIO             PIC X(02).
           88 FS-CAL-OK                VALUE "00" THRU "09".
           88 FS-CAL-NAO-EXISTE        VALUE "35".
       77 WS-FS-FERIADO                PIC X(02).
           88 FS-FER-OK                VALUE "00" THRU "09".
           88 FS-FER-NAO-EXISTE        VALUE "35".
      *
      * --> ARQUIVOS ABERTOS NESTA EXECUCAO (CHAMADAS SEM F)
      *
       01 WS-ARQUIVOS-ABERTOS          PIC X(01)       VALUE "N".
           88 ARQUIVOS-ABERTOS         VALUE "S".
       01 WS-CALENDARIO-ABERTO         PIC X(01)       VALUE "N".
           88 CALENDARIO-ABERTO        VALUE "S".
       01 WS-FERIADOS-ABERTOS          PIC X(01)       VALUE "N".
           88 FERIADOS-ABERTOS         VALUE "S".
       01 WS-ERRO-ABERTURA             PIC X(01)       VALUE "N".
           88 ERRO-ABERTURA            VALUE "S".
      *
      * --> CALENDARIO EM USO NO CALCULO
      *
       01 WS-DIAS-ENTREGA.
           05 WS-DIA-ENTREGA           PIC X(01)       OCCURS 7 TIMES.
       01 WS-HORA-CORTE                PIC 9(04)       VALUE 0.
       01 WS-PRAZO-MINIMO              PIC 9(01)       VALUE 0.
      *
      * --> DIAS CORRIDOS (INTEGER-OF-DATE) DO CALCULO
      *
       01 WS-DIA-INICIO                PIC 9(07)       VALUE 0.
       01 WS-DIA-CANDIDATO             PIC 9(07)       VALUE 0.
       01 WS-DATA-CANDIDATA            PIC 9(08)       VALUE 0.
       01 WS-DIA-SEMANA                PIC 9(01)       VALUE 0.
       01 WS-TENTATIVAS                PIC 9(02)       VALUE 0.
       01 WS-ACHOU-DIA                 PIC X(01)       VALUE "N".
           88 ACHOU-DIA                VALUE "S".
       01 WS-E-FERIADO                 PIC X(01)       VALUE "N".
           88 E-FERIADO                VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY PRAZPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING REG-PARM-ENTREGA.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-PRAZO-ENTREGA.
      *----------------------------------------------------------------*
       0000-PRAZO-ENTREGA              SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE PZE-FUNCAO
               WHEN "C"
                   PERFORM 1000-ABRIR-ARQUIVOS
                   IF ERRO-ABERTURA
                       MOVE "9"        TO PZE-RETORNO
                   ELSE
                       PERFORM 2000-CALCULAR-ENTREGA
                   END-IF
               WHEN "F"
                   PERFORM 4000-FINALIZAR
                   MOVE "0"            TO PZE-RETORNO
               WHEN OTHER
                   MOVE "9"            TO PZE-RETORNO
           END-EVALUATE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      * ARQUIVO QUE AINDA NAO EXISTE FICA FECHADO: SEM CALENDARIO VALE *
      * O PADRAO E SEM FERIADOS NENHUM DIA E PULADO                    *
      *----------------------------------------------------------------*
           IF ARQUIVOS-ABERTOS
               GO TO 1000-FIM
           END-IF
           MOVE "S"                    TO WS-ARQUIVOS-ABERTOS
           MOVE "N"                    TO WS-ERRO-ABERTURA
           OPEN INPUT ARQ-CALENDARIO
           IF FS-CAL-OK
               MOVE "S"                TO WS-CALENDARIO-ABERTO
           ELSE
               IF NOT FS-CAL-NAO-EXISTE
                   MOVE "S"            TO WS-ERRO-ABERTURA
               END-IF
           END-IF
           OPEN INPUT ARQ-FERIADOS
           IF FS-FER-OK
               MOVE "S"                TO WS-FERIADOS-ABERTOS
           ELSE
               IF NOT FS-FER-NAO-EXISTE
                   MOVE "S"            TO WS-ERRO-ABERTURA
               END-IF
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CALCULAR-ENTREGA           SECTION.
      *----------------------------------------------------------------*
      * PRIMEIRO DIA ATENDIDO E SEM FERIADO A PARTIR DA DATA DO PEDIDO *
      * (OU DO DIA SEGUINTE, DEPOIS DO CORTE) MAIS O PRAZO MINIMO      *
      *----------------------------------------------------------------*
           MOVE "0"                    TO PZE-RETORNO
           MOVE "N"                    TO PZE-APOS-CORTE
           PERFORM 2100-LER-CALENDARIO
           COMPUTE WS-DIA-INICIO =
                   FUNCTION INTEGER-OF-DATE (PZE-DATA)
           IF WS-HORA-CORTE > 0
               AND PZE-HORA > WS-HORA-CORTE
               ADD 1                   TO WS-DIA-INICIO
               MOVE "S"                TO PZE-APOS-CORTE
           END-IF
           COMPUTE WS-DIA-CANDIDATO = WS-DIA-INICIO + WS-PRAZO-MINIMO
           MOVE "N"                    TO WS-ACHOU-DIA
           PERFORM VARYING WS-TENTATIVAS FROM 1 BY 1
                   UNTIL WS-TENTATIVAS > 60 OR ACHOU-DIA
               COMPUTE WS-DATA-CANDIDATA =
                       FUNCTION DATE-OF-INTEGER (WS-DIA-CANDIDATO)
               COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD (WS-DIA-CANDIDATO - 1, 7) + 1
               IF WS-DIA-ENTREGA (WS-DIA-SEMANA) = "S"
                   PERFORM 2200-VERIFICAR-FERIADO
                   IF NOT E-FERIADO
                       MOVE "S"        TO WS-ACHOU-DIA
                   END-IF
               END-IF
               IF NOT ACHOU-DIA
                   ADD 1               TO WS-DIA-CANDIDATO
               END-IF
           END-PERFORM
           IF ACHOU-DIA
               MOVE WS-DATA-CANDIDATA  TO PZE-DT-ENTREGA
           ELSE
               COMPUTE PZE-DT-ENTREGA = FUNCTION DATE-OF-INTEGER
                       (WS-DIA-INICIO + WS-PRAZO-MINIMO)
               MOVE "1"                TO PZE-RETORNO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-LER-CALENDARIO             SECTION.
      *----------------------------------------------------------------*
      * CALENDARIO DO MUNICIPIO, PADRAO DA FILIAL OU SEGUNDA A SABADO  *
      *----------------------------------------------------------------*
           MOVE "P"                    TO PZE-ORIGEM
           MOVE "SSSSSSN"              TO WS-DIAS-ENTREGA
           MOVE 0                      TO WS-HORA-CORTE
           MOVE 1                      TO WS-PRAZO-MINIMO
           IF NOT CALENDARIO-ABERTO
               GO TO 2100-FIM
           END-IF
           MOVE PZE-FILIAL             TO CAL-FILIAL
           MOVE PZE-MUNICIPIO          TO CAL-MUNICIPIO
           MOVE PZE-UF                 TO CAL-UF
           READ ARQ-CALENDARIO
           IF FS-CAL-OK
               MOVE "M"                TO PZE-ORIGEM
           ELSE
               MOVE SPACES             TO CAL-MUNICIPIO
               MOVE SPACES             TO CAL-UF
               READ ARQ-CALENDARIO
               IF FS-CAL-OK
                   MOVE "F"            TO PZE-ORIGEM
               ELSE
                   GO TO 2100-FIM
               END-IF
           END-IF
           MOVE CAL-DIAS-ENTREGA       TO WS-DIAS-ENTREGA
           MOVE CAL-HORA-CORTE         TO WS-HORA-CORTE
           IF CAL-PRAZO-MINIMO > 0
               MOVE CAL-PRAZO-MINIMO   TO WS-PRAZO-MINIMO
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-VERIFICAR-FERIADO          SECTION.
      *----------------------------------------------------------------*
      * FERIADO NACIONAL (FILIAL 00) OU DA FILIAL DO CLIENTE           *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-E-FERIADO
           IF NOT FERIADOS-ABERTOS
               GO TO 2200-FIM
           END-IF
           MOVE WS-DATA-CANDIDATA      TO FER-DATA
           MOVE 0                      TO FER-FILIAL
           READ ARQ-FERIADOS
           IF FS-FER-OK
               MOVE "S"                TO WS-E-FERIADO
               GO TO 2200-FIM
           END-IF
           IF PZE-FILIAL > 0
               MOVE WS-DATA-CANDIDATA  TO FER-DATA
               MOVE PZE-FILIAL         TO FER-FILIAL
               READ ARQ-FERIADOS
               IF FS-FER-OK
                   MOVE "S"            TO WS-E-FERIADO
               END-IF
           END-IF
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF CALENDARIO-ABERTO
               CLOSE ARQ-CALENDARIO
               MOVE "N"                TO WS-CALENDARIO-ABERTO
           END-IF
           IF FERIADOS-ABERTOS
               CLOSE ARQ-FERIADOS
               MOVE "N"                TO WS-FERIADOS-ABERTOS
           END-IF
           MOVE "N"                    TO WS-ARQUIVOS-ABERTOS
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM PRAZENTR.
      *----------------------------------------------------------------*
