      *            TRAILER DE TOTAIS DE CONTROLE, PROCESSA O ARQUIVO   *
      *            DE RETORNO QUE CONFIRMA OU REJEITA CADA PEDIDO E    *
      *            LISTA OS EXPORTADOS SEM CONFIRMACAO HA N DIAS       *
      ******************************************************************
      * CADA PEDIDO SEGUE COM OS IMPOSTOS CALCULADOS NO FATURAMENTO    *
      * (FATUCADA) E O TOTAL DO DOCUMENTO; O TRAILER TRAZ TAMBEM OS    *
      * TOTAIS DE CADA IMPOSTO PARA A CONFERENCIA DO ERP               *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
           SELECT ARQ-FATURAS          ASSIGN TO  "WID-ARQ-FAT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAT-DOCUMENTO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FATURA.
      *
           SELECT ARQ-EXP-ERP          ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-FATURAS.
       COPY FATUCADA.
      *
       FD ARQ-EXP-ERP.
       01 REG-EXP-ERP                  PIC X(130).
      *
       FD ARQ-RET-ERP.
       01 REG-RET-ERP.
           88 FS-PED-FIM               VALUE "10".
           88 FS-PED-NAO-ENCONTRADO    VALUE "23".
           88 FS-PED-NAO-EXISTE        VALUE "35".
       77 WS-FS-FATURA                 PIC X(02).
           88 FS-FAT-OK                VALUE "00" THRU "09".
       77 WS-FS-EXP-ERP                PIC X(02).
           88 FS-EXP-OK                VALUE "00" THRU "09".
       77 WS-FS-RET-ERP                PIC X(02).
           05 DET-DATA                 PIC 9(08).
           05 DET-VALOR                PIC 9(09)V99.
           05 DET-TIPO                 PIC X(01).
      *
      * --> IMPOSTOS DA FATURA; O TOTAL DO DOCUMENTO E O VALOR COM O
      *     IPI E O ICMS-ST (SEM IMPOSTOS CALCULADOS = DET-VALOR)
      *
           05 DET-BASE-ICMS            PIC 9(09)V99.
           05 DET-VALOR-ICMS           PIC 9(09)V99.
           05 DET-BASE-ICMS-ST         PIC 9(09)V99.
           05 DET-VALOR-ICMS-ST        PIC 9(09)V99.
           05 DET-VALOR-IPI            PIC 9(09)V99.
           05 DET-VALOR-TOTAL          PIC 9(09)V99.
      *
       01 WS-REG-TRAILER.
           05 FILLER                   PIC X(01)   VALUE "T".
           05 TRL-QTD-REGISTROS        PIC 9(09).
           05 TRL-VALOR-TOTAL          PIC 9(13)V99.
           05 TRL-TOTAL-ICMS           PIC 9(13)V99.
           05 TRL-TOTAL-ICMS-ST        PIC 9(13)V99.
           05 TRL-TOTAL-IPI            PIC 9(13)V99.
      *
       01 WS-TOT-EXPORTADOS            PIC 9(09)       VALUE 0.
       01 WS-TOT-VALOR                 PIC 9(13)V99    VALUE 0.
       01 WS-FATURAS-ABERTO            PIC X(01)       VALUE "N".
           88 ARQ-FATURAS-ABERTO       VALUE "S".
       01 WS-TOT-ICMS                  PIC 9(13)V99    VALUE 0.
       01 WS-TOT-ICMS-ST               PIC 9(13)V99    VALUE 0.
       01 WS-TOT-IPI                   PIC 9(13)V99    VALUE 0.
       01 WS-TOT-CONFIRMADOS           PIC 9(07)       VALUE 0.
       01 WS-TOT-REJEITADOS            PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-CONFIRMACAO       PIC 9(07)       VALUE 0.
           IF NOT FS-PED-OK
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
           ELSE
               OPEN INPUT ARQ-FATURAS
               IF FS-FAT-OK
                   MOVE "S"            TO WS-FATURAS-ABERTO
               END-IF
               OPEN OUTPUT ARQ-EXP-ERP
               MOVE WS-DATA-ATUAL      TO HDR-DATA-GERACAO
               MOVE WS-HORA-ATUAL (1:6) TO HDR-HORA-GERACAO
               END-PERFORM
               MOVE WS-TOT-EXPORTADOS  TO TRL-QTD-REGISTROS
               MOVE WS-TOT-VALOR       TO TRL-VALOR-TOTAL
               MOVE WS-TOT-ICMS        TO TRL-TOTAL-ICMS
               MOVE WS-TOT-ICMS-ST     TO TRL-TOTAL-ICMS-ST
               MOVE WS-TOT-IPI         TO TRL-TOTAL-IPI
               MOVE WS-REG-TRAILER     TO REG-EXP-ERP
               WRITE REG-EXP-ERP
               CLOSE ARQ-EXP-ERP
               IF ARQ-FATURAS-ABERTO
                   CLOSE ARQ-FATURAS
                   MOVE "N"            TO WS-FATURAS-ABERTO
               END-IF
               CLOSE ARQ-PEDIDOS
               DISPLAY "PEDIDOS EXPORTADOS........: "
                       WS-TOT-EXPORTADOS
           MOVE PED-DATA               TO DET-DATA
           MOVE PED-VALOR              TO DET-VALOR
           MOVE PED-TIPO               TO DET-TIPO
           PERFORM 1150-IMPOSTOS-DA-FATURA
           MOVE WS-REG-DETALHE         TO REG-EXP-ERP
           WRITE REG-EXP-ERP
           ADD 1                       TO WS-TOT-EXPORTADOS
           ADD PED-VALOR               TO WS-TOT-VALOR
           ADD DET-VALOR-ICMS          TO WS-TOT-ICMS
           ADD DET-VALOR-ICMS-ST       TO WS-TOT-ICMS-ST
           ADD DET-VALOR-IPI           TO WS-TOT-IPI
           MOVE "E"                    TO PED-SIT-ERP
           MOVE WS-DATA-ATUAL          TO PED-DT-EXPORT
           REWRITE REG-PEDIDO
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1150-IMPOSTOS-DA-FATURA         SECTION.
      *----------------------------------------------------------------*
      * OS IMPOSTOS VEM DA FATURA DO DOCUMENTO DO PEDIDO; FATURA SEM   *
      * IMPOSTOS CALCULADOS SEGUE ZERADA, COM O TOTAL IGUAL AO VALOR   *
      *----------------------------------------------------------------*
           MOVE 0                      TO DET-BASE-ICMS
           MOVE 0                      TO DET-VALOR-ICMS
           MOVE 0                      TO DET-BASE-ICMS-ST
           MOVE 0                      TO DET-VALOR-ICMS-ST
           MOVE 0                      TO DET-VALOR-IPI
           MOVE PED-VALOR              TO DET-VALOR-TOTAL
           IF NOT ARQ-FATURAS-ABERTO
               GO TO 1150-FIM
           END-IF
           MOVE PED-DOCUMENTO          TO FAT-DOCUMENTO
           READ ARQ-FATURAS
           IF FS-FAT-OK AND FAT-VALOR-TOTAL > 0
               MOVE FAT-BASE-ICMS      TO DET-BASE-ICMS
               MOVE FAT-VALOR-ICMS     TO DET-VALOR-ICMS
               MOVE FAT-BASE-ICMS-ST   TO DET-BASE-ICMS-ST
               MOVE FAT-VALOR-ICMS-ST  TO DET-VALOR-ICMS-ST
               MOVE FAT-VALOR-IPI      TO DET-VALOR-IPI
               MOVE FAT-VALOR-TOTAL    TO DET-VALOR-TOTAL
           END-IF
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR-RETORNO          SECTION.
      *----------------------------------------------------------------*
