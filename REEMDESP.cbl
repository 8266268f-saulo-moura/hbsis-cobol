      ******************************************************************
      * PROGRAMA.: REEMDESP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: REEMBOLSO MENSAL DAS DESPESAS DE VIAGEM - SOMA AS   *
      *            DESPESAS APROVADAS DE CADA VENDEDOR ATE O FIM DA    *
      *            COMPETENCIA E O VALOR DOS KM DO EXTRATO DE          *
      *            QUILOMETRAGEM, IMPRIME NO SPOOL O DEMONSTRATIVO     *
      *            QUE O VENDEDOR ASSINA E GERA O ARQUIVO PARA A FOLHA *
      ******************************************************************
      * AS DESPESAS REEMBOLSADAS FICAM MARCADAS (G) COM A COMPETENCIA; *
      * REPROCESSAR O MESMO MES TORNA A INCLUI-LAS E REGERA O ARQUIVO  *
      * DA FOLHA. OS KM VEM DE WID-ARQ-KMM.DAT, GRAVADO PELO EXTRAKMS, *
      * QUE DEVE RODAR ANTES PARA A COMPETENCIA                        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. REEMDESP.
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
           SELECT ARQ-DESPESAS         ASSIGN TO  "WID-ARQ-DSP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DSP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DESPESA.
      *
           SELECT ARQ-KM-MENSAL        ASSIGN TO  "WID-ARQ-KMM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS KMM-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-KM-MENSAL.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-REL-REEMBOLSO    ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-RMB.
      *
           SELECT ARQ-EXP-FOLHA        ASSIGN TO WS-NOME-FOLHA
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-EXP-FOLHA.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-DESPESAS.
       COPY DESPCADA.
      *
       FD ARQ-KM-MENSAL.
       COPY KMMECADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-REL-REEMBOLSO.
       01 REG-REL-REEMBOLSO            PIC X(100).
      *
       FD ARQ-EXP-FOLHA.
       01 REG-EXP-FOLHA                PIC X(40).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-DESPESA                PIC X(02).
           88 FS-DSP-OK                VALUE "00" THRU "09".
           88 FS-DSP-FIM               VALUE "10".
           88 FS-DSP-NAO-EXISTE        VALUE "35".
       77 WS-FS-KM-MENSAL              PIC X(02).
           88 FS-KMM-OK                VALUE "00" THRU "09".
           88 FS-KMM-NAO-EXISTE        VALUE "35".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
           88 FS-VEN-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-RMB                PIC X(02).
           88 FS-REL-RMB-OK            VALUE "00" THRU "09".
       77 WS-FS-EXP-FOLHA              PIC X(02).
           88 FS-FOL-OK                VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> GERACOES DO DEMONSTRATIVO E DO ARQUIVO DA FOLHA, NOMEADAS
      *     PELA COMPETENCIA COMO AS DA APURACAO DE COMISSOES
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-FOLHA                PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "REEMDESP".
      *
      * --> COMPETENCIA DO REEMBOLSO (AAAAMM, 0 = MES ANTERIOR) E O
      *     ULTIMO DIA QUE ELA ALCANCA
      *
       01 WS-ANOMES-REEMBOLSO          PIC 9(06)       VALUE 0.
       01 WS-DATA-LIMITE               PIC 9(08)       VALUE 0.
       01 WS-ANO-AUX                   PIC 9(04)       VALUE 0.
       01 WS-MES-AUX                   PIC 9(02)       VALUE 0.
       01 WS-VALOR-KM                  PIC 9(02)V99    VALUE 0.
      *
      * --> ACUMULADORES POR VENDEDOR; OS VALORES POR TIPO SEGUEM A
      *     ORDEM R, P, E, H DOS LIMITES DOS PARAMETROS
      *
       01 WS-QTD-VENDEDORES            PIC 9(03)       VALUE 0.
       01 WS-VEN-TABELA.
           05 WS-VEN-OCORRENCIA        OCCURS 999 TIMES
                                       DEPENDING ON WS-QTD-VENDEDORES
                                       INDEXED BY WS-VEN-IND.
               10 WS-VEN-TAB-CPF       PIC 9(11).
               10 WS-VEN-TAB-QTD       PIC 9(05).
               10 WS-VEN-TAB-TIPO      PIC 9(09)V99    OCCURS 4 TIMES.
               10 WS-VEN-TAB-KM        PIC 9(07)V99.
               10 WS-VEN-TAB-VALOR-KM  PIC 9(09)V99.
               10 WS-VEN-TAB-TOTAL     PIC 9(09)V99.
       01 WS-CPF-BUSCA                 PIC 9(11)       VALUE 0.
       01 WS-ACHOU-VENDEDOR            PIC X(01)       VALUE "N".
           88 ACHOU-VENDEDOR           VALUE "S".
       01 WS-TIPO-IND                  PIC 9(01)       VALUE 0.
      *
       01 WS-TOT-DESPESAS              PIC 9(05)       VALUE 0.
       01 WS-TOT-MARCADAS              PIC 9(05)       VALUE 0.
       01 WS-TOT-VENDEDORES            PIC 9(03)       VALUE 0.
       01 WS-TOT-GERAL                 PIC 9(11)V99    VALUE 0.
       01 WS-TOT-GERAL-ED              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WS-VALOR-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-KM-ED                     PIC ZZZZZZ9,99.
       01 WS-VALOR-KM-ED               PIC Z9,99.
       01 WS-LINHA-REEMBOLSO           PIC X(100)      VALUE SPACES.
       01 WS-LINHA-EXP-FOLHA.
           05 FOL-CPF                  PIC 9(11).
           05 FILLER                   PIC X(01)   VALUE ";".
           05 FOL-ANOMES               PIC 9(06).
           05 FILLER                   PIC X(01)   VALUE ";".
           05 FOL-VALOR                PIC 9(09),99.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-REEMBOLSAR-DESPESAS.
      *----------------------------------------------------------------*
       0000-REEMBOLSAR-DESPESAS        SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "REEMBOLSO MENSAL DE DESPESAS DE VIAGEM"
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES ANTERIOR): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-REEMBOLSO
           IF WS-ANOMES-REEMBOLSO = 0
               PERFORM 0100-CALCULAR-MES-ANTERIOR
           END-IF
           COMPUTE WS-DATA-LIMITE = WS-ANOMES-REEMBOLSO * 100 + 31
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-RMB-" WS-ANOMES-REEMBOLSO ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           MOVE SPACES                 TO WS-NOME-FOLHA
           STRING "WID-EXP-RMB-" WS-ANOMES-REEMBOLSO ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-FOLHA
           PERFORM 1000-LER-PARAMETROS
           PERFORM 2000-APURAR-DESPESAS
           PERFORM 3000-APURAR-KM
           IF WS-QTD-VENDEDORES = 0
               DISPLAY "NADA A REEMBOLSAR NA COMPETENCIA"
           ELSE
               PERFORM 4000-GRAVAR-DEMONSTRATIVOS
           END-IF
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-CALCULAR-MES-ANTERIOR      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-DATA-ATUAL (1:4)    TO WS-ANO-AUX
           MOVE WS-DATA-ATUAL (5:2)    TO WS-MES-AUX
           IF WS-MES-AUX = 1
               SUBTRACT 1              FROM WS-ANO-AUX
               MOVE 12                 TO WS-MES-AUX
           ELSE
               SUBTRACT 1              FROM WS-MES-AUX
           END-IF
           COMPUTE WS-ANOMES-REEMBOLSO =
               WS-ANO-AUX * 100 + WS-MES-AUX
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * SEM VALOR POR KM NOS PARAMETROS A QUILOMETRAGEM NAO ENTRA NO   *
      * REEMBOLSO                                                      *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-VALOR-KM
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK AND PAR-DSP-VALOR-KM NUMERIC
                   MOVE PAR-DSP-VALOR-KM
                                       TO WS-VALOR-KM
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-APURAR-DESPESAS            SECTION.
      *----------------------------------------------------------------*
      * ENTRAM AS APROVADAS COM DATA ATE O FIM DA COMPETENCIA (AS      *
      * APROVADAS DEPOIS DE UM FECHAMENTO CAEM NO MES SEGUINTE) E AS   *
      * JA REEMBOLSADAS NESTA MESMA COMPETENCIA                        *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-DESPESAS
           IF NOT FS-DSP-OK
               DISPLAY "NAO HA DESPESAS LANCADAS"
               GO TO 2000-FIM
           END-IF
           READ ARQ-DESPESAS NEXT
           PERFORM UNTIL NOT FS-DSP-OK
               IF (DESPESA-APROVADA AND DSP-DATA <= WS-DATA-LIMITE)
                   OR (DESPESA-REEMBOLSADA
                       AND DSP-ANOMES-REEMBOLSO = WS-ANOMES-REEMBOLSO)
                   PERFORM 2100-PROCESSAR-DESPESA
               END-IF
               READ ARQ-DESPESAS NEXT
           END-PERFORM
           CLOSE ARQ-DESPESAS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-PROCESSAR-DESPESA          SECTION.
      *----------------------------------------------------------------*
      *
           IF DESPESA-APROVADA
               MOVE "G"                TO DSP-SITUACAO
               MOVE WS-ANOMES-REEMBOLSO
                                       TO DSP-ANOMES-REEMBOLSO
               MOVE WS-DATA-ATUAL      TO DSP-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO DSP-OPERADOR-ALTERACAO
               REWRITE REG-DESPESA
               IF NOT FS-DSP-OK
                   DISPLAY "ERRO AO MARCAR DESPESA " DSP-CPF " "
                           DSP-DATA " " DSP-SEQ ": " WS-FS-DESPESA
                   GO TO 2100-FIM
               END-IF
               ADD 1                   TO WS-TOT-MARCADAS
           END-IF
           MOVE DSP-CPF                TO WS-CPF-BUSCA
           PERFORM 2900-LOCALIZAR-VENDEDOR
           IF NOT ACHOU-VENDEDOR
               GO TO 2100-FIM
           END-IF
           EVALUATE TRUE
               WHEN DSP-REFEICAO
                   MOVE 1              TO WS-TIPO-IND
               WHEN DSP-PEDAGIO
                   MOVE 2              TO WS-TIPO-IND
               WHEN DSP-ESTACIONAMENTO
                   MOVE 3              TO WS-TIPO-IND
               WHEN OTHER
                   MOVE 4              TO WS-TIPO-IND
           END-EVALUATE
           ADD 1                       TO WS-VEN-TAB-QTD (WS-VEN-IND)
           ADD DSP-VALOR               TO WS-VEN-TAB-TIPO
                                          (WS-VEN-IND WS-TIPO-IND)
           ADD DSP-VALOR               TO WS-VEN-TAB-TOTAL (WS-VEN-IND)
           ADD 1                       TO WS-TOT-DESPESAS
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-LOCALIZAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * POSICIONA WS-VEN-IND NO VENDEDOR DE WS-CPF-BUSCA, INCLUINDO-O  *
      * ZERADO NA TABELA NA PRIMEIRA VEZ                               *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU-VENDEDOR
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
                   OR ACHOU-VENDEDOR
               IF WS-VEN-TAB-CPF (WS-VEN-IND) = WS-CPF-BUSCA
                   MOVE "S"            TO WS-ACHOU-VENDEDOR
               END-IF
           END-PERFORM
           IF ACHOU-VENDEDOR
               SET WS-VEN-IND          DOWN BY 1
               GO TO 2900-FIM
           END-IF
           IF WS-QTD-VENDEDORES = 999
               DISPLAY "TABELA DE VENDEDORES CHEIA - CPF "
                       WS-CPF-BUSCA " FORA DO REEMBOLSO"
               GO TO 2900-FIM
           END-IF
           ADD 1                       TO WS-QTD-VENDEDORES
           SET WS-VEN-IND              TO WS-QTD-VENDEDORES
           INITIALIZE WS-VEN-OCORRENCIA (WS-VEN-IND)
           MOVE WS-CPF-BUSCA           TO WS-VEN-TAB-CPF (WS-VEN-IND)
           MOVE "S"                    TO WS-ACHOU-VENDEDOR
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-APURAR-KM                  SECTION.
      *----------------------------------------------------------------*
      * OS KM PERCORRIDOS NA COMPETENCIA (CHECK-INS) VEZES O VALOR POR *
      * KM DOS PARAMETROS                                              *
      *----------------------------------------------------------------*
           IF WS-VALOR-KM = 0
               GO TO 3000-FIM
           END-IF
           OPEN INPUT ARQ-KM-MENSAL
           IF NOT FS-KMM-OK
               DISPLAY "EXTRATO DE KM NAO APURADO - KM FORA DO "
                       "REEMBOLSO"
               GO TO 3000-FIM
           END-IF
           READ ARQ-KM-MENSAL NEXT
           PERFORM UNTIL NOT FS-KMM-OK
               IF KMM-ANOMES = WS-ANOMES-REEMBOLSO
                   AND KMM-KM-REALIZADO > 0
                   MOVE KMM-CPF        TO WS-CPF-BUSCA
                   PERFORM 2900-LOCALIZAR-VENDEDOR
                   IF ACHOU-VENDEDOR
                       MOVE KMM-KM-REALIZADO
                                       TO WS-VEN-TAB-KM (WS-VEN-IND)
                       COMPUTE WS-VEN-TAB-VALOR-KM (WS-VEN-IND)
                           ROUNDED = KMM-KM-REALIZADO * WS-VALOR-KM
                       ADD WS-VEN-TAB-VALOR-KM (WS-VEN-IND)
                                       TO WS-VEN-TAB-TOTAL (WS-VEN-IND)
                   END-IF
               END-IF
               READ ARQ-KM-MENSAL NEXT
           END-PERFORM
           CLOSE ARQ-KM-MENSAL
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-GRAVAR-DEMONSTRATIVOS      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-VENDEDORES
           OPEN OUTPUT ARQ-REL-REEMBOLSO
           OPEN OUTPUT ARQ-EXP-FOLHA
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
               IF WS-VEN-TAB-TOTAL (WS-VEN-IND) > 0
                   PERFORM 4100-DEMONSTRATIVO-VENDEDOR
               END-IF
           END-PERFORM
           CLOSE ARQ-REL-REEMBOLSO
           CLOSE ARQ-EXP-FOLHA
           IF FS-VEN-OK OR FS-VEN-NAO-ENCONTRADO
               CLOSE ARQ-VENDEDORES
           END-IF
           PERFORM 8950-REGISTRAR-SPOOL
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-DEMONSTRATIVO-VENDEDOR     SECTION.
      *----------------------------------------------------------------*
      * UMA FOLHA POR VENDEDOR, COM OS VALORES POR TIPO, OS KM, O      *
      * TOTAL E O CAMPO DE ASSINATURA; O MESMO TOTAL VAI PARA A FOLHA  *
      *----------------------------------------------------------------*
           MOVE WS-VEN-TAB-CPF (WS-VEN-IND) TO VEN-CPF
           READ ARQ-VENDEDORES         KEY IS VEN-CPF
           IF NOT FS-VEN-OK
               MOVE "VENDEDOR NAO CADASTRADO"
                                       TO VEN-NOME
           END-IF
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "DEMONSTRATIVO DE REEMBOLSO DE DESPESAS DE VIAGEM"
                  " - COMPETENCIA " WS-ANOMES-REEMBOLSO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "VENDEDOR..........: " WS-VEN-TAB-CPF (WS-VEN-IND)
                  " " VEN-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "RECIBOS...........: " WS-VEN-TAB-QTD (WS-VEN-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-VEN-TAB-TIPO (WS-VEN-IND 1) TO WS-VALOR-ED
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "REFEICAO..........: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-VEN-TAB-TIPO (WS-VEN-IND 2) TO WS-VALOR-ED
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "PEDAGIO...........: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-VEN-TAB-TIPO (WS-VEN-IND 3) TO WS-VALOR-ED
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "ESTACIONAMENTO....: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-VEN-TAB-TIPO (WS-VEN-IND 4) TO WS-VALOR-ED
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "HOSPEDAGEM........: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-VEN-TAB-KM (WS-VEN-IND) TO WS-KM-ED
           MOVE WS-VALOR-KM            TO WS-VALOR-KM-ED
           MOVE WS-VEN-TAB-VALOR-KM (WS-VEN-IND) TO WS-VALOR-ED
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "QUILOMETRAGEM.....: " WS-VALOR-ED
                  "  (" WS-KM-ED " KM X " WS-VALOR-KM-ED ")"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-VEN-TAB-TOTAL (WS-VEN-IND) TO WS-VALOR-ED
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "TOTAL A REEMBOLSAR: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE "DECLARO QUE AS DESPESAS ACIMA FORAM FEITAS A SERVICO E"
                                       TO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE "QUE OS RECIBOS FORAM ENTREGUES."
                                       TO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-REEMBOLSO
           STRING "ASSINATURA DO VENDEDOR: "
                  "______________________________   "
                  "DATA: ____/____/________"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE ALL "-"                TO WS-LINHA-REEMBOLSO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-VEN-TAB-CPF (WS-VEN-IND) TO FOL-CPF
           MOVE WS-ANOMES-REEMBOLSO    TO FOL-ANOMES
           MOVE WS-VEN-TAB-TOTAL (WS-VEN-IND) TO FOL-VALOR
           MOVE WS-LINHA-EXP-FOLHA     TO REG-EXP-FOLHA
           WRITE REG-EXP-FOLHA
           ADD 1                       TO WS-TOT-VENDEDORES
           ADD WS-VEN-TAB-TOTAL (WS-VEN-IND) TO WS-TOT-GERAL
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-REEMBOLSO     TO REG-REL-REEMBOLSO
           WRITE REG-REL-REEMBOLSO
           DISPLAY WS-LINHA-REEMBOLSO
           .
       4900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO REEMBOLSO DE DESPESAS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "COMPETENCIA...............: "
                   WS-ANOMES-REEMBOLSO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "DESPESAS REEMBOLSADAS.....: "
                   WS-TOT-DESPESAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "MARCADAS NESTA EXECUCAO...: "
                   WS-TOT-MARCADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VENDEDORES NA FOLHA.......: "
                   WS-TOT-VENDEDORES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-GERAL           TO WS-TOT-GERAL-ED
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TOTAL REEMBOLSADO.........: "
                   WS-TOT-GERAL-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
      * REGISTRA A GERACAO DATADA NO CONTROLE DE SPOOL, PARA O         *
      * GERENCIADOR LISTAR, REIMPRIMIR E EXPURGAR                      *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-ATUAL (1:6) TO SPL-HORA
               MOVE "REEMDESP"         TO SPL-PROGRAMA
               MOVE WS-OPERADOR-ATUAL  TO SPL-OPERADOR
               MOVE WS-NOME-GERACAO    TO SPL-NOME-ARQUIVO
               MOVE "N"                TO SPL-REIMPRIMIR
               WRITE REG-SPOOL
               CLOSE ARQ-CTL-SPOOL
           END-IF
           .
       8950-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM REEMDESP.
      *----------------------------------------------------------------*
