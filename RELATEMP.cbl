      ******************************************************************
      * PROGRAMA.: RELATEMP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: TEMPO EM LOJA - AMARRA CADA CHECK-IN DO DIARIO DE   *
      *            VISITAS AO SEU CHECK-OUT E MOSTRA A DURACAO MEDIA,  *
      *            MENOR E MAIOR DAS VISITAS POR VENDEDOR E POR CANAL  *
      *            E PORTE DO CLIENTE, AS VISITAS FORA DO PADRAO E O   *
      *            TEMPO DE VISITA SUGERIDO PARA CADA CANAL E PORTE,   *
      *            AO LADO DO QUE ESTA NOS PARAMETROS                  *
      ******************************************************************
      * VISITA FORA DO PADRAO = DURACAO ABAIXO DA METADE OU ACIMA DO   *
      * DOBRO DA MEDIA DO SEU CANAL E PORTE. O TEMPO SUGERIDO E A      *
      * MEDIA DAS VISITAS DENTRO DO PADRAO, SO QUANDO HA AO MENOS      *
      * CINCO DELAS NO CANAL E PORTE. O SUGERIDO NAO E GRAVADO: O      *
      * SUPERVISOR O INFORMA NA PAGINA DE TEMPO DE VISITA DOS          *
      * PARAMETROS. VISITA SEM CHECK-OUT SO ENTRA NO PCT DE COBERTURA  *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELATEMP.
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
           SELECT ARQ-VISITAS          ASSIGN TO  "WID-ARQ-VIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-VISITA.
      *
           SELECT ARQ-CHECKOUTS        ASSIGN TO  "WID-ARQ-CKO.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-CHECKOUT.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
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
           SELECT ARQ-REL-TEMPO        ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-TEMPO.
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
       FD ARQ-VISITAS.
       COPY VISICADA.
      *
       FD ARQ-CHECKOUTS.
       COPY CKOUCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-REL-TEMPO.
       01 REG-REL-TEMPO                PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-VISITA                 PIC X(02).
           88 FS-VIS-OK                VALUE "00" THRU "09".
       77 WS-FS-CHECKOUT               PIC X(02).
           88 FS-CKO-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-TEMPO              PIC X(02).
           88 FS-REL-TEMPO-OK          VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELATEMP".
      *
      * --> PERIODO DO RELATORIO (DATAS DOS CHECK-INS)
      *
       01 WS-DATA-INICIAL              PIC 9(08)       VALUE 0.
       01 WS-DATA-FINAL                PIC 9(08)       VALUE 0.
       01 WS-DATA-INT                  PIC 9(08)       VALUE 0.
      *
      * --> TEMPO DE VISITA DOS PARAMETROS: UNICO E POR CANAL E PORTE
      *
       01 WS-TEMPO-VISITA              PIC 9(03)       VALUE 0.
       01 WS-TEMPOS-CANAL.
           05 WS-TEMPO-CANAL           OCCURS 4 TIMES.
               10 WS-TEMPO-PORTE       PIC 9(03)   OCCURS 3 TIMES.
       01 WS-CANAL-IND                 PIC 9(01)       VALUE 0.
       01 WS-PORTE-IND                 PIC 9(01)       VALUE 0.
      *
      * --> CHECK-OUTS DO PERIODO, PELA CHAVE DA VISITA
      *
       01 WS-QTD-CHECKOUTS             PIC 9(05)       VALUE 0.
       01 WS-CKO-IND                   PIC 9(05)       VALUE 0.
       01 WS-CKO-TABELA.
           05 WS-CKO-OCORRENCIA        OCCURS 20000 TIMES.
               10 WS-CKO-TAB-CHAVE     PIC X(39).
               10 WS-CKO-TAB-SAIDA     PIC 9(06).
       01 WS-HORA-SAIDA                PIC 9(06)       VALUE 0.
      *
      * --> VISITAS COM CHECK-OUT: VENDEDOR, CELULA DE CANAL E PORTE
      *     (1 A 12; 13 = CLIENTE SEM CANAL OU PORTE) E DURACAO
      *
       01 WS-QTD-VISITAS-LOJA          PIC 9(05)       VALUE 0.
       01 WS-VLJ-IND                   PIC 9(05)       VALUE 0.
       01 WS-VLJ-TABELA.
           05 WS-VLJ-OCORRENCIA        OCCURS 20000 TIMES.
               10 WS-VLJ-TAB-DATA      PIC 9(08).
               10 WS-VLJ-TAB-HORA      PIC 9(06).
               10 WS-VLJ-TAB-CNPJ      PIC 9(14).
               10 WS-VLJ-TAB-VEN-IND   PIC 9(03).
               10 WS-VLJ-TAB-CELULA    PIC 9(02).
               10 WS-VLJ-TAB-MINUTOS   PIC 9(04).
      *
      * --> TOTAIS POR VENDEDOR
      *
       01 WS-QTD-VENDEDORES            PIC 9(03)       VALUE 0.
       01 WS-VEN-IND                   PIC 9(03)       VALUE 0.
       01 WS-VEN-TABELA.
           05 WS-VEN-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-VEN-TAB-CPF       PIC 9(11).
               10 WS-VEN-TAB-CHECKINS  PIC 9(05).
               10 WS-VEN-TAB-CHECKOUTS PIC 9(05).
               10 WS-VEN-TAB-MINUTOS   PIC 9(07).
               10 WS-VEN-TAB-MENOR     PIC 9(04).
               10 WS-VEN-TAB-MAIOR     PIC 9(04).
               10 WS-VEN-TAB-FORA      PIC 9(05).
      *
      * --> TOTAIS POR CELULA DE CANAL E PORTE
      *
       01 WS-CEL-IND                   PIC 9(02)       VALUE 0.
       01 WS-CEL-TABELA.
           05 WS-CEL-OCORRENCIA        OCCURS 13 TIMES.
               10 WS-CEL-TAB-VISITAS   PIC 9(05).
               10 WS-CEL-TAB-MINUTOS   PIC 9(07).
               10 WS-CEL-TAB-MENOR     PIC 9(04).
               10 WS-CEL-TAB-MAIOR     PIC 9(04).
               10 WS-CEL-TAB-MEDIA     PIC 9(04)V9.
               10 WS-CEL-TAB-FORA      PIC 9(05).
               10 WS-CEL-TAB-NORMAIS   PIC 9(05).
               10 WS-CEL-TAB-MIN-NORMAIS
                                       PIC 9(07).
               10 WS-CEL-TAB-SUGERIDO  PIC 9(03).
       01 WS-MINIMO-SUGESTAO           PIC 9(02)       VALUE 5.
      *
      * --> CALCULO DA DURACAO
      *
       01 WS-HORA-CALCULO.
           05 WS-CALC-HH               PIC 9(02)       VALUE 0.
           05 WS-CALC-MM               PIC 9(02)       VALUE 0.
           05 WS-CALC-SS               PIC 9(02)       VALUE 0.
       01 WS-SEGUNDOS-ENTRADA          PIC 9(05)       VALUE 0.
       01 WS-SEGUNDOS-SAIDA            PIC 9(05)       VALUE 0.
       01 WS-MINUTOS-VISITA            PIC 9(04)       VALUE 0.
       01 WS-FORA-DO-PADRAO            PIC X(01)       VALUE "N".
           88 VISITA-FORA-DO-PADRAO    VALUE "S".
      *
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
      *
       01 WS-TOT-CHECKINS              PIC 9(07)       VALUE 0.
       01 WS-TOT-CHECKOUTS             PIC 9(07)       VALUE 0.
       01 WS-TOT-FORA                  PIC 9(07)       VALUE 0.
       01 WS-TOT-MINUTOS               PIC 9(09)       VALUE 0.
       01 WS-MEDIA-CALCULO             PIC 9(04)V9     VALUE 0.
       01 WS-PCT-CALCULO               PIC 9(03)V9     VALUE 0.
       01 WS-DESCRICAO-CANAL           PIC X(11)       VALUE SPACES.
       01 WS-DESCRICAO-PORTE           PIC X(07)       VALUE SPACES.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-VENDEDOR.
           05 SAI-VEN-NOME             PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-CHECKINS         PIC ZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-CHECKOUTS        PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-VEN-PCT-COBERTURA    PIC ZZ9,9.
           05 FILLER                   PIC X(02).
           05 SAI-VEN-MEDIA            PIC Z.ZZ9,9.
           05 FILLER                   PIC X(02).
           05 SAI-VEN-MENOR            PIC Z.ZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-VEN-MAIOR            PIC Z.ZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-VEN-FORA             PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-VEN-PCT-FORA         PIC ZZ9,9.
       01 WS-LINHA-CELULA.
           05 SAI-CEL-CANAL            PIC X(11).
           05 FILLER                   PIC X(01).
           05 SAI-CEL-PORTE            PIC X(07).
           05 FILLER                   PIC X(01).
           05 SAI-CEL-VISITAS          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-CEL-MEDIA            PIC Z.ZZ9,9.
           05 FILLER                   PIC X(02).
           05 SAI-CEL-MENOR            PIC Z.ZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-CEL-MAIOR            PIC Z.ZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-CEL-FORA             PIC ZZ.ZZ9.
           05 FILLER                   PIC X(04).
           05 SAI-CEL-PARAMETRO        PIC ZZ9.
           05 FILLER                   PIC X(07).
           05 SAI-CEL-SUGERIDO         PIC X(12).
       01 WS-LINHA-FORA.
           05 SAI-FOR-DATA             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SAI-FOR-HORA             PIC 9(06).
           05 FILLER                   PIC X(01).
           05 SAI-FOR-VENDEDOR         PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-FOR-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01).
           05 SAI-FOR-CANAL            PIC X(11).
           05 FILLER                   PIC X(01).
           05 SAI-FOR-PORTE            PIC X(07).
           05 FILLER                   PIC X(01).
           05 SAI-FOR-MINUTOS          PIC Z.ZZ9.
           05 FILLER                   PIC X(02).
           05 SAI-FOR-MEDIA            PIC Z.ZZ9,9.
       01 WS-SUGERIDO-ED               PIC ZZ9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-TEMPO-EM-LOJA.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-TEMPO-EM-LOJA              SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "TEMPO EM LOJA POR VENDEDOR, CANAL E PORTE"
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = 90 DIAS ATRAS): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-INICIAL
           IF WS-DATA-INICIAL = 0
               COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL) - 90
               COMPUTE WS-DATA-INICIAL =
                   FUNCTION DATE-OF-INTEGER (WS-DATA-INT)
           END-IF
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL = 0
               MOVE WS-DATA-ATUAL      TO WS-DATA-FINAL
           END-IF
           IF WS-DATA-FINAL < WS-DATA-INICIAL
               DISPLAY "PERIODO INVALIDO"
               GOBACK
           END-IF
           PERFORM 0100-LER-PARAMETROS
           OPEN INPUT ARQ-VISITAS
           IF NOT FS-VIS-OK
               DISPLAY "NAO HA VISITAS REGISTRADAS"
               GOBACK
           END-IF
           PERFORM 1000-CARREGAR-CHECKOUTS
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-VENDEDORES
           INITIALIZE WS-CEL-TABELA
           PERFORM 2000-PROCESSAR-VISITAS
           CLOSE ARQ-VISITAS
           PERFORM 3000-CALCULAR-MEDIAS
           PERFORM 3100-APURAR-FORA-PADRAO
           PERFORM 3200-CALCULAR-SUGERIDO
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-TLJ-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-TEMPO
           PERFORM 4000-GRAVAR-RELATORIO
           CLOSE ARQ-REL-TEMPO
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-VENDEDORES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * TEMPOS EM VIGOR, SO PARA COMPARAR COM O SUGERIDO; REGISTRO DE  *
      * PARAMETROS ANTERIOR A TABELA POR CANAL E PORTE TRAZ BRANCOS    *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-TEMPO-VISITA
           MOVE SPACES                 TO WS-TEMPOS-CANAL
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   IF PAR-TEMPO-VISITA NUMERIC
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
      *                                                                *
      *----------------------------------------------------------------*
       1000-CARREGAR-CHECKOUTS         SECTION.
      *----------------------------------------------------------------*
      * CHECK-OUTS DE CHECK-INS DO PERIODO; SEM O ARQUIVO NENHUMA      *
      * VISITA TEM DURACAO E O RELATORIO SO MOSTRA A COBERTURA         *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-CHECKOUTS
           OPEN INPUT ARQ-CHECKOUTS
           IF NOT FS-CKO-OK
               GO TO 1000-FIM
           END-IF
           READ ARQ-CHECKOUTS NEXT
           PERFORM UNTIL NOT FS-CKO-OK
               IF CKO-DATA NOT < WS-DATA-INICIAL
                  AND CKO-DATA NOT > WS-DATA-FINAL
                   IF WS-QTD-CHECKOUTS = 20000
                       MOVE "S"        TO WS-TABELA-CHEIA
                   ELSE
                       ADD 1           TO WS-QTD-CHECKOUTS
                       MOVE CKO-CHAVE-VISITA
                           TO WS-CKO-TAB-CHAVE (WS-QTD-CHECKOUTS)
                       MOVE CKO-HORA-SAIDA
                           TO WS-CKO-TAB-SAIDA (WS-QTD-CHECKOUTS)
                   END-IF
               END-IF
               READ ARQ-CHECKOUTS NEXT
           END-PERFORM
           CLOSE ARQ-CHECKOUTS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR-VISITAS          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VISITAS NEXT
           PERFORM UNTIL NOT FS-VIS-OK
               IF VIS-DATA NOT < WS-DATA-INICIAL
                  AND VIS-DATA NOT > WS-DATA-FINAL
                   PERFORM 2100-PROCESSAR-VISITA
               END-IF
               READ ARQ-VISITAS NEXT
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-PROCESSAR-VISITA           SECTION.
      *----------------------------------------------------------------*
      * TODO CHECK-IN CONTA NA COBERTURA DO VENDEDOR; SO OS QUE TEM    *
      * CHECK-OUT ENTRAM NOS TEMPOS                                    *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-CHECKINS
           PERFORM 2200-LOCALIZAR-VENDEDOR
           IF WS-VEN-IND = 0
               GO TO 2100-FIM
           END-IF
           ADD 1                   TO WS-VEN-TAB-CHECKINS (WS-VEN-IND)
           PERFORM 2300-LOCALIZAR-CHECKOUT
           IF WS-HORA-SAIDA = 0
               GO TO 2100-FIM
           END-IF
           IF WS-QTD-VISITAS-LOJA = 20000
               MOVE "S"                TO WS-TABELA-CHEIA
               GO TO 2100-FIM
           END-IF
           MOVE VIS-HORA               TO WS-HORA-CALCULO
           COMPUTE WS-SEGUNDOS-ENTRADA =
               WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS
           MOVE WS-HORA-SAIDA          TO WS-HORA-CALCULO
           COMPUTE WS-SEGUNDOS-SAIDA =
               WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS
           IF WS-SEGUNDOS-SAIDA NOT > WS-SEGUNDOS-ENTRADA
               GO TO 2100-FIM
           END-IF
           COMPUTE WS-MINUTOS-VISITA ROUNDED =
               (WS-SEGUNDOS-SAIDA - WS-SEGUNDOS-ENTRADA) / 60
           PERFORM 2400-OBTER-CELULA
           ADD 1                       TO WS-TOT-CHECKOUTS
           ADD WS-MINUTOS-VISITA       TO WS-TOT-MINUTOS
           ADD 1                       TO WS-QTD-VISITAS-LOJA
           MOVE WS-QTD-VISITAS-LOJA    TO WS-VLJ-IND
           MOVE VIS-DATA           TO WS-VLJ-TAB-DATA (WS-VLJ-IND)
           MOVE VIS-HORA           TO WS-VLJ-TAB-HORA (WS-VLJ-IND)
           MOVE VIS-CNPJ           TO WS-VLJ-TAB-CNPJ (WS-VLJ-IND)
           MOVE WS-VEN-IND         TO WS-VLJ-TAB-VEN-IND (WS-VLJ-IND)
           MOVE WS-CEL-IND         TO WS-VLJ-TAB-CELULA (WS-VLJ-IND)
           MOVE WS-MINUTOS-VISITA  TO WS-VLJ-TAB-MINUTOS (WS-VLJ-IND)
      *
      * --> TOTAIS DO VENDEDOR E DA CELULA DE CANAL E PORTE
      *
           IF WS-VEN-TAB-CHECKOUTS (WS-VEN-IND) = 0
               OR WS-MINUTOS-VISITA < WS-VEN-TAB-MENOR (WS-VEN-IND)
               MOVE WS-MINUTOS-VISITA
                                   TO WS-VEN-TAB-MENOR (WS-VEN-IND)
           END-IF
           IF WS-MINUTOS-VISITA > WS-VEN-TAB-MAIOR (WS-VEN-IND)
               MOVE WS-MINUTOS-VISITA
                                   TO WS-VEN-TAB-MAIOR (WS-VEN-IND)
           END-IF
           ADD 1                   TO WS-VEN-TAB-CHECKOUTS (WS-VEN-IND)
           ADD WS-MINUTOS-VISITA   TO WS-VEN-TAB-MINUTOS (WS-VEN-IND)
           IF WS-CEL-TAB-VISITAS (WS-CEL-IND) = 0
               OR WS-MINUTOS-VISITA < WS-CEL-TAB-MENOR (WS-CEL-IND)
               MOVE WS-MINUTOS-VISITA
                                   TO WS-CEL-TAB-MENOR (WS-CEL-IND)
           END-IF
           IF WS-MINUTOS-VISITA > WS-CEL-TAB-MAIOR (WS-CEL-IND)
               MOVE WS-MINUTOS-VISITA
                                   TO WS-CEL-TAB-MAIOR (WS-CEL-IND)
           END-IF
           ADD 1                   TO WS-CEL-TAB-VISITAS (WS-CEL-IND)
           ADD WS-MINUTOS-VISITA   TO WS-CEL-TAB-MINUTOS (WS-CEL-IND)
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-LOCALIZAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * LOCALIZA OU INCLUI O VENDEDOR DA VISITA; TABELA CHEIA DEVOLVE  *
      * INDICE ZERO                                                    *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
                   OR ACHOU-OCORRENCIA
               IF WS-VEN-TAB-CPF (WS-VEN-IND) = VIS-CPF
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-VEN-IND
               GO TO 2200-FIM
           END-IF
           IF WS-QTD-VENDEDORES = 999
               MOVE "S"                TO WS-TABELA-CHEIA
               MOVE 0                  TO WS-VEN-IND
               GO TO 2200-FIM
           END-IF
           ADD 1                       TO WS-QTD-VENDEDORES
           MOVE WS-QTD-VENDEDORES      TO WS-VEN-IND
           INITIALIZE WS-VEN-OCORRENCIA (WS-VEN-IND)
           MOVE VIS-CPF                TO WS-VEN-TAB-CPF (WS-VEN-IND)
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-LOCALIZAR-CHECKOUT         SECTION.
      *----------------------------------------------------------------*
      * HORA DE SAIDA DO CHECK-OUT DA VISITA (ZERO = SEM CHECK-OUT)    *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-HORA-SAIDA
           MOVE VIS-DATA               TO CKO-DATA
           MOVE VIS-HORA               TO CKO-HORA-ENTRADA
           MOVE VIS-CPF                TO CKO-CPF
           MOVE VIS-CNPJ               TO CKO-CNPJ
           PERFORM VARYING WS-CKO-IND FROM 1 BY 1
                   UNTIL WS-CKO-IND > WS-QTD-CHECKOUTS
                   OR WS-HORA-SAIDA > 0
               IF WS-CKO-TAB-CHAVE (WS-CKO-IND) = CKO-CHAVE-VISITA
                   MOVE WS-CKO-TAB-SAIDA (WS-CKO-IND)
                                       TO WS-HORA-SAIDA
               END-IF
           END-PERFORM
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-OBTER-CELULA               SECTION.
      *----------------------------------------------------------------*
      * CELULA = (CANAL - 1) * 3 + PORTE; CLIENTE FORA DO CADASTRO OU  *
      * SEM CANAL OU PORTE VAI PARA A CELULA 13                        *
      *----------------------------------------------------------------*
           MOVE 13                     TO WS-CEL-IND
           MOVE VIS-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               GO TO 2400-FIM
           END-IF
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
               COMPUTE WS-CEL-IND =
                   (WS-CANAL-IND - 1) * 3 + WS-PORTE-IND
           END-IF
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CALCULAR-MEDIAS            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WS-CEL-IND FROM 1 BY 1
                   UNTIL WS-CEL-IND > 13
               IF WS-CEL-TAB-VISITAS (WS-CEL-IND) > 0
                   COMPUTE WS-CEL-TAB-MEDIA (WS-CEL-IND) ROUNDED =
                       WS-CEL-TAB-MINUTOS (WS-CEL-IND)
                       / WS-CEL-TAB-VISITAS (WS-CEL-IND)
               END-IF
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-APURAR-FORA-PADRAO         SECTION.
      *----------------------------------------------------------------*
      * COMPARA CADA VISITA COM A MEDIA DO SEU CANAL E PORTE           *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-VLJ-IND FROM 1 BY 1
                   UNTIL WS-VLJ-IND > WS-QTD-VISITAS-LOJA
               PERFORM 3150-TESTAR-VISITA
               MOVE WS-VLJ-TAB-CELULA (WS-VLJ-IND) TO WS-CEL-IND
               IF VISITA-FORA-DO-PADRAO
                   MOVE WS-VLJ-TAB-VEN-IND (WS-VLJ-IND)
                                       TO WS-VEN-IND
                   ADD 1           TO WS-VEN-TAB-FORA (WS-VEN-IND)
                   ADD 1           TO WS-CEL-TAB-FORA (WS-CEL-IND)
                   ADD 1           TO WS-TOT-FORA
               ELSE
                   ADD 1           TO WS-CEL-TAB-NORMAIS (WS-CEL-IND)
                   ADD WS-VLJ-TAB-MINUTOS (WS-VLJ-IND)
                                   TO WS-CEL-TAB-MIN-NORMAIS
                                      (WS-CEL-IND)
               END-IF
           END-PERFORM
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3150-TESTAR-VISITA              SECTION.
      *----------------------------------------------------------------*
      * FORA DO PADRAO: MENOS DA METADE OU MAIS DO DOBRO DA MEDIA      *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-FORA-DO-PADRAO
           MOVE WS-VLJ-TAB-CELULA (WS-VLJ-IND) TO WS-CEL-IND
           IF WS-VLJ-TAB-MINUTOS (WS-VLJ-IND) * 2
                   < WS-CEL-TAB-MEDIA (WS-CEL-IND)
              OR WS-VLJ-TAB-MINUTOS (WS-VLJ-IND)
                   > WS-CEL-TAB-MEDIA (WS-CEL-IND) * 2
               MOVE "S"                TO WS-FORA-DO-PADRAO
           END-IF
           .
       3150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-CALCULAR-SUGERIDO          SECTION.
      *----------------------------------------------------------------*
      * MEDIA DAS VISITAS DENTRO DO PADRAO, EM MINUTOS INTEIROS; COM   *
      * MENOS VISITAS QUE O MINIMO A CELULA FICA SEM SUGESTAO (ZERO)   *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-CEL-IND FROM 1 BY 1
                   UNTIL WS-CEL-IND > 12
               MOVE 0              TO WS-CEL-TAB-SUGERIDO (WS-CEL-IND)
               IF WS-CEL-TAB-NORMAIS (WS-CEL-IND)
                       NOT < WS-MINIMO-SUGESTAO
                   COMPUTE WS-CEL-TAB-SUGERIDO (WS-CEL-IND) ROUNDED =
                       WS-CEL-TAB-MIN-NORMAIS (WS-CEL-IND)
                       / WS-CEL-TAB-NORMAIS (WS-CEL-IND)
                   IF WS-CEL-TAB-SUGERIDO (WS-CEL-IND) = 0
                       MOVE 1      TO WS-CEL-TAB-SUGERIDO (WS-CEL-IND)
                   END-IF
               END-IF
           END-PERFORM
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-TEMPO
           WRITE REG-REL-TEMPO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      *
           STRING "TEMPO EM LOJA - CHECK-INS DE " WS-DATA-INICIAL
                  " A " WS-DATA-FINAL
                  " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 4100-GRAVAR-VENDEDORES
           PERFORM 4200-GRAVAR-CANAL-PORTE
           PERFORM 4300-GRAVAR-FORA-PADRAO
           IF TABELA-CHEIA
               PERFORM 3900-GRAVAR-LINHA
               MOVE "TABELAS CHEIAS - RELATORIO INCOMPLETO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-GRAVAR-VENDEDORES          SECTION.
      *----------------------------------------------------------------*
      * COBERTURA = PCT DOS CHECK-INS COM CHECK-OUT; TEMPOS EM MINUTOS *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POR VENDEDOR"         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "VENDEDOR                       CHECK-IN  C/SAIDA  PCT C
      -    "OB    MEDIA  MENOR  MAIOR  FORA PAD  PCT FORA"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
               MOVE SPACES             TO WS-LINHA-VENDEDOR
               MOVE WS-VEN-TAB-CPF (WS-VEN-IND) TO VEN-CPF
               READ ARQ-VENDEDORES
               IF FS-VEN-OK
                   MOVE VEN-NOME       TO SAI-VEN-NOME
               ELSE
                   MOVE WS-VEN-TAB-CPF (WS-VEN-IND)
                                       TO SAI-VEN-NOME
               END-IF
               MOVE WS-VEN-TAB-CHECKINS (WS-VEN-IND)
                                       TO SAI-VEN-CHECKINS
               MOVE WS-VEN-TAB-CHECKOUTS (WS-VEN-IND)
                                       TO SAI-VEN-CHECKOUTS
               COMPUTE WS-PCT-CALCULO ROUNDED =
                   WS-VEN-TAB-CHECKOUTS (WS-VEN-IND) * 100
                   / WS-VEN-TAB-CHECKINS (WS-VEN-IND)
               MOVE WS-PCT-CALCULO     TO SAI-VEN-PCT-COBERTURA
               IF WS-VEN-TAB-CHECKOUTS (WS-VEN-IND) > 0
                   COMPUTE WS-MEDIA-CALCULO ROUNDED =
                       WS-VEN-TAB-MINUTOS (WS-VEN-IND)
                       / WS-VEN-TAB-CHECKOUTS (WS-VEN-IND)
                   MOVE WS-MEDIA-CALCULO
                                       TO SAI-VEN-MEDIA
                   MOVE WS-VEN-TAB-MENOR (WS-VEN-IND)
                                       TO SAI-VEN-MENOR
                   MOVE WS-VEN-TAB-MAIOR (WS-VEN-IND)
                                       TO SAI-VEN-MAIOR
                   MOVE WS-VEN-TAB-FORA (WS-VEN-IND)
                                       TO SAI-VEN-FORA
                   COMPUTE WS-PCT-CALCULO ROUNDED =
                       WS-VEN-TAB-FORA (WS-VEN-IND) * 100
                       / WS-VEN-TAB-CHECKOUTS (WS-VEN-IND)
                   MOVE WS-PCT-CALCULO TO SAI-VEN-PCT-FORA
               END-IF
               MOVE WS-LINHA-VENDEDOR  TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4200-GRAVAR-CANAL-PORTE         SECTION.
      *----------------------------------------------------------------*
      * PARAMETRO = TEMPO EM VIGOR NO CANAL E PORTE (O UNICO QUANDO A  *
      * TABELA ESTA ZERADA); SUGERIDO = MEDIA DENTRO DO PADRAO         *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POR CANAL E PORTE DO CLIENTE - TEMPO SUGERIDO PARA OS P
      -    "ARAMETROS"                 TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CANAL       PORTE   VISITAS    MEDIA  MENOR  MAIOR  FOR
      -    "A PAD  PARAMETRO  SUGERIDO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-CEL-IND FROM 1 BY 1
                   UNTIL WS-CEL-IND > 13
               MOVE SPACES             TO WS-LINHA-CELULA
               PERFORM 4500-DESCREVER-CELULA
               MOVE WS-DESCRICAO-CANAL TO SAI-CEL-CANAL
               MOVE WS-DESCRICAO-PORTE TO SAI-CEL-PORTE
               MOVE WS-CEL-TAB-VISITAS (WS-CEL-IND)
                                       TO SAI-CEL-VISITAS
               IF WS-CEL-TAB-VISITAS (WS-CEL-IND) > 0
                   MOVE WS-CEL-TAB-MEDIA (WS-CEL-IND)
                                       TO SAI-CEL-MEDIA
                   MOVE WS-CEL-TAB-MENOR (WS-CEL-IND)
                                       TO SAI-CEL-MENOR
                   MOVE WS-CEL-TAB-MAIOR (WS-CEL-IND)
                                       TO SAI-CEL-MAIOR
                   MOVE WS-CEL-TAB-FORA (WS-CEL-IND)
                                       TO SAI-CEL-FORA
               END-IF
               IF WS-CEL-IND < 13
                   COMPUTE WS-CANAL-IND = (WS-CEL-IND - 1) / 3 + 1
                   COMPUTE WS-PORTE-IND =
                       WS-CEL-IND - (WS-CANAL-IND - 1) * 3
                   IF WS-TEMPO-PORTE (WS-CANAL-IND WS-PORTE-IND) > 0
                       MOVE WS-TEMPO-PORTE (WS-CANAL-IND WS-PORTE-IND)
                                       TO SAI-CEL-PARAMETRO
                   ELSE
                       MOVE WS-TEMPO-VISITA
                                       TO SAI-CEL-PARAMETRO
                   END-IF
                   IF WS-CEL-TAB-SUGERIDO (WS-CEL-IND) > 0
                       MOVE WS-CEL-TAB-SUGERIDO (WS-CEL-IND)
                                       TO WS-SUGERIDO-ED
                       MOVE WS-SUGERIDO-ED
                                       TO SAI-CEL-SUGERIDO
                   ELSE
                       MOVE "POUCAS VIS."
                                       TO SAI-CEL-SUGERIDO
                   END-IF
               END-IF
               MOVE WS-LINHA-CELULA    TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           MOVE SPACES                 TO WS-LINHA-CELULA
           MOVE "TOTAL"                TO SAI-CEL-CANAL
           MOVE WS-TOT-CHECKOUTS       TO SAI-CEL-VISITAS
           IF WS-TOT-CHECKOUTS > 0
               COMPUTE WS-MEDIA-CALCULO ROUNDED =
                   WS-TOT-MINUTOS / WS-TOT-CHECKOUTS
               MOVE WS-MEDIA-CALCULO   TO SAI-CEL-MEDIA
               MOVE WS-TOT-FORA        TO SAI-CEL-FORA
           END-IF
           MOVE WS-LINHA-CELULA        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       4200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4300-GRAVAR-FORA-PADRAO         SECTION.
      *----------------------------------------------------------------*
      * CADA VISITA FORA DO PADRAO, NA ORDEM DO DIARIO                 *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "VISITAS FORA DO PADRAO (MENOS DA METADE OU MAIS DO DOBR
      -    "O DA MEDIA DO CANAL E PORTE)"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "DATA     HORA   VENDEDOR                       CLIENTE
      -    "        CANAL       PORTE   MINUTOS    MEDIA"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-VLJ-IND FROM 1 BY 1
                   UNTIL WS-VLJ-IND > WS-QTD-VISITAS-LOJA
               PERFORM 3150-TESTAR-VISITA
               IF VISITA-FORA-DO-PADRAO
                   PERFORM 4350-GRAVAR-LINHA-FORA
               END-IF
           END-PERFORM
           .
       4300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4350-GRAVAR-LINHA-FORA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-FORA
           MOVE WS-VLJ-TAB-DATA (WS-VLJ-IND) TO SAI-FOR-DATA
           MOVE WS-VLJ-TAB-HORA (WS-VLJ-IND) TO SAI-FOR-HORA
           MOVE WS-VLJ-TAB-VEN-IND (WS-VLJ-IND) TO WS-VEN-IND
           MOVE WS-VEN-TAB-CPF (WS-VEN-IND) TO VEN-CPF
           READ ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE VEN-NOME           TO SAI-FOR-VENDEDOR
           ELSE
               MOVE WS-VEN-TAB-CPF (WS-VEN-IND)
                                       TO SAI-FOR-VENDEDOR
           END-IF
           MOVE WS-VLJ-TAB-CNPJ (WS-VLJ-IND) TO SAI-FOR-CNPJ
           PERFORM 4500-DESCREVER-CELULA
           MOVE WS-DESCRICAO-CANAL     TO SAI-FOR-CANAL
           MOVE WS-DESCRICAO-PORTE     TO SAI-FOR-PORTE
           MOVE WS-VLJ-TAB-MINUTOS (WS-VLJ-IND) TO SAI-FOR-MINUTOS
           MOVE WS-CEL-TAB-MEDIA (WS-CEL-IND) TO SAI-FOR-MEDIA
           MOVE WS-LINHA-FORA          TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       4350-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4500-DESCREVER-CELULA           SECTION.
      *----------------------------------------------------------------*
      * CANAL E PORTE DA CELULA WS-CEL-IND                             *
      *----------------------------------------------------------------*
           IF WS-CEL-IND = 13
               MOVE "SEM CANAL"        TO WS-DESCRICAO-CANAL
               MOVE "/PORTE"           TO WS-DESCRICAO-PORTE
               GO TO 4500-FIM
           END-IF
           COMPUTE WS-CANAL-IND = (WS-CEL-IND - 1) / 3 + 1
           COMPUTE WS-PORTE-IND = WS-CEL-IND - (WS-CANAL-IND - 1) * 3
           EVALUATE WS-CANAL-IND
               WHEN 1 MOVE "BAR"         TO WS-DESCRICAO-CANAL
               WHEN 2 MOVE "MERCADO"     TO WS-DESCRICAO-CANAL
               WHEN 3 MOVE "RESTAURANTE" TO WS-DESCRICAO-CANAL
               WHEN 4 MOVE "ATACADO"     TO WS-DESCRICAO-CANAL
           END-EVALUATE
           EVALUATE WS-PORTE-IND
               WHEN 1 MOVE "PEQUENO"     TO WS-DESCRICAO-PORTE
               WHEN 2 MOVE "MEDIO"       TO WS-DESCRICAO-PORTE
               WHEN 3 MOVE "GRANDE"      TO WS-DESCRICAO-PORTE
           END-EVALUATE
           .
       4500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO TEMPO EM LOJA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PERIODO....................: " WS-DATA-INICIAL
                  " A " WS-DATA-FINAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CHECK-INS NO PERIODO.......: " WS-TOT-CHECKINS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "COM CHECK-OUT..............: " WS-TOT-CHECKOUTS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FORA DO PADRAO.............: " WS-TOT-FORA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-CHEIA
               DISPLAY "TABELAS CHEIAS - RELATORIO INCOMPLETO"
           END-IF
           DISPLAY "GERADO EM " WS-NOME-GERACAO
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
               MOVE "RELATEMP"         TO SPL-PROGRAMA
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
       END PROGRAM RELATEMP.
      *----------------------------------------------------------------*
