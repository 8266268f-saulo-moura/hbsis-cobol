      ******************************************************************
      * PROGRAMA.: RELACONC                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RANKING DE UM CONCURSO DE VENDAS POR VENDEDOR E POR *
      *            EQUIPE (SUPERVISOR), COM OS PONTOS DE CADA REGRA E, *
      *            OPCIONALMENTE, O DETALHE DE CADA FATO PONTUADO      *
      ******************************************************************
      * LISTA O RESULTADO DA ULTIMA APURACAO DO APURCONC; O DETALHE    *
      * PERMITE A QUALQUER VENDEDOR CONFERIR OS PROPRIOS PONTOS        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELACONC.
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
           SELECT ARQ-CONCURSOS        ASSIGN TO  "WID-ARQ-CNC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNC-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CONCURSO.
      *
           SELECT ARQ-PONTOS           ASSIGN TO  "WID-ARQ-PNT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PNT-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PONTO.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-SUPERVISORES     ASSIGN TO  "WID-ARQ-SUP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SUP-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SUPERVISOR.
      *
           SELECT ARQ-REL-CONCURSO     ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-CONCURSO.
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
       FD ARQ-CONCURSOS.
       COPY CONCCADA.
      *
       FD ARQ-PONTOS.
       COPY PONTCADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-SUPERVISORES.
       COPY SUPECADA.
      *
       FD ARQ-REL-CONCURSO.
       01 REG-REL-CONCURSO             PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CONCURSO               PIC X(02).
           88 FS-CNC-OK                VALUE "00" THRU "09".
       77 WS-FS-PONTO                  PIC X(02).
           88 FS-PNT-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-CONCURSO           PIC X(02).
           88 FS-REL-CONCURSO-OK       VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELACONC".
       01 WS-CONCURSO-PEDIDO           PIC 9(05)       VALUE 0.
       01 WS-DETALHE-PEDIDO            PIC X(01)       VALUE "N".
           88 COM-DETALHE              VALUE "S" "s".
       01 WS-RGR                       PIC 9(01)       VALUE 0.
      *
      * --> PONTOS POR VENDEDOR, COM A ABERTURA POR REGRA
      *
       01 WS-QTD-VENDEDORES            PIC 9(04)       VALUE 0.
       01 WS-VND-IND                   PIC 9(04)       VALUE 0.
       01 WS-VND-J                     PIC 9(04)       VALUE 0.
       01 WS-VND-J-INI                 PIC 9(04)       VALUE 0.
       01 WS-VND-TABELA.
           05 WS-VND-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-VND-TAB-CPF       PIC 9(11).
               10 WS-VND-TAB-SUPERVISOR
                                       PIC 9(07).
               10 WS-VND-TAB-TOTAL     PIC 9(09)V99.
               10 WS-VND-TAB-REGRA     PIC 9(09)V99    OCCURS 5 TIMES.
       01 WS-VND-AUX                   PIC X(84).
      *
      * --> PONTOS POR EQUIPE (SUPERVISOR DO VENDEDOR)
      *
       01 WS-QTD-EQUIPES               PIC 9(03)       VALUE 0.
       01 WS-EQP-IND                   PIC 9(03)       VALUE 0.
       01 WS-EQP-J                     PIC 9(03)       VALUE 0.
       01 WS-EQP-J-INI                 PIC 9(03)       VALUE 0.
       01 WS-EQP-TABELA.
           05 WS-EQP-OCORRENCIA        OCCURS 200 TIMES.
               10 WS-EQP-TAB-SUPERVISOR
                                       PIC 9(07).
               10 WS-EQP-TAB-VENDEDORES
                                       PIC 9(04).
               10 WS-EQP-TAB-TOTAL     PIC 9(09)V99.
       01 WS-EQP-AUX                   PIC X(22).
      *
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
       01 WS-TOT-PONTOS                PIC 9(09)V99    VALUE 0.
       01 WS-TOT-LANCAMENTOS           PIC 9(07)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-REGRA.
           05 FILLER                   PIC X(06).
           05 SAI-RGR-NUMERO           PIC 9(01).
           05 FILLER                   PIC X(02).
           05 SAI-RGR-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-RGR-PRODUTO          PIC X(20).
           05 FILLER                   PIC X(01).
           05 SAI-RGR-PONTOS           PIC ZZ.ZZ9,99.
       01 WS-LINHA-VENDEDOR.
           05 SAI-VND-POSICAO          PIC ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VND-CPF              PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-VND-NOME             PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-VND-SUPERVISOR       PIC 9(07).
           05 SAI-VND-REGRA            OCCURS 5 TIMES.
               10 FILLER               PIC X(01).
               10 SAI-VND-PONTOS-RGR   PIC ZZZZZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-VND-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-EQUIPE.
           05 SAI-EQP-POSICAO          PIC ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-EQP-SUPERVISOR       PIC 9(07).
           05 FILLER                   PIC X(01).
           05 SAI-EQP-NOME             PIC X(40).
           05 FILLER                   PIC X(01).
           05 SAI-EQP-VENDEDORES       PIC ZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-EQP-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-EQP-MEDIA            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-DETALHE.
           05 FILLER                   PIC X(06).
           05 SAI-DET-REGRA            PIC 9(01).
           05 FILLER                   PIC X(01).
           05 SAI-DET-TIPO             PIC X(01).
           05 FILLER                   PIC X(01).
           05 SAI-DET-REFERENCIA       PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-DET-DATA             PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01).
           05 SAI-DET-QUANTIDADE       PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-DET-PONTOS           PIC Z.ZZZ.ZZ9,99.
       01 WS-MEDIA-EQUIPE              PIC 9(09)V99    VALUE 0.
       01 WS-PRODUTO-EDITADO           PIC 9(07).
       01 WS-UNID-EDITADA              PIC ZZ9.
       01 WS-LINHA-RESUMO              PIC X(60).
       01 WS-PONTOS-RESUMO             PIC ZZZ.ZZZ.ZZ9,99.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RELATORIO-CONCURSO.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RELATORIO-CONCURSO         SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "CODIGO DO CONCURSO: "
                                       WITH NO ADVANCING
           ACCEPT WS-CONCURSO-PEDIDO
           DISPLAY "LISTAR O DETALHE DOS PONTOS (S/N): "
                                       WITH NO ADVANCING
           ACCEPT WS-DETALHE-PEDIDO
           OPEN INPUT ARQ-CONCURSOS
           IF NOT FS-CNC-OK
               DISPLAY "NAO HA CONCURSOS CADASTRADOS"
               GOBACK
           END-IF
           MOVE WS-CONCURSO-PEDIDO     TO CNC-CODIGO
           READ ARQ-CONCURSOS
           IF NOT FS-CNC-OK
               DISPLAY "CONCURSO NAO CADASTRADO"
               CLOSE ARQ-CONCURSOS
               GOBACK
           END-IF
           CLOSE ARQ-CONCURSOS
           IF CNC-DT-APURACAO = 0
               DISPLAY "CONCURSO AINDA NAO APURADO - EXECUTE O APURCONC"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PONTOS
           IF NOT FS-PNT-OK
               DISPLAY "NAO HA PONTOS APURADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-VENDEDORES
           OPEN INPUT ARQ-SUPERVISORES
           PERFORM 1000-ACUMULAR-PONTOS
           PERFORM 1500-ORDENAR-VENDEDORES
           PERFORM 1600-ACUMULAR-EQUIPES
           PERFORM 1700-ORDENAR-EQUIPES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-CNC-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-CONCURSO
           PERFORM 2000-GRAVAR-CABECALHO
           PERFORM 3000-GRAVAR-RANKING-VENDEDOR
           PERFORM 4000-GRAVAR-RANKING-EQUIPE
           IF COM-DETALHE
               PERFORM 5000-GRAVAR-DETALHE
           END-IF
           CLOSE ARQ-REL-CONCURSO
           CLOSE ARQ-PONTOS
           CLOSE ARQ-VENDEDORES
           CLOSE ARQ-SUPERVISORES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ACUMULAR-PONTOS            SECTION.
      *----------------------------------------------------------------*
      * OS PONTOS DO CONCURSO VEM AGRUPADOS POR VENDEDOR NA CHAVE      *
      *----------------------------------------------------------------*
           MOVE CNC-CODIGO             TO PNT-CONCURSO
           MOVE 0                      TO PNT-CPF
           MOVE 0                      TO PNT-REGRA
           MOVE SPACES                 TO PNT-REFERENCIA
           START ARQ-PONTOS            KEY IS NOT < PNT-CHAVE
           IF FS-PNT-OK
               READ ARQ-PONTOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PNT-OK
                   OR PNT-CONCURSO NOT = CNC-CODIGO
               PERFORM 1100-SOMAR-PONTO
               READ ARQ-PONTOS NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-SOMAR-PONTO                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-LANCAMENTOS
           ADD PNT-PONTOS              TO WS-TOT-PONTOS
           MOVE "N"                    TO WS-ACHOU
           IF WS-QTD-VENDEDORES > 0
               IF WS-VND-TAB-CPF (WS-QTD-VENDEDORES) = PNT-CPF
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-IF
           IF NOT ACHOU-OCORRENCIA
               IF WS-QTD-VENDEDORES = 999
                   MOVE "S"            TO WS-TABELA-CHEIA
                   GO TO 1100-FIM
               END-IF
               PERFORM 1150-INCLUIR-VENDEDOR
           END-IF
           MOVE WS-QTD-VENDEDORES      TO WS-VND-IND
           ADD PNT-PONTOS              TO WS-VND-TAB-TOTAL (WS-VND-IND)
           IF PNT-REGRA > 0 AND PNT-REGRA NOT > 5
               ADD PNT-PONTOS
                   TO WS-VND-TAB-REGRA (WS-VND-IND PNT-REGRA)
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1150-INCLUIR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-QTD-VENDEDORES
           MOVE WS-QTD-VENDEDORES      TO WS-VND-IND
           MOVE PNT-CPF                TO WS-VND-TAB-CPF (WS-VND-IND)
           MOVE 0                      TO WS-VND-TAB-TOTAL (WS-VND-IND)
           PERFORM VARYING WS-RGR FROM 1 BY 1
                   UNTIL WS-RGR > 5
               MOVE 0         TO WS-VND-TAB-REGRA (WS-VND-IND WS-RGR)
           END-PERFORM
           MOVE PNT-CPF                TO VEN-CPF
           READ ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE VEN-SUPERVISOR
                               TO WS-VND-TAB-SUPERVISOR (WS-VND-IND)
           ELSE
               MOVE 0          TO WS-VND-TAB-SUPERVISOR (WS-VND-IND)
           END-IF
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-ORDENAR-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      * MAIOR TOTAL DE PONTOS PRIMEIRO (TROCA SIMPLES)                 *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-VND-IND FROM 1 BY 1
                   UNTIL WS-VND-IND >= WS-QTD-VENDEDORES
               COMPUTE WS-VND-J-INI = WS-VND-IND + 1
               PERFORM VARYING WS-VND-J FROM WS-VND-J-INI BY 1
                       UNTIL WS-VND-J > WS-QTD-VENDEDORES
                   IF WS-VND-TAB-TOTAL (WS-VND-J) >
                       WS-VND-TAB-TOTAL (WS-VND-IND)
                       MOVE WS-VND-OCORRENCIA (WS-VND-IND)
                                       TO WS-VND-AUX
                       MOVE WS-VND-OCORRENCIA (WS-VND-J)
                                   TO WS-VND-OCORRENCIA (WS-VND-IND)
                       MOVE WS-VND-AUX
                                   TO WS-VND-OCORRENCIA (WS-VND-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1600-ACUMULAR-EQUIPES           SECTION.
      *----------------------------------------------------------------*
      * VENDEDOR SEM SUPERVISOR FORMA A EQUIPE ZERO                    *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-VND-IND FROM 1 BY 1
                   UNTIL WS-VND-IND > WS-QTD-VENDEDORES
               MOVE "N"                TO WS-ACHOU
               PERFORM VARYING WS-EQP-IND FROM 1 BY 1
                       UNTIL WS-EQP-IND > WS-QTD-EQUIPES
                       OR ACHOU-OCORRENCIA
                   IF WS-EQP-TAB-SUPERVISOR (WS-EQP-IND) =
                       WS-VND-TAB-SUPERVISOR (WS-VND-IND)
                       MOVE "S"        TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF ACHOU-OCORRENCIA
                   SUBTRACT 1          FROM WS-EQP-IND
               ELSE
                   IF WS-QTD-EQUIPES < 200
                       ADD 1           TO WS-QTD-EQUIPES
                       MOVE WS-QTD-EQUIPES TO WS-EQP-IND
                       MOVE WS-VND-TAB-SUPERVISOR (WS-VND-IND)
                               TO WS-EQP-TAB-SUPERVISOR (WS-EQP-IND)
                       MOVE 0  TO WS-EQP-TAB-VENDEDORES (WS-EQP-IND)
                       MOVE 0  TO WS-EQP-TAB-TOTAL (WS-EQP-IND)
                       MOVE "S"        TO WS-ACHOU
                   ELSE
                       MOVE "S"        TO WS-TABELA-CHEIA
                   END-IF
               END-IF
               IF ACHOU-OCORRENCIA
                   ADD 1       TO WS-EQP-TAB-VENDEDORES (WS-EQP-IND)
                   ADD WS-VND-TAB-TOTAL (WS-VND-IND)
                               TO WS-EQP-TAB-TOTAL (WS-EQP-IND)
               END-IF
           END-PERFORM
           .
       1600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1700-ORDENAR-EQUIPES            SECTION.
      *----------------------------------------------------------------*
      * MAIOR TOTAL DA EQUIPE PRIMEIRO (TROCA SIMPLES)                 *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-EQP-IND FROM 1 BY 1
                   UNTIL WS-EQP-IND >= WS-QTD-EQUIPES
               COMPUTE WS-EQP-J-INI = WS-EQP-IND + 1
               PERFORM VARYING WS-EQP-J FROM WS-EQP-J-INI BY 1
                       UNTIL WS-EQP-J > WS-QTD-EQUIPES
                   IF WS-EQP-TAB-TOTAL (WS-EQP-J) >
                       WS-EQP-TAB-TOTAL (WS-EQP-IND)
                       MOVE WS-EQP-OCORRENCIA (WS-EQP-IND)
                                       TO WS-EQP-AUX
                       MOVE WS-EQP-OCORRENCIA (WS-EQP-J)
                                   TO WS-EQP-OCORRENCIA (WS-EQP-IND)
                       MOVE WS-EQP-AUX
                                   TO WS-EQP-OCORRENCIA (WS-EQP-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       1700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
      * CONCURSO, PERIODO, DATA DA APURACAO E AS REGRAS DE PONTUACAO   *
      *----------------------------------------------------------------*
           STRING "RANKING DO CONCURSO DE VENDAS " CNC-CODIGO " - "
                  CNC-DESCRICAO " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "PERIODO " CNC-DT-INICIO " A " CNC-DT-FIM
                  " - PONTOS APURADOS EM " CNC-DT-APURACAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "REGRAS DE PONTUACAO"  TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-RGR FROM 1 BY 1
                   UNTIL WS-RGR > 5
               IF NOT RGR-NAO-USADA (WS-RGR)
                   PERFORM 2100-GRAVAR-REGRA
               END-IF
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-REGRA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-REGRA
           MOVE WS-RGR                 TO SAI-RGR-NUMERO
           EVALUATE TRUE
               WHEN RGR-POR-CAIXA (WS-RGR)
                   MOVE "POR CAIXA VENDIDA"
                                       TO SAI-RGR-DESCRICAO
               WHEN RGR-POR-CLIENTE-NOVO (WS-RGR)
                   MOVE "POR CLIENTE NOVO POSITIVADO"
                                       TO SAI-RGR-DESCRICAO
               WHEN RGR-POR-VISITA (WS-RGR)
                   MOVE "POR VISITA FEITA"
                                       TO SAI-RGR-DESCRICAO
               WHEN RGR-POR-META (WS-RGR)
                   MOVE "POR PONTO PERCENTUAL DA META"
                                       TO SAI-RGR-DESCRICAO
           END-EVALUATE
           IF CNC-RGR-PRODUTO (WS-RGR) > 0
               MOVE CNC-RGR-PRODUTO (WS-RGR)
                                       TO WS-PRODUTO-EDITADO
               IF RGR-POR-CAIXA (WS-RGR)
                   AND CNC-RGR-UNID-CAIXA (WS-RGR) > 1
                   MOVE CNC-RGR-UNID-CAIXA (WS-RGR)
                                       TO WS-UNID-EDITADA
                   STRING "PROD " WS-PRODUTO-EDITADO " CX "
                          WS-UNID-EDITADA
                                       DELIMITED BY SIZE
                                       INTO SAI-RGR-PRODUTO
               ELSE
                   STRING "PROD " WS-PRODUTO-EDITADO
                                       DELIMITED BY SIZE
                                       INTO SAI-RGR-PRODUTO
               END-IF
           END-IF
           MOVE CNC-RGR-PONTOS (WS-RGR) TO SAI-RGR-PONTOS
           MOVE WS-LINHA-REGRA         TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-RANKING-VENDEDOR    SECTION.
      *----------------------------------------------------------------*
      * UMA LINHA POR VENDEDOR COM OS PONTOS DE CADA REGRA E O TOTAL   *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "RANKING POR VENDEDOR" TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POS CPF         NOME" TO WS-LINHA-CABECALHO
           MOVE "SUPERV.    REGRA 1    REGRA 2    REGRA 3    REGRA 4"
                                       TO WS-LINHA-CABECALHO (46:)
           MOVE "    REGRA 5          TOTAL"
                                       TO WS-LINHA-CABECALHO (97:)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-VND-IND FROM 1 BY 1
                   UNTIL WS-VND-IND > WS-QTD-VENDEDORES
               MOVE SPACES             TO WS-LINHA-VENDEDOR
               MOVE WS-VND-IND         TO SAI-VND-POSICAO
               MOVE WS-VND-TAB-CPF (WS-VND-IND) TO SAI-VND-CPF
               MOVE WS-VND-TAB-CPF (WS-VND-IND) TO VEN-CPF
               READ ARQ-VENDEDORES
               IF FS-VEN-OK
                   MOVE VEN-NOME       TO SAI-VND-NOME
               ELSE
                   MOVE "VENDEDOR NAO CADASTRADO"
                                       TO SAI-VND-NOME
               END-IF
               MOVE WS-VND-TAB-SUPERVISOR (WS-VND-IND)
                                       TO SAI-VND-SUPERVISOR
               PERFORM VARYING WS-RGR FROM 1 BY 1
                       UNTIL WS-RGR > 5
                   MOVE WS-VND-TAB-REGRA (WS-VND-IND WS-RGR)
                                   TO SAI-VND-PONTOS-RGR (WS-RGR)
               END-PERFORM
               MOVE WS-VND-TAB-TOTAL (WS-VND-IND) TO SAI-VND-TOTAL
               MOVE WS-LINHA-VENDEDOR  TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-CONCURSO
           WRITE REG-REL-CONCURSO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-GRAVAR-RANKING-EQUIPE      SECTION.
      *----------------------------------------------------------------*
      * TOTAL DA EQUIPE E MEDIA POR VENDEDOR PONTUADO                  *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "RANKING POR EQUIPE"   TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "POS SUPERV. NOME"     TO WS-LINHA-CABECALHO
           MOVE "VEND          TOTAL  MEDIA/VEND."
                                       TO WS-LINHA-CABECALHO (54:)
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-EQP-IND FROM 1 BY 1
                   UNTIL WS-EQP-IND > WS-QTD-EQUIPES
               MOVE SPACES             TO WS-LINHA-EQUIPE
               MOVE WS-EQP-IND         TO SAI-EQP-POSICAO
               MOVE WS-EQP-TAB-SUPERVISOR (WS-EQP-IND)
                                       TO SAI-EQP-SUPERVISOR
               IF WS-EQP-TAB-SUPERVISOR (WS-EQP-IND) = 0
                   MOVE "SEM SUPERVISOR" TO SAI-EQP-NOME
               ELSE
                   MOVE WS-EQP-TAB-SUPERVISOR (WS-EQP-IND)
                                       TO SUP-CODIGO
                   READ ARQ-SUPERVISORES
                   IF FS-SUP-OK
                       MOVE SUP-NOME   TO SAI-EQP-NOME
                   ELSE
                       MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO SAI-EQP-NOME
                   END-IF
               END-IF
               MOVE WS-EQP-TAB-VENDEDORES (WS-EQP-IND)
                                       TO SAI-EQP-VENDEDORES
               MOVE WS-EQP-TAB-TOTAL (WS-EQP-IND) TO SAI-EQP-TOTAL
               COMPUTE WS-MEDIA-EQUIPE ROUNDED =
                   WS-EQP-TAB-TOTAL (WS-EQP-IND)
                   / WS-EQP-TAB-VENDEDORES (WS-EQP-IND)
               MOVE WS-MEDIA-EQUIPE    TO SAI-EQP-MEDIA
               MOVE WS-LINHA-EQUIPE    TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-GRAVAR-DETALHE             SECTION.
      *----------------------------------------------------------------*
      * FATOS PONTUADOS DE CADA VENDEDOR, NA ORDEM DO RANKING          *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "DETALHE DOS PONTOS"   TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-VND-IND FROM 1 BY 1
                   UNTIL WS-VND-IND > WS-QTD-VENDEDORES
               PERFORM 5100-DETALHE-VENDEDOR
           END-PERFORM
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-DETALHE-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-VND-TAB-CPF (WS-VND-IND) TO VEN-CPF
           READ ARQ-VENDEDORES
           IF NOT FS-VEN-OK
               MOVE "VENDEDOR NAO CADASTRADO" TO VEN-NOME
           END-IF
           MOVE WS-VND-TAB-TOTAL (WS-VND-IND) TO WS-PONTOS-RESUMO
           STRING "VENDEDOR " WS-VND-TAB-CPF (WS-VND-IND) " "
                  VEN-NOME " TOTAL " WS-PONTOS-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "      R T REFERENCIA"  TO WS-LINHA-CABECALHO
           MOVE "DATA         QTDE.       PONTOS"
                                       TO WS-LINHA-CABECALHO (41:)
           PERFORM 3900-GRAVAR-LINHA
           MOVE CNC-CODIGO             TO PNT-CONCURSO
           MOVE WS-VND-TAB-CPF (WS-VND-IND) TO PNT-CPF
           MOVE 0                      TO PNT-REGRA
           MOVE SPACES                 TO PNT-REFERENCIA
           START ARQ-PONTOS            KEY IS NOT < PNT-CHAVE
           IF FS-PNT-OK
               READ ARQ-PONTOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PNT-OK
                   OR PNT-CONCURSO NOT = CNC-CODIGO
                   OR PNT-CPF NOT = WS-VND-TAB-CPF (WS-VND-IND)
               MOVE SPACES             TO WS-LINHA-DETALHE
               MOVE PNT-REGRA          TO SAI-DET-REGRA
               IF PNT-REGRA > 0 AND PNT-REGRA NOT > 5
                   MOVE CNC-RGR-TIPO (PNT-REGRA) TO SAI-DET-TIPO
               END-IF
               MOVE PNT-REFERENCIA     TO SAI-DET-REFERENCIA
               MOVE PNT-DATA           TO SAI-DET-DATA
               MOVE PNT-QUANTIDADE     TO SAI-DET-QUANTIDADE
               MOVE PNT-PONTOS         TO SAI-DET-PONTOS
               MOVE WS-LINHA-DETALHE   TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               READ ARQ-PONTOS NEXT
           END-PERFORM
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO RANKING DO CONCURSO " CNC-CODIGO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VENDEDORES PONTUADOS......: " WS-QTD-VENDEDORES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "EQUIPES...................: " WS-QTD-EQUIPES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LANCAMENTOS DE PONTOS.....: " WS-TOT-LANCAMENTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-PONTOS          TO WS-PONTOS-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TOTAL DE PONTOS...........: " WS-PONTOS-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-CHEIA
               DISPLAY "TABELA CHEIA - RANKING INCOMPLETO"
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
               MOVE "RELACONC"         TO SPL-PROGRAMA
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
       END PROGRAM RELACONC.
      *----------------------------------------------------------------*
