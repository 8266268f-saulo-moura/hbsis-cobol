      ******************************************************************
      * PROGRAMA.: APURCONC                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: APURACAO DE PONTOS DE UM CONCURSO DE VENDAS -       *
      *            LE PEDIDOS, ITENS, VISITAS E METAS DOS VENDEDORES   *
      *            PARTICIPANTES E GRAVA UM REGISTRO DE PONTOS POR     *
      *            FATO PONTUADO, PARA O RANKING DO RELACONC           *
      ******************************************************************
      * A APURACAO REFAZ O CONCURSO INTEIRO: OS PONTOS ANTERIORES SAO  *
      * EXCLUIDOS E RECALCULADOS ATE O FIM DO CONCURSO OU ATE HOJE, SE *
      * ELE AINDA ESTIVER EM ANDAMENTO. CAIXAS E CLIENTES NOVOS CONTAM *
      * SO PEDIDOS DE VENDA FATURADOS; A META USA A MESMA BASE DO      *
      * RELAMETA (PEDIDOS DE VENDA NAO CANCELADOS) DENTRO DO PERIODO.  *
      * DEVOLUCOES NAO SAO DEDUZIDAS DOS PONTOS                        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. APURCONC.
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
           SELECT ARQ-PEDIDOS          ASSIGN TO  "WID-ARQ-PED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
      *
           SELECT ARQ-VISITAS          ASSIGN TO  "WID-ARQ-VIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-VISITA.
      *
           SELECT ARQ-METAS            ASSIGN TO  "WID-ARQ-MET.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS MET-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-META.
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
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-VISITAS.
       COPY VISICADA.
      *
       FD ARQ-METAS.
       COPY METACADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CONCURSO               PIC X(02).
           88 FS-CNC-OK                VALUE "00" THRU "09".
       77 WS-FS-PONTO                  PIC X(02).
           88 FS-PNT-OK                VALUE "00" THRU "09".
           88 FS-PNT-DUPLICADO         VALUE "22".
           88 FS-PNT-NAO-EXISTE        VALUE "35".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
       77 WS-FS-VISITA                 PIC X(02).
           88 FS-VIS-OK                VALUE "00" THRU "09".
       77 WS-FS-META                   PIC X(02).
           88 FS-MET-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-CONCURSO-PEDIDO           PIC 9(05)       VALUE 0.
      *
      * --> PERIODO APURADO (INICIO ATE O FIM OU HOJE) E INICIO DA
      *     JANELA ANTERIOR USADA PARA DECIDIR SE O CLIENTE E NOVO
      *
       01 WS-FIM-APURADO               PIC 9(08)       VALUE 0.
       01 WS-INICIO-ANTERIOR           PIC 9(08)       VALUE 0.
       01 WS-DIAS-CLIENTE-NOVO         PIC 9(03)       VALUE 0.
       01 WS-DATA-INI-CNC.
           05 WS-ANO-INI-CNC           PIC 9(04).
           05 WS-MES-INI-CNC           PIC 9(02).
           05 WS-DIA-INI-CNC           PIC 9(02).
       01 WS-DATA-TRAB.
           05 WS-ANO-TRAB              PIC 9(04).
           05 WS-MES-TRAB              PIC 9(02).
           05 WS-DIA-TRAB              PIC 9(02).
       01 WS-ANOMES-TRAB.
           05 WS-ANO-ANOMES            PIC 9(04).
           05 WS-MES-ANOMES            PIC 9(02).
       01 WS-ANOMES-NUM                REDEFINES WS-ANOMES-TRAB
                                       PIC 9(06).
       01 WS-QTD-MESES                 PIC 9(02)       VALUE 0.
       01 WS-MES-IND                   PIC 9(02)       VALUE 0.
      *
      * --> TIPOS DE REGRA PRESENTES NO CONCURSO
      *
       01 WS-TEM-REGRA-NOVO            PIC X(01)       VALUE "N".
           88 TEM-REGRA-NOVO           VALUE "S".
       01 WS-TEM-REGRA-VISITA          PIC X(01)       VALUE "N".
           88 TEM-REGRA-VISITA         VALUE "S".
       01 WS-TEM-REGRA-META            PIC X(01)       VALUE "N".
           88 TEM-REGRA-META           VALUE "S".
       01 WS-TEM-FILTRO                PIC X(01)       VALUE "N".
           88 TEM-FILTRO               VALUE "S".
       01 WS-RGR                       PIC 9(01)       VALUE 0.
       01 WS-IND                       PIC 9(01)       VALUE 0.
      *
      * --> VENDEDORES PARTICIPANTES E A VENDA DE CADA MES DO CONCURSO
      *
       01 WS-QTD-PARTICIPANTES         PIC 9(04)       VALUE 0.
       01 WS-PAR-IND                   PIC 9(04)       VALUE 0.
       01 WS-PAR-TABELA.
           05 WS-PAR-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-PAR-TAB-CPF       PIC 9(11).
               10 WS-PAR-TAB-VENDA     PIC 9(11)V99
                                       OCCURS 12 TIMES.
       01 WS-CPF-PROCURADO             PIC 9(11)       VALUE 0.
       01 WS-PARTICIPANTE              PIC X(01)       VALUE "N".
           88 PARTICIPANTE             VALUE "S".
      *
      * --> PERIODO DO PEDIDO CORRENTE: A = JANELA ANTERIOR, C = NO
      *     CONCURSO; E AS REGRAS CUJO PRODUTO ESTA NO PEDIDO
      *
       01 WS-PERIODO-PEDIDO            PIC X(01)       VALUE SPACE.
           88 PEDIDO-ANTES             VALUE "A".
           88 PEDIDO-NO-CONCURSO       VALUE "C".
       01 WS-PED-REGRAS.
           05 WS-PED-TEM-PRODUTO       PIC X(01)       OCCURS 5 TIMES.
      *
      * --> CLIENTES DAS REGRAS DE CLIENTE NOVO: COMPROU ANTES (S/N) E
      *     O PRIMEIRO VENDEDOR QUE O POSITIVOU NO CONCURSO
      *
       01 WS-QTD-CLIENTES              PIC 9(04)       VALUE 0.
       01 WS-CLI-IND                   PIC 9(04)       VALUE 0.
       01 WS-CLI-TABELA.
           05 WS-CLI-OCORRENCIA        OCCURS 5000 TIMES.
               10 WS-CLI-TAB-REGRA     PIC 9(01).
               10 WS-CLI-TAB-CNPJ      PIC 9(14).
               10 WS-CLI-TAB-ANTES     PIC X(01).
               10 WS-CLI-TAB-CPF       PIC 9(11).
               10 WS-CLI-TAB-DATA      PIC 9(08).
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
       01 WS-PARTICIPANTES-CHEIA       PIC X(01)       VALUE "N".
           88 PARTICIPANTES-CHEIA      VALUE "S".
      *
       01 WS-PCT-META                  PIC 9(05)V99    VALUE 0.
      *
      * --> TOTAIS DA APURACAO
      *
       01 WS-TOT-EXCLUIDOS             PIC 9(07)       VALUE 0.
       01 WS-TOT-PEDIDOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-LANCAMENTOS           PIC 9(07)       VALUE 0.
       01 WS-TOT-PONTOS                PIC 9(09)V99    VALUE 0.
       01 WS-TOT-PONTOS-TIPO           PIC 9(09)V99    OCCURS 5 TIMES.
       01 WS-LINHA-RESUMO              PIC X(60).
       01 WS-PONTOS-RESUMO             PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-REGRA-RESUMO              PIC 9(01).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-APURAR-CONCURSO.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-APURAR-CONCURSO            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "APURACAO DE PONTOS DE CONCURSO DE VENDAS"
           DISPLAY "CODIGO DO CONCURSO: "
                                       WITH NO ADVANCING
           ACCEPT WS-CONCURSO-PEDIDO
           OPEN I-O ARQ-CONCURSOS
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
           IF CONCURSO-INATIVO
               DISPLAY "CONCURSO INATIVO - NAO APURADO"
               CLOSE ARQ-CONCURSOS
               GOBACK
           END-IF
           IF CNC-DT-INICIO > WS-DATA-ATUAL
               DISPLAY "CONCURSO AINDA NAO INICIADO"
               CLOSE ARQ-CONCURSOS
               GOBACK
           END-IF
           PERFORM 0100-MONTAR-PERIODO
           PERFORM 1000-CARREGAR-PARTICIPANTES
           IF WS-QTD-PARTICIPANTES = 0
               DISPLAY "NENHUM VENDEDOR PARTICIPANTE NO CONCURSO"
               CLOSE ARQ-CONCURSOS
               GOBACK
           END-IF
           OPEN I-O ARQ-PONTOS
           IF FS-PNT-NAO-EXISTE
               OPEN OUTPUT ARQ-PONTOS
               CLOSE ARQ-PONTOS
               OPEN I-O ARQ-PONTOS
           END-IF
           IF NOT FS-PNT-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PONTOS: "
                       WS-FS-PONTO
               CLOSE ARQ-CONCURSOS
               GOBACK
           END-IF
           PERFORM 2000-EXCLUIR-PONTOS-ANTERIORES
           PERFORM 3000-APURAR-PEDIDOS
           PERFORM 4000-PONTUAR-CLIENTES-NOVOS
           PERFORM 5000-APURAR-VISITAS
           PERFORM 6000-PONTUAR-METAS
           CLOSE ARQ-PONTOS
           MOVE WS-DATA-ATUAL          TO CNC-DT-APURACAO
           REWRITE REG-CONCURSO
           IF NOT FS-CNC-OK
               DISPLAY "ERRO AO ATUALIZAR O CONCURSO: " WS-FS-CONCURSO
           END-IF
           CLOSE ARQ-CONCURSOS
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-MONTAR-PERIODO             SECTION.
      *----------------------------------------------------------------*
      * FIM APURADO, INICIO DA JANELA DE CLIENTE NOVO, QUANTIDADE DE   *
      * MESES DO CONCURSO E OS TIPOS DE REGRA USADOS                   *
      *----------------------------------------------------------------*
           MOVE CNC-DT-FIM             TO WS-FIM-APURADO
           IF WS-FIM-APURADO > WS-DATA-ATUAL
               MOVE WS-DATA-ATUAL      TO WS-FIM-APURADO
           END-IF
           MOVE CNC-DIAS-CLIENTE-NOVO  TO WS-DIAS-CLIENTE-NOVO
           IF WS-DIAS-CLIENTE-NOVO = 0
               MOVE 90                 TO WS-DIAS-CLIENTE-NOVO
           END-IF
           MOVE CNC-DT-INICIO          TO WS-INICIO-ANTERIOR
           MOVE CNC-DT-INICIO          TO WS-DATA-INI-CNC
           MOVE WS-FIM-APURADO         TO WS-DATA-TRAB
           COMPUTE WS-QTD-MESES =
               (WS-ANO-TRAB - WS-ANO-INI-CNC) * 12
               + WS-MES-TRAB - WS-MES-INI-CNC + 1
           IF WS-QTD-MESES > 12
               MOVE 12                 TO WS-QTD-MESES
           END-IF
           PERFORM VARYING WS-RGR FROM 1 BY 1
                   UNTIL WS-RGR > 5
               EVALUATE TRUE
                   WHEN RGR-POR-CLIENTE-NOVO (WS-RGR)
                       MOVE "S"        TO WS-TEM-REGRA-NOVO
                   WHEN RGR-POR-VISITA (WS-RGR)
                       MOVE "S"        TO WS-TEM-REGRA-VISITA
                   WHEN RGR-POR-META (WS-RGR)
                       MOVE "S"        TO WS-TEM-REGRA-META
               END-EVALUATE
               MOVE 0                  TO WS-TOT-PONTOS-TIPO (WS-RGR)
           END-PERFORM
           IF TEM-REGRA-NOVO
               COMPUTE WS-INICIO-ANTERIOR = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (CNC-DT-INICIO)
                    - WS-DIAS-CLIENTE-NOVO)
           END-IF
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CARREGAR-PARTICIPANTES     SECTION.
      *----------------------------------------------------------------*
      * VENDEDORES ATIVOS DAS FILIAIS OU DAS EQUIPES DOS SUPERVISORES  *
      * DO CONCURSO; SEM FILIAL NEM SUPERVISOR, TODOS PARTICIPAM       *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-PARTICIPANTES
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 5
               IF CNC-FILIAL (WS-IND) > 0
                   OR CNC-SUPERVISOR (WS-IND) > 0
                   MOVE "S"            TO WS-TEM-FILTRO
               END-IF
           END-PERFORM
           OPEN INPUT ARQ-VENDEDORES
           IF NOT FS-VEN-OK
               DISPLAY "NAO HA VENDEDORES CADASTRADOS"
               GO TO 1000-FIM
           END-IF
           READ ARQ-VENDEDORES NEXT
           PERFORM UNTIL NOT FS-VEN-OK
               IF VEN-SITUACAO NOT = "I"
                   PERFORM 1100-VERIFICAR-PARTICIPANTE
                   IF PARTICIPANTE
                       PERFORM 1200-INCLUIR-PARTICIPANTE
                   END-IF
               END-IF
               READ ARQ-VENDEDORES NEXT
           END-PERFORM
           CLOSE ARQ-VENDEDORES
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-VERIFICAR-PARTICIPANTE     SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT TEM-FILTRO
               MOVE "S"                TO WS-PARTICIPANTE
               GO TO 1100-FIM
           END-IF
           MOVE "N"                    TO WS-PARTICIPANTE
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 5 OR PARTICIPANTE
               IF (CNC-FILIAL (WS-IND) > 0
                   AND CNC-FILIAL (WS-IND) = VEN-FILIAL)
                   OR (CNC-SUPERVISOR (WS-IND) > 0
                   AND CNC-SUPERVISOR (WS-IND) = VEN-SUPERVISOR)
                   MOVE "S"            TO WS-PARTICIPANTE
               END-IF
           END-PERFORM
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-INCLUIR-PARTICIPANTE       SECTION.
      *----------------------------------------------------------------*
      *
           IF WS-QTD-PARTICIPANTES = 999
               MOVE "S"                TO WS-PARTICIPANTES-CHEIA
               GO TO 1200-FIM
           END-IF
           ADD 1                       TO WS-QTD-PARTICIPANTES
           MOVE WS-QTD-PARTICIPANTES   TO WS-PAR-IND
           MOVE VEN-CPF                TO WS-PAR-TAB-CPF (WS-PAR-IND)
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 12
               MOVE 0       TO WS-PAR-TAB-VENDA (WS-PAR-IND WS-MES-IND)
           END-PERFORM
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-PONTOS-ANTERIORES  SECTION.
      *----------------------------------------------------------------*
      * A APURACAO REFAZ O CONCURSO: OS PONTOS DA APURACAO ANTERIOR    *
      * SAO EXCLUIDOS ANTES DE RECALCULAR                              *
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
               DELETE ARQ-PONTOS
               IF FS-PNT-OK
                   ADD 1               TO WS-TOT-EXCLUIDOS
               END-IF
               READ ARQ-PONTOS NEXT
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-APURAR-PEDIDOS             SECTION.
      *----------------------------------------------------------------*
      * PERCORRE OS PEDIDOS DE VENDA PELA CHAVE DE DATA, DO INICIO DA  *
      * JANELA DE CLIENTE NOVO (OU DO CONCURSO) ATE O FIM APURADO      *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
               GO TO 3000-FIM
           END-IF
           OPEN INPUT ARQ-ITENS
           MOVE WS-INICIO-ANTERIOR     TO PED-DATA
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-DATA > WS-FIM-APURADO
               IF NOT PEDIDO-CANCELADO AND TIPO-VENDA
                   PERFORM 3100-PROCESSAR-PEDIDO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-ITENS
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-PROCESSAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      * NO CONCURSO SOMA A VENDA DO MES DO PARTICIPANTE PARA A META;   *
      * PEDIDO FATURADO PONTUA CAIXAS E MARCA OS CLIENTES DAS REGRAS   *
      * DE CLIENTE NOVO (NA JANELA ANTERIOR, COMO JA COMPRADOR)        *
      *----------------------------------------------------------------*
           IF PED-DATA < CNC-DT-INICIO
               MOVE "A"                TO WS-PERIODO-PEDIDO
           ELSE
               MOVE "C"                TO WS-PERIODO-PEDIDO
           END-IF
           MOVE PED-CPF                TO WS-CPF-PROCURADO
           PERFORM 3900-LOCALIZAR-PARTICIPANTE
           IF PEDIDO-NO-CONCURSO AND PARTICIPANTE
               MOVE PED-DATA           TO WS-DATA-TRAB
               COMPUTE WS-MES-IND =
                   (WS-ANO-TRAB - WS-ANO-INI-CNC) * 12
                   + WS-MES-TRAB - WS-MES-INI-CNC + 1
               IF WS-MES-IND > 0 AND WS-MES-IND NOT > 12
                   ADD PED-VALOR
                       TO WS-PAR-TAB-VENDA (WS-PAR-IND WS-MES-IND)
               END-IF
           END-IF
           IF NOT PEDIDO-FATURADO
               GO TO 3100-FIM
           END-IF
           IF NOT TEM-REGRA-NOVO
               AND (PEDIDO-ANTES OR NOT PARTICIPANTE)
               GO TO 3100-FIM
           END-IF
           ADD 1                       TO WS-TOT-PEDIDOS
           MOVE ALL "N"                TO WS-PED-REGRAS
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY IS NOT < ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
           END-IF
           PERFORM UNTIL NOT FS-ITE-OK
                   OR ITE-NUMERO-PED NOT = PED-NUMERO
               PERFORM 3200-PROCESSAR-ITEM
               READ ARQ-ITENS NEXT
           END-PERFORM
           PERFORM VARYING WS-RGR FROM 1 BY 1
                   UNTIL WS-RGR > 5
               IF RGR-POR-CLIENTE-NOVO (WS-RGR)
                   AND (CNC-RGR-PRODUTO (WS-RGR) = 0
                   OR WS-PED-TEM-PRODUTO (WS-RGR) = "S")
                   PERFORM 3300-MARCAR-CLIENTE
               END-IF
           END-PERFORM
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-PROCESSAR-ITEM             SECTION.
      *----------------------------------------------------------------*
      * CAIXAS = QUANTIDADE DO ITEM / UNIDADES POR CAIXA DA REGRA,     *
      * COM DUAS CASAS (CAIXA INCOMPLETA PONTUA PROPORCIONALMENTE)     *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-RGR FROM 1 BY 1
                   UNTIL WS-RGR > 5
               IF CNC-RGR-PRODUTO (WS-RGR) > 0
                   AND CNC-RGR-PRODUTO (WS-RGR) = ITE-PRODUTO
                   MOVE "S"        TO WS-PED-TEM-PRODUTO (WS-RGR)
                   IF RGR-POR-CAIXA (WS-RGR)
                       AND PEDIDO-NO-CONCURSO AND PARTICIPANTE
                       IF CNC-RGR-UNID-CAIXA (WS-RGR) = 0
                           MOVE ITE-QUANTIDADE TO PNT-QUANTIDADE
                       ELSE
                           COMPUTE PNT-QUANTIDADE ROUNDED =
                               ITE-QUANTIDADE
                               / CNC-RGR-UNID-CAIXA (WS-RGR)
                       END-IF
                       MOVE PED-CPF    TO PNT-CPF
                       MOVE PED-DATA   TO PNT-DATA
                       MOVE SPACES     TO PNT-REFERENCIA
                       STRING "PEDIDO " PED-NUMERO
                              " ITEM " ITE-SEQUENCIA
                                       DELIMITED BY SIZE
                                       INTO PNT-REFERENCIA
                       PERFORM 8000-GRAVAR-PONTO
                   END-IF
               END-IF
           END-PERFORM
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3300-MARCAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      * O CLIENTE ENTRA UMA VEZ POR REGRA: COMO JA COMPRADOR SE A      *
      * PRIMEIRA COMPRA FOI NA JANELA ANTERIOR, SENAO COM O VENDEDOR E *
      * A DATA DA PRIMEIRA COMPRA NO CONCURSO                          *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-QTD-CLIENTES
                   OR ACHOU-OCORRENCIA
               IF WS-CLI-TAB-REGRA (WS-CLI-IND) = WS-RGR
                   AND WS-CLI-TAB-CNPJ (WS-CLI-IND) = PED-CNPJ
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               GO TO 3300-FIM
           END-IF
           IF WS-QTD-CLIENTES = 5000
               MOVE "S"                TO WS-TABELA-CHEIA
               GO TO 3300-FIM
           END-IF
           ADD 1                       TO WS-QTD-CLIENTES
           MOVE WS-QTD-CLIENTES        TO WS-CLI-IND
           MOVE WS-RGR                 TO WS-CLI-TAB-REGRA (WS-CLI-IND)
           MOVE PED-CNPJ               TO WS-CLI-TAB-CNPJ (WS-CLI-IND)
           MOVE PED-CPF                TO WS-CLI-TAB-CPF (WS-CLI-IND)
           MOVE PED-DATA               TO WS-CLI-TAB-DATA (WS-CLI-IND)
           IF PEDIDO-ANTES
               MOVE "S"                TO WS-CLI-TAB-ANTES (WS-CLI-IND)
           ELSE
               MOVE "N"                TO WS-CLI-TAB-ANTES (WS-CLI-IND)
           END-IF
           .
       3300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-LOCALIZAR-PARTICIPANTE     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-PARTICIPANTE
           PERFORM VARYING WS-PAR-IND FROM 1 BY 1
                   UNTIL WS-PAR-IND > WS-QTD-PARTICIPANTES
                   OR PARTICIPANTE
               IF WS-PAR-TAB-CPF (WS-PAR-IND) = WS-CPF-PROCURADO
                   MOVE "S"            TO WS-PARTICIPANTE
               END-IF
           END-PERFORM
           IF PARTICIPANTE
               SUBTRACT 1              FROM WS-PAR-IND
           END-IF
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-PONTUAR-CLIENTES-NOVOS     SECTION.
      *----------------------------------------------------------------*
      * CLIENTE SEM COMPRA NA JANELA ANTERIOR PONTUA PARA O VENDEDOR   *
      * DA PRIMEIRA COMPRA NO CONCURSO, SE ELE FOR PARTICIPANTE        *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-QTD-CLIENTES
               IF WS-CLI-TAB-ANTES (WS-CLI-IND) = "N"
                   MOVE WS-CLI-TAB-CPF (WS-CLI-IND)
                                       TO WS-CPF-PROCURADO
                   PERFORM 3900-LOCALIZAR-PARTICIPANTE
                   IF PARTICIPANTE
                       MOVE WS-CLI-TAB-REGRA (WS-CLI-IND) TO WS-RGR
                       MOVE WS-CPF-PROCURADO TO PNT-CPF
                       MOVE WS-CLI-TAB-DATA (WS-CLI-IND) TO PNT-DATA
                       MOVE 1          TO PNT-QUANTIDADE
                       MOVE SPACES     TO PNT-REFERENCIA
                       STRING "CLIENTE " WS-CLI-TAB-CNPJ (WS-CLI-IND)
                                       DELIMITED BY SIZE
                                       INTO PNT-REFERENCIA
                       PERFORM 8000-GRAVAR-PONTO
                   END-IF
               END-IF
           END-PERFORM
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-APURAR-VISITAS             SECTION.
      *----------------------------------------------------------------*
      * CADA VISITA DO PARTICIPANTE NO PERIODO PONTUA; A REFERENCIA    *
      * POR DATA E CLIENTE FAZ CONTAR UMA VISITA POR CLIENTE NO DIA    *
      *----------------------------------------------------------------*
           IF NOT TEM-REGRA-VISITA
               GO TO 5000-FIM
           END-IF
           OPEN INPUT ARQ-VISITAS
           IF NOT FS-VIS-OK
               DISPLAY "NAO HA VISITAS REGISTRADAS"
               GO TO 5000-FIM
           END-IF
           READ ARQ-VISITAS
           PERFORM UNTIL NOT FS-VIS-OK
               IF VIS-DATA NOT < CNC-DT-INICIO
                   AND VIS-DATA NOT > WS-FIM-APURADO
                   MOVE VIS-CPF        TO WS-CPF-PROCURADO
                   PERFORM 3900-LOCALIZAR-PARTICIPANTE
                   IF PARTICIPANTE
                       PERFORM 5100-PONTUAR-VISITA
                   END-IF
               END-IF
               READ ARQ-VISITAS
           END-PERFORM
           CLOSE ARQ-VISITAS
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-PONTUAR-VISITA             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WS-RGR FROM 1 BY 1
                   UNTIL WS-RGR > 5
               IF RGR-POR-VISITA (WS-RGR)
                   MOVE VIS-CPF        TO PNT-CPF
                   MOVE VIS-DATA       TO PNT-DATA
                   MOVE 1              TO PNT-QUANTIDADE
                   MOVE SPACES         TO PNT-REFERENCIA
                   STRING "VISITA " VIS-DATA " " VIS-CNPJ
                                       DELIMITED BY SIZE
                                       INTO PNT-REFERENCIA
                   PERFORM 8000-GRAVAR-PONTO
               END-IF
           END-PERFORM
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-PONTUAR-METAS              SECTION.
      *----------------------------------------------------------------*
      * PARA CADA MES DO CONCURSO COM META DE VALOR CONFIRMADA, O      *
      * PERCENTUAL ATINGIDO PELA VENDA DO MES DENTRO DO PERIODO VEZES  *
      * OS PONTOS DA REGRA (META SUGERIDA NAO CONTA)                   *
      *----------------------------------------------------------------*
           IF NOT TEM-REGRA-META
               GO TO 6000-FIM
           END-IF
           OPEN INPUT ARQ-METAS
           IF NOT FS-MET-OK
               DISPLAY "NAO HA METAS CADASTRADAS"
               GO TO 6000-FIM
           END-IF
           PERFORM VARYING WS-PAR-IND FROM 1 BY 1
                   UNTIL WS-PAR-IND > WS-QTD-PARTICIPANTES
               MOVE WS-ANO-INI-CNC     TO WS-ANO-ANOMES
               MOVE WS-MES-INI-CNC     TO WS-MES-ANOMES
               PERFORM VARYING WS-MES-IND FROM 1 BY 1
                       UNTIL WS-MES-IND > WS-QTD-MESES
                   PERFORM 6100-PONTUAR-META-MES
                   ADD 1               TO WS-MES-ANOMES
                   IF WS-MES-ANOMES > 12
                       MOVE 1          TO WS-MES-ANOMES
                       ADD 1           TO WS-ANO-ANOMES
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ARQ-METAS
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6100-PONTUAR-META-MES           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-PAR-TAB-CPF (WS-PAR-IND) TO MET-CPF
           MOVE WS-ANOMES-NUM          TO MET-ANOMES
           READ ARQ-METAS
           IF NOT FS-MET-OK OR META-SUGERIDA OR MET-VALOR = 0
               GO TO 6100-FIM
           END-IF
           COMPUTE WS-PCT-META ROUNDED =
               WS-PAR-TAB-VENDA (WS-PAR-IND WS-MES-IND) * 100
               / MET-VALOR
               ON SIZE ERROR
                   MOVE 99999,99       TO WS-PCT-META
           END-COMPUTE
           IF WS-PCT-META = 0
               GO TO 6100-FIM
           END-IF
           PERFORM VARYING WS-RGR FROM 1 BY 1
                   UNTIL WS-RGR > 5
               IF RGR-POR-META (WS-RGR)
                   MOVE MET-CPF        TO PNT-CPF
                   COMPUTE PNT-DATA = WS-ANOMES-NUM * 100 + 1
                   MOVE WS-PCT-META    TO PNT-QUANTIDADE
                   MOVE SPACES         TO PNT-REFERENCIA
                   STRING "META " WS-ANOMES-NUM
                                       DELIMITED BY SIZE
                                       INTO PNT-REFERENCIA
                   PERFORM 8000-GRAVAR-PONTO
               END-IF
           END-PERFORM
           .
       6100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA APURACAO DO CONCURSO " CNC-CODIGO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PERIODO APURADO...........: " CNC-DT-INICIO
                  " A " WS-FIM-APURADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VENDEDORES PARTICIPANTES..: " WS-QTD-PARTICIPANTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PONTOS ANTERIORES EXCLUIDOS: " WS-TOT-EXCLUIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS FATURADOS LIDOS...: " WS-TOT-PEDIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LANCAMENTOS DE PONTOS.....: " WS-TOT-LANCAMENTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           PERFORM VARYING WS-RGR FROM 1 BY 1
                   UNTIL WS-RGR > 5
               IF NOT RGR-NAO-USADA (WS-RGR)
                   MOVE WS-RGR         TO WS-REGRA-RESUMO
                   MOVE WS-TOT-PONTOS-TIPO (WS-RGR)
                                       TO WS-PONTOS-RESUMO
                   MOVE SPACES         TO WS-LINHA-RESUMO
                   STRING "PONTOS DA REGRA " WS-REGRA-RESUMO
                          " (" CNC-RGR-TIPO (WS-RGR) ")......: "
                          WS-PONTOS-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
                   DISPLAY WS-LINHA-RESUMO
               END-IF
           END-PERFORM
           MOVE WS-TOT-PONTOS          TO WS-PONTOS-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TOTAL DE PONTOS...........: " WS-PONTOS-RESUMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF PARTICIPANTES-CHEIA
               DISPLAY "TABELA DE VENDEDORES CHEIA - APURACAO PARCIAL"
           END-IF
           IF TABELA-CHEIA
               DISPLAY "TABELA DE CLIENTES CHEIA - CLIENTES NOVOS "
                       "INCOMPLETOS"
           END-IF
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8000-GRAVAR-PONTO               SECTION.
      *----------------------------------------------------------------*
      * PONTOS = QUANTIDADE X PONTOS DA REGRA; REFERENCIA REPETIDA     *
      * (MESMA VISITA NO DIA) NAO PONTUA DE NOVO                       *
      *----------------------------------------------------------------*
           MOVE CNC-CODIGO             TO PNT-CONCURSO
           MOVE WS-RGR                 TO PNT-REGRA
           MOVE WS-DATA-ATUAL          TO PNT-DT-APURACAO
           COMPUTE PNT-PONTOS ROUNDED =
               PNT-QUANTIDADE * CNC-RGR-PONTOS (WS-RGR)
               ON SIZE ERROR
                   MOVE 9999999,99     TO PNT-PONTOS
           END-COMPUTE
           WRITE REG-PONTO
           IF FS-PNT-OK
               ADD 1                   TO WS-TOT-LANCAMENTOS
               ADD PNT-PONTOS          TO WS-TOT-PONTOS
               ADD PNT-PONTOS          TO WS-TOT-PONTOS-TIPO (WS-RGR)
           ELSE
               IF NOT FS-PNT-DUPLICADO
                   DISPLAY "ERRO AO GRAVAR PONTOS " PNT-CPF " "
                           PNT-REFERENCIA " - FS " WS-FS-PONTO
               END-IF
           END-IF
           .
       8000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM APURCONC.
      *----------------------------------------------------------------*
