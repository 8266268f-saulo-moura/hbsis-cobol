      ******************************************************************
      * PROGRAMA.: RELACOOR                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RETENCAO DE CLIENTES POR COORTE - AGRUPA OS         *
      *            CLIENTES PELO MES DE INCLUSAO NO CADASTRO E MOSTRA, *
      *            EM CADA UM DOS DOZE MESES SEGUINTES, QUANTOS POR    *
      *            CENTO DA COORTE AINDA TIVERAM PEDIDO FATURADO, NO   *
      *            GERAL E POR FILIAL, CANAL E VENDEDOR QUE CADASTROU  *
      ******************************************************************
      * CLIENTE ATIVO NO MES = AO MENOS UM PEDIDO DE VENDA FATURADO    *
      * COM DATA NO MES (BONIFICACOES, TROCAS E CANCELADOS FICAM DE    *
      * FORA). O VENDEDOR QUE CADASTROU E O DONO NA CARTEIRA NO DIA DA *
      * INCLUSAO (SUBPROGRAMA DONOCART) OU, SE O CLIENTE AINDA NAO     *
      * ESTAVA NA CARTEIRA, O PRIMEIRO QUE O RECEBEU. MESES QUE AINDA  *
      * NAO FECHARAM SAEM EM BRANCO. AS DUAS ULTIMAS COLUNAS DAO O PCT *
      * DA COORTE COM UM PEDIDO SO E SEM NENHUM PEDIDO ATE O ULTIMO    *
      * MES FECHADO                                                    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELACOOR.
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
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
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
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-REL-COORTE       ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-COORTE.
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
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-REL-COORTE.
       01 REG-REL-COORTE               PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-COORTE             PIC X(02).
           88 FS-REL-COORTE-OK         VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       COPY DONOPARM.
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELACOOR".
      *
      * --> COORTES DO RELATORIO (AAAAMM) E ULTIMO MES FECHADO; OS
      *     MESES SAO CONTADOS EM SERIAL (ANO * 12 + MES - 1)
      *
       01 WS-ANOMES-PRIMEIRA           PIC 9(06)       VALUE 0.
       01 WS-ANOMES-ULTIMA             PIC 9(06)       VALUE 0.
       01 WS-ANOMES-FECHADO            PIC 9(06)       VALUE 0.
       01 WS-SERIAL-PRIMEIRA           PIC 9(06)       VALUE 0.
       01 WS-SERIAL-ULTIMA             PIC 9(06)       VALUE 0.
       01 WS-SERIAL-FECHADO            PIC 9(06)       VALUE 0.
       01 WS-SERIAL-COORTE             PIC 9(06)       VALUE 0.
       01 WS-SERIAL-MES                PIC 9(06)       VALUE 0.
       01 WS-ANOMES-AUX                PIC 9(06)       VALUE 0.
       01 WS-ANO-AUX                   PIC 9(04)       VALUE 0.
       01 WS-MES-AUX                   PIC 9(02)       VALUE 0.
       01 WS-DISTANCIA                 PIC S9(06)      VALUE 0.
       01 WS-MES-IND                   PIC 9(02)       VALUE 0.
       01 WS-DIM-IND                   PIC 9(01)       VALUE 0.
      *
      * --> CLIENTE CORRENTE: COORTE, GRUPOS E MESES COM PEDIDO
      *
       01 WS-CLI-ANOMES                PIC 9(06)       VALUE 0.
       01 WS-CLI-VENDEDOR              PIC 9(11)       VALUE 0.
       01 WS-CLI-QTD-PEDIDOS           PIC 9(05)       VALUE 0.
       01 WS-CLI-MESES.
           05 WS-CLI-ATIVO-MES         PIC X(01)   OCCURS 12 TIMES.
       01 WS-CHAVE-NUM-11              PIC 9(11)       VALUE 0.
       01 WS-CHAVE-NUM-2               PIC 9(02)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO: DIMENSAO (1 = GERAL, 2 = FILIAL,
      *     3 = CANAL, 4 = VENDEDOR), GRUPO E COORTE; LISTADO = S JA
      *     IMPRESSO
      *
       01 WS-CHAVE-LINHA.
           05 WS-CHV-DIMENSAO          PIC X(01).
           05 WS-CHV-GRUPO             PIC X(11).
           05 WS-CHV-ANOMES            PIC 9(06).
       01 WS-QTD-LINHAS                PIC 9(04)       VALUE 0.
       01 WS-LIN-IND                   PIC 9(04)       VALUE 0.
       01 WS-LIN-TABELA.
           05 WS-LIN-OCORRENCIA        OCCURS 9999 TIMES.
               10 WS-LIN-TAB-CHAVE     PIC X(18).
               10 WS-LIN-TAB-CLIENTES  PIC 9(05).
               10 WS-LIN-TAB-ATIVOS    PIC 9(05)   OCCURS 12 TIMES.
               10 WS-LIN-TAB-UM-PEDIDO PIC 9(05).
               10 WS-LIN-TAB-SEM-PEDIDO
                                       PIC 9(05).
               10 WS-LIN-TAB-LISTADO   PIC X(01).
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
       01 WS-MENOR-IND                 PIC 9(04)       VALUE 0.
       01 WS-GRUPO-ANTERIOR            PIC X(12)       VALUE SPACES.
      *
       01 WS-TOT-CLIENTES              PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-PEDIDO            PIC 9(07)       VALUE 0.
       01 WS-TOT-UM-PEDIDO             PIC 9(07)       VALUE 0.
       01 WS-PCT-CALCULO               PIC 9(03)V9     VALUE 0.
       01 WS-PCT-EDITADO               PIC ZZ9,9.
       01 WS-DESCRICAO-GRUPO           PIC X(24)       VALUE SPACES.
       01 WS-TITULO-SECAO              PIC X(40)       VALUE SPACES.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-COORTE.
           05 SAI-GRUPO                PIC X(24).
           05 FILLER                   PIC X(01).
           05 SAI-COORTE               PIC 9(06).
           05 FILLER                   PIC X(01).
           05 SAI-CLIENTES             PIC ZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-MES                  OCCURS 12 TIMES.
               10 SAI-PCT-MES          PIC X(05).
               10 FILLER               PIC X(01).
           05 SAI-PCT-UM-PEDIDO        PIC ZZ9,9.
           05 FILLER                   PIC X(01).
           05 SAI-PCT-SEM-PEDIDO       PIC ZZ9,9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RETENCAO-COORTES.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RETENCAO-COORTES           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "RETENCAO DE CLIENTES POR COORTE"
           PERFORM 0100-CALCULAR-MES-FECHADO
           DISPLAY "ULTIMA COORTE (AAAAMM, 0 = MES ANTERIOR): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-ULTIMA
           IF WS-ANOMES-ULTIMA = 0
               MOVE WS-ANOMES-FECHADO  TO WS-ANOMES-ULTIMA
           END-IF
           MOVE WS-ANOMES-ULTIMA       TO WS-ANOMES-AUX
           PERFORM 0400-CALCULAR-SERIAL
           MOVE WS-SERIAL-MES          TO WS-SERIAL-ULTIMA
           DISPLAY "PRIMEIRA COORTE (AAAAMM, 0 = 11 MESES ANTES): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-PRIMEIRA
           IF WS-ANOMES-PRIMEIRA = 0
               COMPUTE WS-SERIAL-MES = WS-SERIAL-ULTIMA - 11
               PERFORM 0300-CALCULAR-ANOMES
               MOVE WS-ANOMES-AUX      TO WS-ANOMES-PRIMEIRA
           END-IF
           MOVE WS-ANOMES-PRIMEIRA     TO WS-ANOMES-AUX
           PERFORM 0400-CALCULAR-SERIAL
           MOVE WS-SERIAL-MES          TO WS-SERIAL-PRIMEIRA
           IF WS-ANOMES-PRIMEIRA (5:2) < "01"
              OR WS-ANOMES-PRIMEIRA (5:2) > "12"
              OR WS-ANOMES-ULTIMA (5:2) < "01"
              OR WS-ANOMES-ULTIMA (5:2) > "12"
              OR WS-ANOMES-ULTIMA < WS-ANOMES-PRIMEIRA
               DISPLAY "PERIODO DE COORTES INVALIDO"
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               DISPLAY "NAO HA CLIENTES CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PEDIDOS
           OPEN INPUT ARQ-VENDEDORES
           PERFORM 1000-PROCESSAR-CLIENTES
           MOVE "F"                    TO PDN-FUNCAO
           CALL "DONOCART"             USING REG-PARM-DONO
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-CRT-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-COORTE
           PERFORM 4000-GRAVAR-RELATORIO
           CLOSE ARQ-REL-COORTE
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-VENDEDORES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-CALCULAR-MES-FECHADO       SECTION.
      *----------------------------------------------------------------*
      * O ULTIMO MES FECHADO E O ANTERIOR AO MES CORRENTE              *
      *----------------------------------------------------------------*
           MOVE WS-DATA-ATUAL (1:6)    TO WS-ANOMES-AUX
           PERFORM 0400-CALCULAR-SERIAL
           COMPUTE WS-SERIAL-FECHADO = WS-SERIAL-MES - 1
           MOVE WS-SERIAL-FECHADO      TO WS-SERIAL-MES
           PERFORM 0300-CALCULAR-ANOMES
           MOVE WS-ANOMES-AUX          TO WS-ANOMES-FECHADO
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0300-CALCULAR-ANOMES            SECTION.
      *----------------------------------------------------------------*
      * CONVERTE O SERIAL DE WS-SERIAL-MES EM AAAAMM (WS-ANOMES-AUX)   *
      *----------------------------------------------------------------*
           DIVIDE WS-SERIAL-MES        BY 12
                                       GIVING WS-ANO-AUX
                                       REMAINDER WS-MES-AUX
           ADD 1                       TO WS-MES-AUX
           COMPUTE WS-ANOMES-AUX = WS-ANO-AUX * 100 + WS-MES-AUX
           .
       0300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0400-CALCULAR-SERIAL            SECTION.
      *----------------------------------------------------------------*
      * CONVERTE O AAAAMM DE WS-ANOMES-AUX NO SERIAL WS-SERIAL-MES     *
      *----------------------------------------------------------------*
           MOVE WS-ANOMES-AUX (1:4)    TO WS-ANO-AUX
           MOVE WS-ANOMES-AUX (5:2)    TO WS-MES-AUX
           COMPUTE WS-SERIAL-MES = WS-ANO-AUX * 12 + WS-MES-AUX - 1
           .
       0400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-PROCESSAR-CLIENTES         SECTION.
      *----------------------------------------------------------------*
      * CLIENTES INCLUIDOS NO PERIODO DAS COORTES; CADASTROS AINDA     *
      * PENDENTES DE APROVACAO NAO COMPRAM E FICAM DE FORA             *
      *----------------------------------------------------------------*
           READ ARQ-CLIENTES NEXT
           PERFORM UNTIL NOT FS-CLI-OK
               MOVE DT-INCLUSAO (1:6)  TO WS-CLI-ANOMES
               IF WS-CLI-ANOMES NOT < WS-ANOMES-PRIMEIRA
                  AND WS-CLI-ANOMES NOT > WS-ANOMES-ULTIMA
                  AND NOT REGISTRO-PENDENTE
                   PERFORM 1100-PROCESSAR-CLIENTE
               END-IF
               READ ARQ-CLIENTES NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-PROCESSAR-CLIENTE          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-CLIENTES
           MOVE WS-CLI-ANOMES          TO WS-ANOMES-AUX
           PERFORM 0400-CALCULAR-SERIAL
           MOVE WS-SERIAL-MES          TO WS-SERIAL-COORTE
           PERFORM 1200-LER-PEDIDOS-CLIENTE
           PERFORM 1300-OBTER-VENDEDOR
           IF WS-CLI-QTD-PEDIDOS = 0
               ADD 1                   TO WS-TOT-SEM-PEDIDO
           END-IF
           IF WS-CLI-QTD-PEDIDOS = 1
               ADD 1                   TO WS-TOT-UM-PEDIDO
           END-IF
           PERFORM VARYING WS-DIM-IND FROM 1 BY 1
                   UNTIL WS-DIM-IND > 4
               MOVE SPACES             TO WS-CHAVE-LINHA
               MOVE WS-DIM-IND         TO WS-CHV-DIMENSAO
               MOVE WS-CLI-ANOMES      TO WS-CHV-ANOMES
               EVALUATE WS-DIM-IND
                   WHEN 2
                       MOVE FILIAL     TO WS-CHAVE-NUM-2
                       MOVE WS-CHAVE-NUM-2
                                       TO WS-CHV-GRUPO
                   WHEN 3
                       MOVE CANAL      TO WS-CHV-GRUPO
                   WHEN 4
                       MOVE WS-CLI-VENDEDOR
                                       TO WS-CHAVE-NUM-11
                       MOVE WS-CHAVE-NUM-11
                                       TO WS-CHV-GRUPO
               END-EVALUATE
               PERFORM 1500-LOCALIZAR-LINHA
               IF WS-LIN-IND > 0
                   PERFORM 1600-SOMAR-CLIENTE
               END-IF
           END-PERFORM
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-LER-PEDIDOS-CLIENTE        SECTION.
      *----------------------------------------------------------------*
      * PEDIDOS DO CLIENTE PELA CHAVE DE CNPJ; MARCA OS MESES 1 A 12   *
      * DEPOIS DA COORTE COM PEDIDO E CONTA OS PEDIDOS ATE O ULTIMO    *
      * MES FECHADO                                                    *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-CLI-MESES
           MOVE 0                      TO WS-CLI-QTD-PEDIDOS
           MOVE CNPJ                   TO PED-CNPJ
           START ARQ-PEDIDOS           KEY IS NOT < PED-CNPJ
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-CNPJ NOT = CNPJ
               IF PEDIDO-FATURADO AND TIPO-VENDA
                   MOVE PED-DATA (1:6) TO WS-ANOMES-AUX
                   PERFORM 0400-CALCULAR-SERIAL
                   IF WS-SERIAL-MES NOT > WS-SERIAL-FECHADO
                       ADD 1           TO WS-CLI-QTD-PEDIDOS
                       COMPUTE WS-DISTANCIA =
                           WS-SERIAL-MES - WS-SERIAL-COORTE
                       IF WS-DISTANCIA > 0 AND WS-DISTANCIA < 13
                           MOVE WS-DISTANCIA
                                       TO WS-MES-IND
                           MOVE "S"    TO WS-CLI-ATIVO-MES (WS-MES-IND)
                       END-IF
                   END-IF
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-OBTER-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      * DONO NO DIA DA INCLUSAO; SEM DONO NESSE DIA, O VENDEDOR QUE    *
      * RECEBEU O CLIENTE NO PRIMEIRO MOVIMENTO DA LINHA DO TEMPO      *
      *----------------------------------------------------------------*
           MOVE "C"                    TO PDN-FUNCAO
           MOVE CNPJ                   TO PDN-CNPJ
           MOVE DT-INCLUSAO            TO PDN-DATA
           CALL "DONOCART"             USING REG-PARM-DONO
           IF PDN-ERRO
               MOVE 0                  TO WS-CLI-VENDEDOR
               GO TO 1300-FIM
           END-IF
           MOVE PDN-CPF-DONO           TO WS-CLI-VENDEDOR
           IF WS-CLI-VENDEDOR = 0 AND PDN-QTD-EVENTOS > 0
               MOVE PDN-EVT-CPF-NOVO (1)
                                       TO WS-CLI-VENDEDOR
           END-IF
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-LOCALIZAR-LINHA            SECTION.
      *----------------------------------------------------------------*
      * LOCALIZA OU INCLUI A CHAVE WS-CHAVE-LINHA NA TABELA; TABELA    *
      * CHEIA DEVOLVE INDICE ZERO                                      *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > WS-QTD-LINHAS
                   OR ACHOU-OCORRENCIA
               IF WS-LIN-TAB-CHAVE (WS-LIN-IND) = WS-CHAVE-LINHA
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-LIN-IND
               GO TO 1500-FIM
           END-IF
           IF WS-QTD-LINHAS = 9999
               MOVE "S"                TO WS-TABELA-CHEIA
               MOVE 0                  TO WS-LIN-IND
               GO TO 1500-FIM
           END-IF
           ADD 1                       TO WS-QTD-LINHAS
           MOVE WS-QTD-LINHAS          TO WS-LIN-IND
           INITIALIZE WS-LIN-OCORRENCIA (WS-LIN-IND)
           MOVE WS-CHAVE-LINHA         TO WS-LIN-TAB-CHAVE (WS-LIN-IND)
           MOVE "N"            TO WS-LIN-TAB-LISTADO (WS-LIN-IND)
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1600-SOMAR-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1               TO WS-LIN-TAB-CLIENTES (WS-LIN-IND)
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 12
               IF WS-CLI-ATIVO-MES (WS-MES-IND) = "S"
                   ADD 1       TO WS-LIN-TAB-ATIVOS
                                  (WS-LIN-IND WS-MES-IND)
               END-IF
           END-PERFORM
           IF WS-CLI-QTD-PEDIDOS = 0
               ADD 1           TO WS-LIN-TAB-SEM-PEDIDO (WS-LIN-IND)
           END-IF
           IF WS-CLI-QTD-PEDIDOS = 1
               ADD 1           TO WS-LIN-TAB-UM-PEDIDO (WS-LIN-IND)
           END-IF
           .
       1600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-COORTE
           WRITE REG-REL-COORTE
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      * UMA SECAO POR DIMENSAO; DENTRO DELA AS LINHAS SAEM NA ORDEM DE *
      * GRUPO E COORTE                                                 *
      *----------------------------------------------------------------*
           STRING "RETENCAO DE CLIENTES POR COORTE - COORTES "
                  WS-ANOMES-PRIMEIRA " A " WS-ANOMES-ULTIMA
                  " - PEDIDOS FATURADOS ATE " WS-ANOMES-FECHADO
                  " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-DIM-IND FROM 1 BY 1
                   UNTIL WS-DIM-IND > 4
               EVALUATE WS-DIM-IND
                   WHEN 1
                       MOVE "GERAL"    TO WS-TITULO-SECAO
                   WHEN 2
                       MOVE "POR FILIAL"
                                       TO WS-TITULO-SECAO
                   WHEN 3
                       MOVE "POR CANAL"
                                       TO WS-TITULO-SECAO
                   WHEN 4
                       MOVE "POR VENDEDOR QUE CADASTROU"
                                       TO WS-TITULO-SECAO
               END-EVALUATE
               PERFORM 4100-GRAVAR-SECAO
           END-PERFORM
           IF PDN-DIARIO-INCOMPLETO
               PERFORM 3900-GRAVAR-LINHA
               MOVE "DIARIO INCOMPLETO - MOVIMENTOS ANTIGOS IGNORADOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-GRAVAR-SECAO               SECTION.
      *----------------------------------------------------------------*
      * A CADA VOLTA IMPRIME A MENOR CHAVE AINDA NAO LISTADA DA        *
      * DIMENSAO                                                       *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           STRING "COORTES " WS-TITULO-SECAO
                                       DELIMITED BY "  "
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "GRUPO                    COORTE   QTDE   M01   M02   M0
      -    "3   M04   M05   M06   M07   M08   M09   M10   M11   M12 1 P
      -    "ED S/PED"                  TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO WS-GRUPO-ANTERIOR
           PERFORM UNTIL 1 <> 1
               MOVE 0                  TO WS-MENOR-IND
               PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                       UNTIL WS-LIN-IND > WS-QTD-LINHAS
                   IF WS-LIN-TAB-LISTADO (WS-LIN-IND) = "N"
                      AND WS-LIN-TAB-CHAVE (WS-LIN-IND) (1:1)
                          = WS-DIM-IND
                       IF WS-MENOR-IND = 0
                          OR WS-LIN-TAB-CHAVE (WS-LIN-IND)
                             < WS-LIN-TAB-CHAVE (WS-MENOR-IND)
                           MOVE WS-LIN-IND
                                       TO WS-MENOR-IND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MENOR-IND = 0
                   GO TO 4100-FIM
               END-IF
               MOVE WS-MENOR-IND       TO WS-LIN-IND
               MOVE "S"            TO WS-LIN-TAB-LISTADO (WS-LIN-IND)
               PERFORM 4200-GRAVAR-LINHA-COORTE
           END-PERFORM
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4200-GRAVAR-LINHA-COORTE        SECTION.
      *----------------------------------------------------------------*
      * O GRUPO SO E ESCRITO NA PRIMEIRA COORTE DELE; MESES DEPOIS DO  *
      * ULTIMO MES FECHADO FICAM EM BRANCO                             *
      *----------------------------------------------------------------*
           MOVE WS-LIN-TAB-CHAVE (WS-LIN-IND) TO WS-CHAVE-LINHA
           MOVE SPACES                 TO WS-LINHA-COORTE
           IF WS-LIN-TAB-CHAVE (WS-LIN-IND) (1:12)
              NOT = WS-GRUPO-ANTERIOR
               IF WS-GRUPO-ANTERIOR NOT = SPACES
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
               MOVE WS-LIN-TAB-CHAVE (WS-LIN-IND) (1:12)
                                       TO WS-GRUPO-ANTERIOR
               PERFORM 4500-DESCREVER-GRUPO
               MOVE WS-DESCRICAO-GRUPO TO SAI-GRUPO
           END-IF
           MOVE WS-CHV-ANOMES          TO SAI-COORTE
           MOVE WS-LIN-TAB-CLIENTES (WS-LIN-IND) TO SAI-CLIENTES
           MOVE WS-CHV-ANOMES          TO WS-ANOMES-AUX
           PERFORM 0400-CALCULAR-SERIAL
           MOVE WS-SERIAL-MES          TO WS-SERIAL-COORTE
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 12
               IF WS-SERIAL-COORTE + WS-MES-IND NOT > WS-SERIAL-FECHADO
                   COMPUTE WS-PCT-CALCULO ROUNDED =
                       WS-LIN-TAB-ATIVOS (WS-LIN-IND WS-MES-IND) * 100
                       / WS-LIN-TAB-CLIENTES (WS-LIN-IND)
                   MOVE WS-PCT-CALCULO TO WS-PCT-EDITADO
                   MOVE WS-PCT-EDITADO TO SAI-PCT-MES (WS-MES-IND)
               END-IF
           END-PERFORM
           COMPUTE WS-PCT-CALCULO ROUNDED =
               WS-LIN-TAB-UM-PEDIDO (WS-LIN-IND) * 100
               / WS-LIN-TAB-CLIENTES (WS-LIN-IND)
           MOVE WS-PCT-CALCULO         TO SAI-PCT-UM-PEDIDO
           COMPUTE WS-PCT-CALCULO ROUNDED =
               WS-LIN-TAB-SEM-PEDIDO (WS-LIN-IND) * 100
               / WS-LIN-TAB-CLIENTES (WS-LIN-IND)
           MOVE WS-PCT-CALCULO         TO SAI-PCT-SEM-PEDIDO
           MOVE WS-LINHA-COORTE        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       4200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4500-DESCREVER-GRUPO            SECTION.
      *----------------------------------------------------------------*
      * DESCRICAO DO GRUPO DE WS-CHAVE-LINHA                           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-DESCRICAO-GRUPO
           EVALUATE WS-CHV-DIMENSAO
               WHEN "1"
                   MOVE "TODOS OS CLIENTES"
                                       TO WS-DESCRICAO-GRUPO
               WHEN "2"
                   IF WS-CHV-GRUPO (1:2) = "00"
                       MOVE "SEM FILIAL"
                                       TO WS-DESCRICAO-GRUPO
                   ELSE
                       STRING "FILIAL " WS-CHV-GRUPO (1:2)
                                       DELIMITED BY SIZE
                                       INTO WS-DESCRICAO-GRUPO
                   END-IF
               WHEN "3"
                   EVALUATE WS-CHV-GRUPO (1:1)
                       WHEN "B" MOVE "BAR"         TO WS-DESCRICAO-GRUPO
                       WHEN "M" MOVE "MERCADO"     TO WS-DESCRICAO-GRUPO
                       WHEN "R" MOVE "RESTAURANTE" TO WS-DESCRICAO-GRUPO
                       WHEN "A" MOVE "ATACADO"     TO WS-DESCRICAO-GRUPO
                       WHEN OTHER
                           MOVE "CANAL NAO INFORMADO"
                                       TO WS-DESCRICAO-GRUPO
                   END-EVALUATE
               WHEN "4"
                   MOVE WS-CHV-GRUPO   TO VEN-CPF
                   IF VEN-CPF = 0
                       MOVE "SEM VENDEDOR"
                                       TO WS-DESCRICAO-GRUPO
                   ELSE
                       READ ARQ-VENDEDORES
                       IF FS-VEN-OK
                           MOVE VEN-NOME
                                       TO WS-DESCRICAO-GRUPO
                       ELSE
                           MOVE WS-CHV-GRUPO
                                       TO WS-DESCRICAO-GRUPO
                       END-IF
                   END-IF
           END-EVALUATE
           .
       4500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA RETENCAO POR COORTE"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "COORTES....................: " WS-ANOMES-PRIMEIRA
                  " A " WS-ANOMES-ULTIMA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES NAS COORTES.......: " WS-TOT-CLIENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "COM UM PEDIDO SO...........: " WS-TOT-UM-PEDIDO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "SEM NENHUM PEDIDO..........: " WS-TOT-SEM-PEDIDO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-CHEIA
               DISPLAY "TABELA DE COORTES CHEIA - RELATORIO INCOMPLETO"
           END-IF
           IF PDN-DIARIO-INCOMPLETO
               DISPLAY "DIARIO INCOMPLETO - MOVIMENTOS ANTIGOS "
                       "IGNORADOS"
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
               MOVE "RELACOOR"         TO SPL-PROGRAMA
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
       END PROGRAM RELACOOR.
      *----------------------------------------------------------------*
