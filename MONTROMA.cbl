      ******************************************************************
      * PROGRAMA.: MONTROMA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MONTAGEM DE CARGA DOS CAMINHOES - AGRUPA AS FATURAS *
      *            DO DIA POR FILIAL E REGIAO DE ENTREGA (MUNICIPIO DO *
      *            CLIENTE), ENCHE OS VEICULOS DA FILIAL ATE A         *
      *            CAPACIDADE DE PESO E VOLUME, SEQUENCIA AS PARADAS   *
      *            PELO MESMO CRITERIO DO ROTEIRO DO VENDEDOR (VIZINHO *
      *            MAIS PROXIMO COM MELHORIA 2-OPT) E IMPRIME UM       *
      *            ROMANEIO POR CAMINHAO COM A LISTA DE SEPARACAO      *
      ******************************************************************
      * A CARGA E MONTADA PELA DATA DE ENTREGA DO PEDIDO DA FATURA;    *
      * PEDIDO SEM DATA DE ENTREGA (ANTERIOR AO CALENDARIO) ENTREGA NA *
      * DATA DO FATURAMENTO                                            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. MONTROMA.
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
           SELECT ARQ-FATURAS          ASSIGN TO  "WID-ARQ-FAT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAT-DOCUMENTO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FATURA.
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
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-VEICULOS         ASSIGN TO  "WID-ARQ-VEI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEI-PLACA
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VEICULO.
      *
           SELECT ARQ-ROMANEIOS        ASSIGN TO  "WID-ARQ-ROM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ROM-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ROMANEIO.
      *
           SELECT ARQ-PARADAS          ASSIGN TO  "WID-ARQ-RPA.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RPA-CHAVE
               ALTERNATE RECORD KEY    IS RPA-DOCUMENTO
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PARADA.
      *
           SELECT ARQ-CTL-ROMANEIO     ASSIGN TO  "WID-CTL-ROM.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-CTL-ROM.
      *
           SELECT ARQ-REL-ROMANEIO     ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-ROM.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
           SELECT ARQ-LOG-EXECUCAO     ASSIGN TO  "WID-LOG-EXE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-LOG-EXE.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-FATURAS.
       COPY FATUCADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-VEICULOS.
       COPY VEICCADA.
      *
       FD ARQ-ROMANEIOS.
       COPY ROMACADA.
      *
       FD ARQ-PARADAS.
       COPY ROMPCADA.
      *
       FD ARQ-CTL-ROMANEIO.
       01 REG-CTL-ROMANEIO.
           05 CTL-PROX-ROMANEIO        PIC 9(07).
      *
       FD ARQ-REL-ROMANEIO.
       01 REG-REL-ROMANEIO             PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
       FD ARQ-LOG-EXECUCAO.
       COPY LOGECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-FATURA                 PIC X(02).
           88 FS-FAT-OK                VALUE "00" THRU "09".
           88 FS-FAT-FIM               VALUE "10".
           88 FS-FAT-NAO-EXISTE        VALUE "35".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
           88 FS-PED-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
           88 FS-ITE-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
           88 FS-PRO-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-VEICULO                PIC X(02).
           88 FS-VEI-OK                VALUE "00" THRU "09".
           88 FS-VEI-FIM               VALUE "10".
       77 WS-FS-ROMANEIO               PIC X(02).
           88 FS-ROM-OK                VALUE "00" THRU "09".
           88 FS-ROM-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARADA                 PIC X(02).
           88 FS-RPA-OK                VALUE "00" THRU "09".
           88 FS-RPA-NAO-ENCONTRADO    VALUE "23".
           88 FS-RPA-NAO-EXISTE        VALUE "35".
       77 WS-FS-CTL-ROM                PIC X(02).
           88 FS-CTR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-ROM                PIC X(02).
           88 FS-REL-ROM-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DOS ROMANEIOS, REGISTRADA NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
      * --> PARAMETROS DA MONTAGEM (FILIAL ZERO = TODAS)
      *
       01 WS-DATA-CARGA                PIC 9(08)       VALUE 0.
       01 WS-DATA-ENTREGA-FAT          PIC 9(08)       VALUE 0.
       01 WS-FILIAL-CARGA              PIC 9(02)       VALUE 0.
       01 WS-PROX-ROMANEIO             PIC 9(07)       VALUE 1.
       01 WS-FATURA-A-CARREGAR         PIC X(01)       VALUE "N".
           88 FATURA-A-CARREGAR        VALUE "S".
      *
      * --> FATURAS A ENTREGAR, COM PESO E VOLUME SOMADOS DOS ITENS.
      *     SITUACAO: N = A CARREGAR, C = CARREGADA, X = SEM VEICULO
      *
       01 WS-QTD-ENTREGAS              PIC 9(04)       VALUE 0.
       01 WS-ENT-TABELA.
           05 WS-ENT-OCORRENCIA        OCCURS 2000 TIMES
                                       DEPENDING ON WS-QTD-ENTREGAS
                                       INDEXED BY WS-ENT-IND.
               10 WS-ENT-DOCUMENTO     PIC 9(09).
               10 WS-ENT-NUMERO-PED    PIC 9(09).
               10 WS-ENT-CNPJ          PIC 9(14).
               10 WS-ENT-NOME          PIC X(30).
               10 WS-ENT-FILIAL        PIC 9(02).
               10 WS-ENT-MUNICIPIO     PIC X(30).
               10 WS-ENT-UF            PIC X(02).
               10 WS-ENT-LAT           PIC S9(03)V9(08).
               10 WS-ENT-LON           PIC S9(03)V9(08).
               10 WS-ENT-PESO          PIC 9(06)V99.
               10 WS-ENT-VOLUME        PIC 9(03)V9(04).
               10 WS-ENT-VALOR         PIC 9(09)V99.
               10 WS-ENT-SITUACAO      PIC X(01).
                   88 ENT-A-CARREGAR   VALUE "N".
                   88 ENT-CARREGADA    VALUE "C".
                   88 ENT-SEM-VEICULO  VALUE "X".
      *
      * --> VEICULOS ATIVOS; USADO = JA TEM ROMANEIO NA DATA, TENTADO
      *     = NAO COMPORTA NENHUMA FATURA QUE SOBROU NA REGIAO
      *
       01 WS-QTD-VEICULOS              PIC 9(03)       VALUE 0.
       01 WS-VEI-TABELA.
           05 WS-VEI-OCORRENCIA        OCCURS 200 TIMES
                                       DEPENDING ON WS-QTD-VEICULOS
                                       INDEXED BY WS-VEI-IND.
               10 WS-VEI-TAB-PLACA     PIC X(07).
               10 WS-VEI-TAB-DESCRICAO PIC X(30).
               10 WS-VEI-TAB-FILIAL    PIC 9(02).
               10 WS-VEI-TAB-MOTORISTA PIC X(30).
               10 WS-VEI-TAB-PESO      PIC 9(06)V99.
               10 WS-VEI-TAB-VOLUME    PIC 9(03)V9(04).
               10 WS-VEI-TAB-LAT       PIC S9(03)V9(08).
               10 WS-VEI-TAB-LON       PIC S9(03)V9(08).
               10 WS-VEI-TAB-USADO     PIC X(01).
                   88 VEI-USADO        VALUE "S".
               10 WS-VEI-TAB-TENTADO   PIC X(01).
                   88 VEI-TENTADO      VALUE "S".
       01 WS-VEI-ATUAL                 PIC 9(03)       VALUE 0.
      *
      * --> REGIAO EM MONTAGEM
      *
       01 WS-GRP-FILIAL                PIC 9(02)       VALUE 0.
       01 WS-GRP-MUNICIPIO             PIC X(30)       VALUE SPACES.
       01 WS-GRP-UF                    PIC X(02)       VALUE SPACES.
       01 WS-GRP-PENDENTES             PIC X(01)       VALUE "N".
           88 GRP-PENDENTES            VALUE "S".
      *
      * --> CARGA DO CAMINHAO EM MONTAGEM
      *
       01 WS-SALDO-PESO                PIC 9(06)V99    VALUE 0.
       01 WS-SALDO-VOLUME              PIC 9(03)V9(04) VALUE 0.
       01 WS-CARGA-PESO                PIC 9(06)V99    VALUE 0.
       01 WS-CARGA-VOLUME              PIC 9(03)V9(04) VALUE 0.
       01 WS-CARGA-VALOR               PIC 9(11)V99    VALUE 0.
       01 WS-POS-LAT                   PIC S9(03)V9(08) VALUE 0.
       01 WS-POS-LON                   PIC S9(03)V9(08) VALUE 0.
       01 WS-PESO-ITEM                 PIC 9(08)V999   VALUE 0.
       01 WS-VOLUME-ITEM               PIC 9(06)V9(04) VALUE 0.
      *
      * --> ORDEM DE ENTREGA (INDICES DA TABELA DE FATURAS) E PASSE
      *     DE MELHORIA 2-OPT, NO MESMO MOLDE DO ROTEIRO DO VENDEDOR
      *
       01 WS-QTD-ROTA                  PIC 9(04)       VALUE 0.
       01 WS-ROTA-SEQUENCIA.
           05 WS-ROTA-SEQ              PIC 9(04)   OCCURS 2000 TIMES.
       01 WS-MELHOR-IND                PIC 9(04)       VALUE 0.
       01 WS-MELHOR-DISTANCIA          PIC 9(06)V9(04) VALUE 0.
       01 WS-KM-TOTAL-ROTA             PIC 9(07)V99    VALUE 0.
       01 WS-OPT-I                     PIC 9(04)       VALUE 0.
       01 WS-OPT-J                     PIC 9(04)       VALUE 0.
       01 WS-OPT-J-INI                 PIC 9(04)       VALUE 0.
       01 WS-OPT-ESQ                   PIC 9(04)       VALUE 0.
       01 WS-OPT-DIR                   PIC 9(04)       VALUE 0.
       01 WS-OPT-AUX                   PIC 9(04)       VALUE 0.
       01 WS-OPT-PASSES                PIC 9(03)       VALUE 0.
       01 WS-HOUVE-MELHORA             PIC X(01)       VALUE "N".
           88 HOUVE-MELHORA            VALUE "S".
       01 WS-KM-ARESTAS-ATUAIS         PIC 9(07)V9(04) VALUE 0.
       01 WS-KM-ARESTAS-NOVAS          PIC 9(07)V9(04) VALUE 0.
       01 WS-PONTO-A                   PIC 9(04)       VALUE 0.
       01 WS-PONTO-B                   PIC 9(04)       VALUE 0.
      *
      * --> CALCULO DE DISTANCIA DE CIRCULO MAXIMO EM KM
      *
       01 WS-KM-LAT-A                  PIC S9(03)V9(08) VALUE 0.
       01 WS-KM-LON-A                  PIC S9(03)V9(08) VALUE 0.
       01 WS-KM-LAT-B                  PIC S9(03)V9(08) VALUE 0.
       01 WS-KM-LON-B                  PIC S9(03)V9(08) VALUE 0.
       01 WS-KM-LAT-A-RAD              PIC S9(03)V9(08) VALUE 0.
       01 WS-KM-LAT-B-RAD              PIC S9(03)V9(08) VALUE 0.
       01 WS-KM-DIF-LON-RAD            PIC S9(03)V9(08) VALUE 0.
       01 WS-KM-COSSENO                PIC S9(01)V9(10) VALUE 0.
       01 WS-DISTANCIA-KM              PIC 9(06)V9(04) VALUE 0.
      *
      * --> LISTA DE SEPARACAO DO CAMINHAO (TOTAL POR PRODUTO)
      *
       01 WS-QTD-SKUS                  PIC 9(03)       VALUE 0.
       01 WS-SKU-TABELA.
           05 WS-SKU-OCORRENCIA        OCCURS 999 TIMES
                                       DEPENDING ON WS-QTD-SKUS
                                       INDEXED BY WS-SKU-IND.
               10 WS-SKU-PRODUTO       PIC 9(07).
               10 WS-SKU-QUANTIDADE    PIC 9(07).
       01 WS-ACHOU-SKU                 PIC X(01)       VALUE "N".
           88 ACHOU-SKU                VALUE "S".
      *
      * --> TOTAIS DO RESUMO
      *
       01 WS-TOT-FATURAS-LIDAS         PIC 9(07)       VALUE 0.
       01 WS-TOT-A-ENTREGAR            PIC 9(07)       VALUE 0.
       01 WS-TOT-CARREGADAS            PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-VEICULO           PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-CLIENTE           PIC 9(07)       VALUE 0.
       01 WS-TOT-ROMANEIOS             PIC 9(07)       VALUE 0.
      *
       01 WS-LINHA-REL                 PIC X(132)      VALUE SPACES.
       01 WS-PESO-ED                   PIC ZZZ.ZZ9,99.
       01 WS-CAP-PESO-ED               PIC ZZZ.ZZ9,99.
       01 WS-VOLUME-ED                 PIC ZZ9,9999.
       01 WS-CAP-VOLUME-ED             PIC ZZ9,9999.
       01 WS-VALOR-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-KM-ED                     PIC ZZ.ZZ9,99.
       01 WS-LINHA-PARADA.
           05 SAI-SEQ                  PIC ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DOCUMENTO            PIC 9(09).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-NUMERO-PED           PIC 9(09).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNPJ                 PIC 9(14).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-NOME                 PIC X(30).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-PESO                 PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VOLUME               PIC ZZ9,9999.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-KM                   PIC ZZ.ZZ9,99.
       01 WS-LINHA-SEPARACAO.
           05 FILLER                   PIC X(05)   VALUE SPACES.
           05 SAI-PRODUTO              PIC 9(07).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DESCRICAO            PIC X(40).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-UNIDADE              PIC X(03).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-QUANTIDADE           PIC Z.ZZZ.ZZ9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-MONTAR-CARGAS.
      *----------------------------------------------------------------*
       0000-MONTAR-CARGAS              SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           MOVE "OK"                   TO WS-STATUS-EXECUCAO
           DISPLAY "MONTAGEM DE CARGA DOS CAMINHOES"
           DISPLAY "DATA DA ENTREGA (0 = HOJE): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-CARGA
           IF WS-DATA-CARGA = 0
               MOVE WS-DATA-ATUAL      TO WS-DATA-CARGA
           END-IF
           DISPLAY "FILIAL (0 = TODAS): "
                                       WITH NO ADVANCING
           ACCEPT WS-FILIAL-CARGA
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-ROM-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           PERFORM 1000-ABRIR-ARQUIVOS
           IF FS-FAT-NAO-EXISTE
               DISPLAY "NAO HA FATURAS PARA ENTREGAR"
           ELSE
               PERFORM 1100-LER-PROX-ROMANEIO
               PERFORM 1200-CARREGAR-VEICULOS
               PERFORM 1300-CARREGAR-FATURAS
               PERFORM 1400-ABRIR-RELATORIO
               PERFORM 2000-MONTAR-REGIAO
                                       UNTIL NOT GRP-PENDENTES
               PERFORM 3500-LISTAR-SEM-VEICULO
               PERFORM 3000-GRAVAR-PROX-ROMANEIO
               CLOSE ARQ-REL-ROMANEIO
               PERFORM 8950-REGISTRAR-SPOOL
               PERFORM 7000-IMPRIMIR-RESUMO
           END-IF
           PERFORM 6000-FECHAR-ARQUIVOS
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "ROM=" WS-TOT-ROMANEIOS
                  " CARG=" WS-TOT-CARREGADAS
                  " SVEI=" WS-TOT-SEM-VEICULO
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           IF WS-TOT-SEM-VEICULO > 0 OR WS-TOT-SEM-CLIENTE > 0
               MOVE "AV"               TO WS-STATUS-EXECUCAO
           END-IF
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           MOVE 0                      TO RETURN-CODE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-FATURAS
           IF NOT FS-FAT-OK AND NOT FS-FAT-NAO-EXISTE
               PERFORM 9991-ERRO-ARQUIVO-FATURAS
           END-IF
           OPEN INPUT ARQ-PEDIDOS
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-ITENS
           OPEN INPUT ARQ-PRODUTOS
           OPEN I-O ARQ-ROMANEIOS
           IF FS-ROM-NAO-EXISTE
               OPEN OUTPUT ARQ-ROMANEIOS
               CLOSE ARQ-ROMANEIOS
               OPEN I-O ARQ-ROMANEIOS
           END-IF
           IF NOT FS-ROM-OK
               PERFORM 9992-ERRO-ARQUIVO-ROMANEIOS
           END-IF
           OPEN I-O ARQ-PARADAS
           IF FS-RPA-NAO-EXISTE
               OPEN OUTPUT ARQ-PARADAS
               CLOSE ARQ-PARADAS
               OPEN I-O ARQ-PARADAS
           END-IF
           IF NOT FS-RPA-OK
               PERFORM 9992-ERRO-ARQUIVO-ROMANEIOS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-LER-PROX-ROMANEIO          SECTION.
      *----------------------------------------------------------------*
      * O PROXIMO NUMERO DE ROMANEIO FICA NO REGISTRO UNICO DE         *
      * CONTROLE, NO MESMO MOLDE DO CONTROLE DO FATURAMENTO            *
      *----------------------------------------------------------------*
           MOVE 1                      TO WS-PROX-ROMANEIO
           OPEN INPUT ARQ-CTL-ROMANEIO
           IF FS-CTR-OK
               READ ARQ-CTL-ROMANEIO NEXT
               IF FS-CTR-OK
                   MOVE CTL-PROX-ROMANEIO
                                       TO WS-PROX-ROMANEIO
               END-IF
               CLOSE ARQ-CTL-ROMANEIO
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-CARREGAR-VEICULOS          SECTION.
      *----------------------------------------------------------------*
      * VEICULOS ATIVOS DA FILIAL PEDIDA; O QUE JA TEM ROMANEIO NA     *
      * DATA DA CARGA (RODADA ANTERIOR) NAO SAI DE NOVO                *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-VEICULOS
           IF NOT FS-VEI-OK
               DISPLAY "NAO HA VEICULOS CADASTRADOS"
               GO TO 1200-FIM
           END-IF
           READ ARQ-VEICULOS NEXT
           PERFORM UNTIL NOT FS-VEI-OK
                   OR WS-QTD-VEICULOS = 200
               IF VEICULO-ATIVO
                   AND (WS-FILIAL-CARGA = 0
                   OR VEI-FILIAL = WS-FILIAL-CARGA)
                   ADD 1               TO WS-QTD-VEICULOS
                   SET WS-VEI-IND      TO WS-QTD-VEICULOS
                   MOVE VEI-PLACA  TO WS-VEI-TAB-PLACA (WS-VEI-IND)
                   MOVE VEI-DESCRICAO
                               TO WS-VEI-TAB-DESCRICAO (WS-VEI-IND)
                   MOVE VEI-FILIAL TO WS-VEI-TAB-FILIAL (WS-VEI-IND)
                   MOVE VEI-MOTORISTA
                               TO WS-VEI-TAB-MOTORISTA (WS-VEI-IND)
                   MOVE VEI-CAPACIDADE-PESO
                               TO WS-VEI-TAB-PESO (WS-VEI-IND)
                   MOVE VEI-CAPACIDADE-VOLUME
                               TO WS-VEI-TAB-VOLUME (WS-VEI-IND)
                   MOVE VEI-LATITUDE
                               TO WS-VEI-TAB-LAT (WS-VEI-IND)
                   MOVE VEI-LONGITUDE
                               TO WS-VEI-TAB-LON (WS-VEI-IND)
                   MOVE "N"    TO WS-VEI-TAB-USADO (WS-VEI-IND)
                   MOVE "N"    TO WS-VEI-TAB-TENTADO (WS-VEI-IND)
               END-IF
               READ ARQ-VEICULOS NEXT
           END-PERFORM
           CLOSE ARQ-VEICULOS
           MOVE 0                      TO ROM-NUMERO
           START ARQ-ROMANEIOS         KEY >= ROM-NUMERO
           IF FS-ROM-OK
               READ ARQ-ROMANEIOS NEXT
               PERFORM UNTIL NOT FS-ROM-OK
                   IF ROM-DATA = WS-DATA-CARGA
                       PERFORM VARYING WS-VEI-IND FROM 1 BY 1
                               UNTIL WS-VEI-IND > WS-QTD-VEICULOS
                           IF WS-VEI-TAB-PLACA (WS-VEI-IND)
                                       = ROM-PLACA
                               MOVE "S"
                                   TO WS-VEI-TAB-USADO (WS-VEI-IND)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ ARQ-ROMANEIOS NEXT
               END-PERFORM
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-CARREGAR-FATURAS           SECTION.
      *----------------------------------------------------------------*
      * ENTRAM AS FATURAS COM ENTREGA NA DATA QUE AINDA NAO SAIRAM EM  *
      * NENHUM ROMANEIO E, DE QUALQUER DATA ANTERIOR, AS QUE VOLTARAM  *
      * COM O CLIENTE FECHADO EM TODAS AS SAIDAS (REENTREGA); FATURA   *
      * DE CLIENTE FORA DO CADASTRO NAO TEM ENDERECO E FICA DE FORA,   *
      * CONTADA NO RESUMO                                              *
      *----------------------------------------------------------------*
           READ ARQ-FATURAS NEXT
           PERFORM UNTIL NOT FS-FAT-OK
                   OR WS-QTD-ENTREGAS = 2000
               ADD 1                   TO WS-TOT-FATURAS-LIDAS
               PERFORM 1305-APURAR-DATA-ENTREGA
               IF WS-DATA-ENTREGA-FAT NOT > WS-DATA-CARGA
                   PERFORM 1310-VERIFICAR-CARREGADA
                   IF FATURA-A-CARREGAR
                       PERFORM 1320-INCLUIR-ENTREGA
                   END-IF
               END-IF
               READ ARQ-FATURAS NEXT
           END-PERFORM
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1305-APURAR-DATA-ENTREGA        SECTION.
      *----------------------------------------------------------------*
      * DATA DE ENTREGA DO PEDIDO DA FATURA; SEM ELA, A DO FATURAMENTO *
      *----------------------------------------------------------------*
           MOVE FAT-DATA-FATURAMENTO   TO WS-DATA-ENTREGA-FAT
           MOVE FAT-NUMERO-PED         TO PED-NUMERO
           READ ARQ-PEDIDOS
           IF FS-PED-OK AND PED-DT-ENTREGA > 0
               MOVE PED-DT-ENTREGA     TO WS-DATA-ENTREGA-FAT
           END-IF
           .
       1305-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1310-VERIFICAR-CARREGADA        SECTION.
      *----------------------------------------------------------------*
      * A FATURA VAI PARA A CARGA QUANDO NAO ESTA EM NENHUMA PARADA E  *
      * ENTREGA NA DATA DA MONTAGEM, OU QUANDO TODAS AS PARADAS EM QUE *
      * SAIU VOLTARAM COM O CLIENTE FECHADO                            *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-FATURA-A-CARREGAR
           MOVE FAT-DOCUMENTO          TO RPA-DOCUMENTO
           START ARQ-PARADAS           KEY = RPA-DOCUMENTO
           IF NOT FS-RPA-OK
               IF WS-DATA-ENTREGA-FAT = WS-DATA-CARGA
                   MOVE "S"            TO WS-FATURA-A-CARREGAR
               END-IF
               GO TO 1310-FIM
           END-IF
           MOVE "S"                    TO WS-FATURA-A-CARREGAR
           READ ARQ-PARADAS NEXT
           PERFORM UNTIL NOT FS-RPA-OK
                   OR RPA-DOCUMENTO NOT = FAT-DOCUMENTO
                   OR NOT FATURA-A-CARREGAR
               IF NOT PARADA-CLIENTE-FECHADO
                   MOVE "N"            TO WS-FATURA-A-CARREGAR
               END-IF
               READ ARQ-PARADAS NEXT
           END-PERFORM
           .
       1310-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1320-INCLUIR-ENTREGA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FAT-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               ADD 1                   TO WS-TOT-SEM-CLIENTE
               GO TO 1320-FIM
           END-IF
           IF WS-FILIAL-CARGA > 0 AND FILIAL NOT = WS-FILIAL-CARGA
               GO TO 1320-FIM
           END-IF
           ADD 1                       TO WS-QTD-ENTREGAS
           ADD 1                       TO WS-TOT-A-ENTREGAR
           SET WS-ENT-IND              TO WS-QTD-ENTREGAS
           MOVE FAT-DOCUMENTO      TO WS-ENT-DOCUMENTO (WS-ENT-IND)
           MOVE FAT-NUMERO-PED     TO WS-ENT-NUMERO-PED (WS-ENT-IND)
           MOVE FAT-CNPJ           TO WS-ENT-CNPJ (WS-ENT-IND)
           MOVE NOME               TO WS-ENT-NOME (WS-ENT-IND)
           MOVE FILIAL             TO WS-ENT-FILIAL (WS-ENT-IND)
           MOVE MUNICIPIO          TO WS-ENT-MUNICIPIO (WS-ENT-IND)
           MOVE UF                 TO WS-ENT-UF (WS-ENT-IND)
           MOVE LATITUDE           TO WS-ENT-LAT (WS-ENT-IND)
           MOVE LONGITUDE          TO WS-ENT-LON (WS-ENT-IND)
           MOVE FAT-VALOR          TO WS-ENT-VALOR (WS-ENT-IND)
           MOVE "N"                TO WS-ENT-SITUACAO (WS-ENT-IND)
           MOVE 0                      TO WS-PESO-ITEM
           MOVE 0                      TO WS-VOLUME-ITEM
           MOVE FAT-NUMERO-PED         TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY >= ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
               PERFORM UNTIL NOT FS-ITE-OK
                       OR ITE-NUMERO-PED NOT = FAT-NUMERO-PED
                   MOVE ITE-PRODUTO    TO PRO-CODIGO
                   READ ARQ-PRODUTOS
                   IF FS-PRO-OK
                       COMPUTE WS-PESO-ITEM = WS-PESO-ITEM
                           + ITE-QUANTIDADE * PRO-PESO-BRUTO
                       COMPUTE WS-VOLUME-ITEM = WS-VOLUME-ITEM
                           + ITE-QUANTIDADE * PRO-VOLUME
                   END-IF
                   READ ARQ-ITENS NEXT
               END-PERFORM
           END-IF
           MOVE WS-PESO-ITEM       TO WS-ENT-PESO (WS-ENT-IND)
           MOVE WS-VOLUME-ITEM     TO WS-ENT-VOLUME (WS-ENT-IND)
           .
       1320-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-REL-ROMANEIO
           MOVE SPACES                 TO WS-LINHA-REL
           STRING "ROMANEIOS DE ENTREGA - ENTREGA DE "
                  WS-DATA-CARGA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           MOVE "S"                    TO WS-GRP-PENDENTES
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-MONTAR-REGIAO              SECTION.
      *----------------------------------------------------------------*
      * A PRIMEIRA FATURA AINDA NAO CARREGADA DEFINE A REGIAO (FILIAL, *
      * MUNICIPIO E UF); OS VEICULOS LIVRES DA FILIAL SAO ENCHIDOS UM  *
      * A UM ATE ACABAREM AS FATURAS OU OS VEICULOS DA REGIAO          *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-GRP-PENDENTES
           PERFORM VARYING WS-ENT-IND FROM 1 BY 1
                   UNTIL WS-ENT-IND > WS-QTD-ENTREGAS
                   OR GRP-PENDENTES
               IF ENT-A-CARREGAR (WS-ENT-IND)
                   MOVE "S"            TO WS-GRP-PENDENTES
                   MOVE WS-ENT-FILIAL (WS-ENT-IND) TO WS-GRP-FILIAL
                   MOVE WS-ENT-MUNICIPIO (WS-ENT-IND)
                                       TO WS-GRP-MUNICIPIO
                   MOVE WS-ENT-UF (WS-ENT-IND) TO WS-GRP-UF
               END-IF
           END-PERFORM
           IF NOT GRP-PENDENTES
               GO TO 2000-FIM
           END-IF
           PERFORM VARYING WS-VEI-IND FROM 1 BY 1
                   UNTIL WS-VEI-IND > WS-QTD-VEICULOS
               MOVE "N"        TO WS-VEI-TAB-TENTADO (WS-VEI-IND)
           END-PERFORM
           PERFORM 2100-ESCOLHER-VEICULO
           PERFORM UNTIL WS-VEI-ATUAL = 0
               PERFORM 2200-CARREGAR-VEICULO
               IF WS-QTD-ROTA = 0
                   MOVE "S"    TO WS-VEI-TAB-TENTADO (WS-VEI-ATUAL)
               ELSE
                   MOVE "S"    TO WS-VEI-TAB-USADO (WS-VEI-ATUAL)
                   PERFORM 2500-MELHORAR-ROTA
                   PERFORM 2800-CALCULAR-KM-ROTA
                   PERFORM 2600-GRAVAR-ROMANEIO
                   PERFORM 2700-IMPRIMIR-SEPARACAO
               END-IF
               PERFORM 2100-ESCOLHER-VEICULO
           END-PERFORM
      *
      * --> O QUE SOBROU DA REGIAO SEM VEICULO QUE COMPORTE FICA PARA
      *     A PROXIMA RODADA E SAI NA LISTA DE EXCECOES
      *
           PERFORM VARYING WS-ENT-IND FROM 1 BY 1
                   UNTIL WS-ENT-IND > WS-QTD-ENTREGAS
               IF ENT-A-CARREGAR (WS-ENT-IND)
                   AND WS-ENT-FILIAL (WS-ENT-IND) = WS-GRP-FILIAL
                   AND WS-ENT-MUNICIPIO (WS-ENT-IND) = WS-GRP-MUNICIPIO
                   AND WS-ENT-UF (WS-ENT-IND) = WS-GRP-UF
                   MOVE "X"            TO WS-ENT-SITUACAO (WS-ENT-IND)
                   ADD 1               TO WS-TOT-SEM-VEICULO
               END-IF
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-ESCOLHER-VEICULO           SECTION.
      *----------------------------------------------------------------*
      * PROXIMO VEICULO DA FILIAL DA REGIAO AINDA SEM ROMANEIO NA DATA *
      * (ZERO = NAO HA MAIS)                                           *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-VEI-ATUAL
           PERFORM VARYING WS-VEI-IND FROM 1 BY 1
                   UNTIL WS-VEI-IND > WS-QTD-VEICULOS
                   OR WS-VEI-ATUAL > 0
               IF WS-VEI-TAB-FILIAL (WS-VEI-IND) = WS-GRP-FILIAL
                   AND NOT VEI-USADO (WS-VEI-IND)
                   AND NOT VEI-TENTADO (WS-VEI-IND)
                   SET WS-VEI-ATUAL    TO WS-VEI-IND
               END-IF
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-CARREGAR-VEICULO           SECTION.
      *----------------------------------------------------------------*
      * PARTINDO DA GARAGEM, CARREGA SEMPRE A FATURA MAIS PROXIMA DA   *
      * ULTIMA PARADA QUE AINDA CABE NO PESO E NO VOLUME QUE SOBRAM    *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-ROTA
           MOVE WS-VEI-TAB-PESO (WS-VEI-ATUAL)   TO WS-SALDO-PESO
           MOVE WS-VEI-TAB-VOLUME (WS-VEI-ATUAL) TO WS-SALDO-VOLUME
           MOVE WS-VEI-TAB-LAT (WS-VEI-ATUAL)    TO WS-POS-LAT
           MOVE WS-VEI-TAB-LON (WS-VEI-ATUAL)    TO WS-POS-LON
           PERFORM 2210-LOCALIZAR-PROXIMA-PARADA
           PERFORM UNTIL WS-MELHOR-IND = 0
               ADD 1                   TO WS-QTD-ROTA
               MOVE WS-MELHOR-IND      TO WS-ROTA-SEQ (WS-QTD-ROTA)
               MOVE "C"        TO WS-ENT-SITUACAO (WS-MELHOR-IND)
               SUBTRACT WS-ENT-PESO (WS-MELHOR-IND)
                                       FROM WS-SALDO-PESO
               SUBTRACT WS-ENT-VOLUME (WS-MELHOR-IND)
                                       FROM WS-SALDO-VOLUME
               MOVE WS-ENT-LAT (WS-MELHOR-IND) TO WS-POS-LAT
               MOVE WS-ENT-LON (WS-MELHOR-IND) TO WS-POS-LON
               PERFORM 2210-LOCALIZAR-PROXIMA-PARADA
           END-PERFORM
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2210-LOCALIZAR-PROXIMA-PARADA   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-MELHOR-IND
           MOVE 999999,9999            TO WS-MELHOR-DISTANCIA
           PERFORM VARYING WS-ENT-IND FROM 1 BY 1
                   UNTIL WS-ENT-IND > WS-QTD-ENTREGAS
               IF ENT-A-CARREGAR (WS-ENT-IND)
                   AND WS-ENT-FILIAL (WS-ENT-IND) = WS-GRP-FILIAL
                   AND WS-ENT-MUNICIPIO (WS-ENT-IND) = WS-GRP-MUNICIPIO
                   AND WS-ENT-UF (WS-ENT-IND) = WS-GRP-UF
                   AND WS-ENT-PESO (WS-ENT-IND) <= WS-SALDO-PESO
                   AND WS-ENT-VOLUME (WS-ENT-IND) <= WS-SALDO-VOLUME
                   MOVE WS-POS-LAT     TO WS-KM-LAT-A
                   MOVE WS-POS-LON     TO WS-KM-LON-A
                   MOVE WS-ENT-LAT (WS-ENT-IND) TO WS-KM-LAT-B
                   MOVE WS-ENT-LON (WS-ENT-IND) TO WS-KM-LON-B
                   PERFORM 8800-CALCULAR-DISTANCIA-KM
                   IF WS-DISTANCIA-KM < WS-MELHOR-DISTANCIA
                       MOVE WS-DISTANCIA-KM TO WS-MELHOR-DISTANCIA
                       SET WS-MELHOR-IND    TO WS-ENT-IND
                   END-IF
               END-IF
           END-PERFORM
           .
       2210-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-MELHORAR-ROTA              SECTION.
      *----------------------------------------------------------------*
      * MELHORIA 2-OPT: ENQUANTO HOUVER GANHO (LIMITADO A 20 PASSES),  *
      * INVERTE O TRECHO ENTRE DUAS PARADAS QUANDO AS NOVAS ARESTAS    *
      * FICAM MAIS CURTAS QUE AS ATUAIS                                *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-HOUVE-MELHORA
           MOVE 0                      TO WS-OPT-PASSES
           PERFORM UNTIL NOT HOUVE-MELHORA
                   OR WS-OPT-PASSES > 20
               ADD 1                   TO WS-OPT-PASSES
               MOVE "N"                TO WS-HOUVE-MELHORA
               PERFORM VARYING WS-OPT-I FROM 1 BY 1
                       UNTIL WS-OPT-I >= WS-QTD-ROTA
                   COMPUTE WS-OPT-J-INI = WS-OPT-I + 1
                   PERFORM VARYING WS-OPT-J FROM WS-OPT-J-INI BY 1
                           UNTIL WS-OPT-J > WS-QTD-ROTA
                       PERFORM 2510-AVALIAR-TROCA
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2510-AVALIAR-TROCA              SECTION.
      *----------------------------------------------------------------*
      * COMPARA AS ARESTAS (I-1,I) E (J,J+1) COM AS QUE EXISTIRIAM     *
      * APOS A INVERSAO DO TRECHO I..J: (I-1,J) E (I,J+1); O PONTO 0   *
      * E A GARAGEM DO VEICULO E A ROTA TERMINA NA ULTIMA PARADA       *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-KM-ARESTAS-ATUAIS
           MOVE 0                      TO WS-KM-ARESTAS-NOVAS
           COMPUTE WS-PONTO-A = WS-OPT-I - 1
           MOVE WS-OPT-I               TO WS-PONTO-B
           PERFORM 2820-DISTANCIA-PONTOS
           ADD WS-DISTANCIA-KM         TO WS-KM-ARESTAS-ATUAIS
           COMPUTE WS-PONTO-A = WS-OPT-I - 1
           MOVE WS-OPT-J               TO WS-PONTO-B
           PERFORM 2820-DISTANCIA-PONTOS
           ADD WS-DISTANCIA-KM         TO WS-KM-ARESTAS-NOVAS
           IF WS-OPT-J < WS-QTD-ROTA
               MOVE WS-OPT-J           TO WS-PONTO-A
               COMPUTE WS-PONTO-B = WS-OPT-J + 1
               PERFORM 2820-DISTANCIA-PONTOS
               ADD WS-DISTANCIA-KM     TO WS-KM-ARESTAS-ATUAIS
               MOVE WS-OPT-I           TO WS-PONTO-A
               COMPUTE WS-PONTO-B = WS-OPT-J + 1
               PERFORM 2820-DISTANCIA-PONTOS
               ADD WS-DISTANCIA-KM     TO WS-KM-ARESTAS-NOVAS
           END-IF
           IF WS-KM-ARESTAS-NOVAS < WS-KM-ARESTAS-ATUAIS
               PERFORM 2520-INVERTER-TRECHO
               MOVE "S"                TO WS-HOUVE-MELHORA
           END-IF
           .
       2510-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2520-INVERTER-TRECHO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-OPT-I               TO WS-OPT-ESQ
           MOVE WS-OPT-J               TO WS-OPT-DIR
           PERFORM UNTIL WS-OPT-ESQ >= WS-OPT-DIR
               MOVE WS-ROTA-SEQ (WS-OPT-ESQ) TO WS-OPT-AUX
               MOVE WS-ROTA-SEQ (WS-OPT-DIR)
                                       TO WS-ROTA-SEQ (WS-OPT-ESQ)
               MOVE WS-OPT-AUX         TO WS-ROTA-SEQ (WS-OPT-DIR)
               ADD 1                   TO WS-OPT-ESQ
               SUBTRACT 1              FROM WS-OPT-DIR
           END-PERFORM
           .
       2520-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2600-GRAVAR-ROMANEIO            SECTION.
      *----------------------------------------------------------------*
      * GRAVA O CABECALHO E AS PARADAS NA ORDEM FINAL DE ENTREGA E     *
      * IMPRIME O ROMANEIO DO CAMINHAO                                 *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-ROMANEIOS
           MOVE 0                      TO WS-CARGA-PESO
           MOVE 0                      TO WS-CARGA-VOLUME
           MOVE 0                      TO WS-CARGA-VALOR
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-QTD-ROTA
               MOVE WS-ROTA-SEQ (WS-OPT-I) TO WS-MELHOR-IND
               ADD WS-ENT-PESO (WS-MELHOR-IND)   TO WS-CARGA-PESO
               ADD WS-ENT-VOLUME (WS-MELHOR-IND) TO WS-CARGA-VOLUME
               ADD WS-ENT-VALOR (WS-MELHOR-IND)  TO WS-CARGA-VALOR
           END-PERFORM
           MOVE WS-PROX-ROMANEIO       TO ROM-NUMERO
           MOVE WS-DATA-CARGA          TO ROM-DATA
           MOVE WS-GRP-FILIAL          TO ROM-FILIAL
           MOVE WS-GRP-MUNICIPIO       TO ROM-MUNICIPIO
           MOVE WS-GRP-UF              TO ROM-UF
           MOVE WS-VEI-TAB-PLACA (WS-VEI-ATUAL)     TO ROM-PLACA
           MOVE WS-VEI-TAB-MOTORISTA (WS-VEI-ATUAL) TO ROM-MOTORISTA
           MOVE WS-QTD-ROTA            TO ROM-QTD-PARADAS
           MOVE WS-CARGA-PESO          TO ROM-PESO-TOTAL
           MOVE WS-CARGA-VOLUME        TO ROM-VOLUME-TOTAL
           MOVE WS-CARGA-VALOR         TO ROM-VALOR-TOTAL
           MOVE WS-KM-TOTAL-ROTA       TO ROM-KM-PREVISTO
           MOVE "M"                    TO ROM-SITUACAO
           MOVE WS-HORA-ATUAL (1:6)    TO ROM-HORA
           MOVE WS-OPERADOR-ATUAL      TO ROM-OPERADOR
           WRITE REG-ROMANEIO
           IF NOT FS-ROM-OK
               PERFORM 9992-ERRO-ARQUIVO-ROMANEIOS
           END-IF
           MOVE SPACES                 TO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-REL
           STRING "ROMANEIO " ROM-NUMERO
                  "  DATA " ROM-DATA
                  "  FILIAL " ROM-FILIAL
                  "  REGIAO " ROM-MUNICIPIO " " ROM-UF
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-REL
           STRING "VEICULO " ROM-PLACA " "
                  WS-VEI-TAB-DESCRICAO (WS-VEI-ATUAL)
                  "  MOTORISTA " ROM-MOTORISTA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           MOVE WS-CARGA-PESO          TO WS-PESO-ED
           MOVE WS-VEI-TAB-PESO (WS-VEI-ATUAL)   TO WS-CAP-PESO-ED
           MOVE WS-CARGA-VOLUME        TO WS-VOLUME-ED
           MOVE WS-VEI-TAB-VOLUME (WS-VEI-ATUAL) TO WS-CAP-VOLUME-ED
           MOVE WS-KM-TOTAL-ROTA       TO WS-KM-ED
           MOVE SPACES                 TO WS-LINHA-REL
           STRING "CARGA " WS-PESO-ED " KG DE " WS-CAP-PESO-ED
                  "  VOLUME " WS-VOLUME-ED " M3 DE " WS-CAP-VOLUME-ED
                  "  KM PREVISTOS " WS-KM-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           MOVE SPACES                 TO WS-LINHA-REL
           STRING "SEQ  DOCUMENTO  PEDIDO     CNPJ            "
                  "NOME                              PESO KG  "
                  "VOLUME M3         VALOR       KM"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-QTD-ROTA
               COMPUTE WS-PONTO-A = WS-OPT-I - 1
               MOVE WS-OPT-I           TO WS-PONTO-B
               PERFORM 2820-DISTANCIA-PONTOS
               MOVE WS-ROTA-SEQ (WS-OPT-I) TO WS-MELHOR-IND
               PERFORM 2610-GRAVAR-PARADA
           END-PERFORM
           ADD 1                       TO WS-PROX-ROMANEIO
           .
       2600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2610-GRAVAR-PARADA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ROM-NUMERO             TO RPA-NUMERO-ROM
           MOVE WS-OPT-I               TO RPA-SEQUENCIA
           MOVE WS-ENT-DOCUMENTO (WS-MELHOR-IND)  TO RPA-DOCUMENTO
           MOVE WS-ENT-NUMERO-PED (WS-MELHOR-IND) TO RPA-NUMERO-PED
           MOVE WS-ENT-CNPJ (WS-MELHOR-IND)       TO RPA-CNPJ
           MOVE WS-ENT-PESO (WS-MELHOR-IND)       TO RPA-PESO
           MOVE WS-ENT-VOLUME (WS-MELHOR-IND)     TO RPA-VOLUME
           MOVE WS-ENT-VALOR (WS-MELHOR-IND)      TO RPA-VALOR
           MOVE WS-DISTANCIA-KM        TO RPA-KM-TRECHO
           MOVE "P"                    TO RPA-SITUACAO
           MOVE 0                      TO RPA-DT-ENTREGA
           MOVE 0                      TO RPA-HORA-ENTREGA
           MOVE SPACE                  TO RPA-ORIGEM-BAIXA
           MOVE SPACES                 TO RPA-OPERADOR-BAIXA
           MOVE 0                      TO RPA-VALOR-DEVOLVIDO
           WRITE REG-PARADA-ROMANEIO
           IF NOT FS-RPA-OK
               PERFORM 9992-ERRO-ARQUIVO-ROMANEIOS
           END-IF
           ADD 1                       TO WS-TOT-CARREGADAS
           MOVE WS-OPT-I               TO SAI-SEQ
           MOVE RPA-DOCUMENTO          TO SAI-DOCUMENTO
           MOVE RPA-NUMERO-PED         TO SAI-NUMERO-PED
           MOVE RPA-CNPJ               TO SAI-CNPJ
           MOVE WS-ENT-NOME (WS-MELHOR-IND) TO SAI-NOME
           MOVE RPA-PESO               TO SAI-PESO
           MOVE RPA-VOLUME             TO SAI-VOLUME
           MOVE RPA-VALOR              TO SAI-VALOR
           MOVE RPA-KM-TRECHO          TO SAI-KM
           MOVE WS-LINHA-PARADA        TO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           .
       2610-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2700-IMPRIMIR-SEPARACAO         SECTION.
      *----------------------------------------------------------------*
      * LISTA DE SEPARACAO: QUANTIDADE TOTAL DE CADA PRODUTO A         *
      * EMBARCAR NO CAMINHAO, SOMANDO OS ITENS DE TODAS AS PARADAS     *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-SKUS
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-QTD-ROTA
               MOVE WS-ROTA-SEQ (WS-OPT-I) TO WS-MELHOR-IND
               MOVE WS-ENT-NUMERO-PED (WS-MELHOR-IND)
                                       TO ITE-NUMERO-PED
               MOVE 0                  TO ITE-SEQUENCIA
               START ARQ-ITENS         KEY >= ITE-CHAVE
               IF FS-ITE-OK
                   READ ARQ-ITENS NEXT
                   PERFORM UNTIL NOT FS-ITE-OK
                           OR ITE-NUMERO-PED NOT =
                              WS-ENT-NUMERO-PED (WS-MELHOR-IND)
                       PERFORM 2710-ACUMULAR-SKU
                       READ ARQ-ITENS NEXT
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE "LISTA DE SEPARACAO"   TO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           PERFORM VARYING WS-SKU-IND FROM 1 BY 1
                   UNTIL WS-SKU-IND > WS-QTD-SKUS
               MOVE WS-SKU-PRODUTO (WS-SKU-IND) TO SAI-PRODUTO
               MOVE WS-SKU-PRODUTO (WS-SKU-IND) TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF FS-PRO-OK
                   MOVE PRO-DESCRICAO  TO SAI-DESCRICAO
                   MOVE PRO-UNIDADE    TO SAI-UNIDADE
               ELSE
                   MOVE "PRODUTO NAO CADASTRADO" TO SAI-DESCRICAO
                   MOVE SPACES         TO SAI-UNIDADE
               END-IF
               MOVE WS-SKU-QUANTIDADE (WS-SKU-IND) TO SAI-QUANTIDADE
               MOVE WS-LINHA-SEPARACAO TO WS-LINHA-REL
               PERFORM 7100-GRAVAR-LINHA
           END-PERFORM
           .
       2700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2710-ACUMULAR-SKU               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU-SKU
           PERFORM VARYING WS-SKU-IND FROM 1 BY 1
                   UNTIL WS-SKU-IND > WS-QTD-SKUS
                   OR ACHOU-SKU
               IF WS-SKU-PRODUTO (WS-SKU-IND) = ITE-PRODUTO
                   MOVE "S"            TO WS-ACHOU-SKU
                   ADD ITE-QUANTIDADE
                               TO WS-SKU-QUANTIDADE (WS-SKU-IND)
               END-IF
           END-PERFORM
           IF NOT ACHOU-SKU AND WS-QTD-SKUS < 999
               ADD 1                   TO WS-QTD-SKUS
               SET WS-SKU-IND          TO WS-QTD-SKUS
               MOVE ITE-PRODUTO    TO WS-SKU-PRODUTO (WS-SKU-IND)
               MOVE ITE-QUANTIDADE TO WS-SKU-QUANTIDADE (WS-SKU-IND)
           END-IF
           .
       2710-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2800-CALCULAR-KM-ROTA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-KM-TOTAL-ROTA
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-QTD-ROTA
               COMPUTE WS-PONTO-A = WS-OPT-I - 1
               MOVE WS-OPT-I           TO WS-PONTO-B
               PERFORM 2820-DISTANCIA-PONTOS
               ADD WS-DISTANCIA-KM     TO WS-KM-TOTAL-ROTA
           END-PERFORM
           .
       2800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2820-DISTANCIA-PONTOS           SECTION.
      *----------------------------------------------------------------*
      * DISTANCIA ENTRE DUAS POSICOES DA ROTA (0 = GARAGEM DO          *
      * VEICULO; N = N-ESIMA PARADA DA SEQUENCIA)                      *
      *----------------------------------------------------------------*
           IF WS-PONTO-A = 0
               MOVE WS-VEI-TAB-LAT (WS-VEI-ATUAL) TO WS-KM-LAT-A
               MOVE WS-VEI-TAB-LON (WS-VEI-ATUAL) TO WS-KM-LON-A
           ELSE
               MOVE WS-ENT-LAT (WS-ROTA-SEQ (WS-PONTO-A))
                                       TO WS-KM-LAT-A
               MOVE WS-ENT-LON (WS-ROTA-SEQ (WS-PONTO-A))
                                       TO WS-KM-LON-A
           END-IF
           MOVE WS-ENT-LAT (WS-ROTA-SEQ (WS-PONTO-B))
                                       TO WS-KM-LAT-B
           MOVE WS-ENT-LON (WS-ROTA-SEQ (WS-PONTO-B))
                                       TO WS-KM-LON-B
           PERFORM 8800-CALCULAR-DISTANCIA-KM
           .
       2820-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-PROX-ROMANEIO       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-CTL-ROMANEIO
           IF FS-CTR-OK
               MOVE WS-PROX-ROMANEIO   TO CTL-PROX-ROMANEIO
               WRITE REG-CTL-ROMANEIO
               CLOSE ARQ-CTL-ROMANEIO
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3500-LISTAR-SEM-VEICULO         SECTION.
      *----------------------------------------------------------------*
      * FATURAS QUE NAO COUBERAM EM NENHUM VEICULO DA FILIAL; ENTRAM   *
      * NA PROXIMA RODADA DA MESMA DATA                                *
      *----------------------------------------------------------------*
           IF WS-TOT-SEM-VEICULO = 0
               GO TO 3500-FIM
           END-IF
           MOVE SPACES                 TO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           MOVE "FATURAS SEM VEICULO DISPONIVEL"
                                       TO WS-LINHA-REL
           PERFORM 7100-GRAVAR-LINHA
           PERFORM VARYING WS-ENT-IND FROM 1 BY 1
                   UNTIL WS-ENT-IND > WS-QTD-ENTREGAS
               IF ENT-SEM-VEICULO (WS-ENT-IND)
                   MOVE WS-ENT-PESO (WS-ENT-IND)   TO WS-PESO-ED
                   MOVE WS-ENT-VOLUME (WS-ENT-IND) TO WS-VOLUME-ED
                   MOVE SPACES         TO WS-LINHA-REL
                   STRING "  " WS-ENT-DOCUMENTO (WS-ENT-IND)
                          " " WS-ENT-CNPJ (WS-ENT-IND)
                          " FILIAL " WS-ENT-FILIAL (WS-ENT-IND)
                          " " WS-ENT-MUNICIPIO (WS-ENT-IND)
                          " PESO " WS-PESO-ED
                          " VOLUME " WS-VOLUME-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                   PERFORM 7100-GRAVAR-LINHA
               END-IF
           END-PERFORM
           .
       3500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-FAT-OK OR FS-FAT-FIM
               CLOSE ARQ-FATURAS
           END-IF
           IF FS-PED-OK OR FS-PED-NAO-ENCONTRADO
               CLOSE ARQ-PEDIDOS
           END-IF
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               CLOSE ARQ-CLIENTES
           END-IF
           IF FS-ITE-OK OR FS-ITE-NAO-ENCONTRADO
               CLOSE ARQ-ITENS
           END-IF
           IF FS-PRO-OK OR FS-PRO-NAO-ENCONTRADO
               CLOSE ARQ-PRODUTOS
           END-IF
           CLOSE ARQ-ROMANEIOS
           CLOSE ARQ-PARADAS
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA MONTAGEM DE CARGA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FATURAS A ENTREGAR........: "
                   WS-TOT-A-ENTREGAR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FATURAS CARREGADAS........: "
                   WS-TOT-CARREGADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ROMANEIOS MONTADOS........: "
                   WS-TOT-ROMANEIOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "SEM VEICULO DISPONIVEL....: "
                   WS-TOT-SEM-VEICULO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTE NAO CADASTRADO....: "
                   WS-TOT-SEM-CLIENTE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7100-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY WS-LINHA-REL
           MOVE WS-LINHA-REL           TO REG-REL-ROMANEIO
           WRITE REG-REL-ROMANEIO
           MOVE SPACES                 TO WS-LINHA-REL
           .
       7100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8800-CALCULAR-DISTANCIA-KM      SECTION.
      *----------------------------------------------------------------*
      * DISTANCIA DE CIRCULO MAXIMO EM QUILOMETROS ENTRE OS PONTOS     *
      * (WS-KM-LAT-A, WS-KM-LON-A) E (WS-KM-LAT-B, WS-KM-LON-B),       *
      * PELA LEI ESFERICA DOS COSSENOS COM RAIO MEDIO DE 6371 KM       *
      *----------------------------------------------------------------*
           COMPUTE WS-KM-LAT-A-RAD = WS-KM-LAT-A * 3,14159265 / 180
           COMPUTE WS-KM-LAT-B-RAD = WS-KM-LAT-B * 3,14159265 / 180
           COMPUTE WS-KM-DIF-LON-RAD =
               (WS-KM-LON-A - WS-KM-LON-B) * 3,14159265 / 180
           COMPUTE WS-KM-COSSENO =
               (FUNCTION SIN (WS-KM-LAT-A-RAD)
                * FUNCTION SIN (WS-KM-LAT-B-RAD))
               + (FUNCTION COS (WS-KM-LAT-A-RAD)
                  * FUNCTION COS (WS-KM-LAT-B-RAD)
                  * FUNCTION COS (WS-KM-DIF-LON-RAD))
           IF WS-KM-COSSENO > 1
               MOVE 1                  TO WS-KM-COSSENO
           END-IF
           IF WS-KM-COSSENO < -1
               MOVE -1                 TO WS-KM-COSSENO
           END-IF
           COMPUTE WS-DISTANCIA-KM =
               6371 * FUNCTION ACOS (WS-KM-COSSENO)
           .
       8800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8900-GRAVAR-LOG-EXECUCAO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-LOG-EXECUCAO
           IF FS-EXE-NAO-EXISTE
               OPEN OUTPUT ARQ-LOG-EXECUCAO
           END-IF
           IF FS-EXE-OK
               ACCEPT WS-HORA-ATUAL    FROM TIME
               MOVE WS-DATA-ATUAL      TO EXE-DATA
               MOVE "MONTROMA"         TO EXE-PROGRAMA
               MOVE WS-HORA-INICIO-EXEC TO EXE-HORA-INICIO
               MOVE WS-HORA-ATUAL (1:6) TO EXE-HORA-FIM
               MOVE WS-STATUS-EXECUCAO TO EXE-STATUS
               MOVE WS-CONTADORES-EXEC TO EXE-CONTADORES
               WRITE REG-LOG-EXECUCAO
               CLOSE ARQ-LOG-EXECUCAO
           END-IF
           .
       8900-FIM. EXIT.
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
               MOVE WS-HORA-INICIO-EXEC TO SPL-HORA
               MOVE "MONTROMA"         TO SPL-PROGRAMA
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
       9991-ERRO-ARQUIVO-FATURAS       SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "ERRO NO ACESSO AO ARQUIVO DE FATURAS: "
                   WS-FS-FATURA
           MOVE "ER"                   TO WS-STATUS-EXECUCAO
           MOVE 8                      TO RETURN-CODE
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           PERFORM 6000-FECHAR-ARQUIVOS
           GOBACK
           .
       9991-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9992-ERRO-ARQUIVO-ROMANEIOS     SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "ERRO NO ACESSO AOS ARQUIVOS DE ROMANEIO: "
                   WS-FS-ROMANEIO " " WS-FS-PARADA
           MOVE "ER"                   TO WS-STATUS-EXECUCAO
           MOVE 8                      TO RETURN-CODE
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           PERFORM 6000-FECHAR-ARQUIVOS
           GOBACK
           .
       9992-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM MONTROMA.
      *----------------------------------------------------------------*
