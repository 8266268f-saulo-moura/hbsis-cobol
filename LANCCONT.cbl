      ******************************************************************
      * PROGRAMA.: LANCCONT                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: LOTE DE LANCAMENTOS CONTABEIS - TRANSFORMA O        *
      *            FATURAMENTO, OS TITULOS LIQUIDADOS, AS DEVOLUCOES,  *
      *            OS CREDITOS DE CLIENTE E AS COMISSOES EM PARTIDAS   *
      *            DE DEBITO E CREDITO NUM ARQUIVO DE INTERFACE COM A  *
      *            CONTABILIDADE, COM TOTAIS DE CONTROLE NO SPOOL      *
      ******************************************************************
      * RODA NA CADEIA NOTURNA E NO FECHAMENTO MENSAL (FECHMES); CADA  *
      * EVENTO LANCADO FICA NO REGISTRO DE CONTABILIZADOS (LCTBCADA) E *
      * NAO E LANCADO DE NOVO. AS CONTAS SAEM DO MAPA CONTABIL         *
      * (MAPCCADA) PELA FILIAL E PELO CANAL DO CLIENTE (DO VENDEDOR NA *
      * COMISSAO); EVENTO SEM CONTA FICA PENDENTE PARA O PROXIMO LOTE  *
      ******************************************************************
      * A COMISSAO SO E LANCADA DEPOIS QUE A COMPETENCIA ESTA FECHADA  *
      * E O ARQUIVO DA FOLHA (COMIVEND) EXISTE, NO ULTIMO DIA DO MES;  *
      * OS EVENTOS ANTERIORES A DATA INICIAL DOS PARAMETROS SAO        *
      * IGNORADOS                                                      *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. LANCCONT.
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
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-DEVOLUCOES       ASSIGN TO  "WID-ARQ-DEV.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DEV-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEVOLUCAO.
      *
           SELECT ARQ-MOV-CREDITO      ASSIGN TO  "WID-MOV-CRE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOV-CREDITO.
      *
           SELECT ARQ-FECHAMENTOS      ASSIGN TO  "WID-ARQ-FCH.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FCH-ANOMES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FECHAMENTO.
      *
           SELECT ARQ-EXP-FOLHA        ASSIGN TO WS-NOME-FOLHA
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-EXP-FOLHA.
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
           SELECT ARQ-MAPA-CONTABIL    ASSIGN TO  "WID-ARQ-MPC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS MPC-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-MAPA.
      *
           SELECT ARQ-CONTABILIZADOS   ASSIGN TO  "WID-ARQ-LCB.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS LCB-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CONTABILIZADO.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-CTL-CONTABIL     ASSIGN TO  "WID-CTL-CTB.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-CTL-CTB.
      *
           SELECT ARQ-EXP-CONTABIL     ASSIGN TO WS-NOME-INTERFACE
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-EXP-CTB.
      *
           SELECT ARQ-REL-CONTABIL     ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-CTB.
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
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-DEVOLUCOES.
       COPY DEVOCADA.
      *
       FD ARQ-MOV-CREDITO.
       COPY MVCRCADA.
      *
       FD ARQ-FECHAMENTOS.
       COPY FCHMCADA.
      *
       FD ARQ-EXP-FOLHA.
       01 REG-EXP-FOLHA                PIC X(40).
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-MAPA-CONTABIL.
       COPY MAPCCADA.
      *
       FD ARQ-CONTABILIZADOS.
       COPY LCTBCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-CTL-CONTABIL.
       01 REG-CTL-CONTABIL.
           05 CTL-PROX-LOTE            PIC 9(07).
      *
       FD ARQ-EXP-CONTABIL.
       01 REG-EXP-CONTABIL             PIC X(132).
      *
       FD ARQ-REL-CONTABIL.
       01 REG-REL-CONTABIL             PIC X(132).
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
           88 FS-FAT-NAO-EXISTE        VALUE "35".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-DEVOLUCAO              PIC X(02).
           88 FS-DEV-OK                VALUE "00" THRU "09".
       77 WS-FS-MOV-CREDITO            PIC X(02).
           88 FS-MVC-OK                VALUE "00" THRU "09".
       77 WS-FS-FECHAMENTO             PIC X(02).
           88 FS-FCH-OK                VALUE "00" THRU "09".
       77 WS-FS-EXP-FOLHA              PIC X(02).
           88 FS-FOL-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-MAPA                   PIC X(02).
           88 FS-MPC-OK                VALUE "00" THRU "09".
       77 WS-FS-CONTABILIZADO          PIC X(02).
           88 FS-LCB-OK                VALUE "00" THRU "09".
           88 FS-LCB-NAO-ENCONTRADO    VALUE "23".
           88 FS-LCB-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-CTL-CTB                PIC X(02).
           88 FS-CTL-OK                VALUE "00" THRU "09".
       77 WS-FS-EXP-CTB                PIC X(02).
           88 FS-EXP-CTB-OK            VALUE "00" THRU "09".
       77 WS-FS-REL-CTB                PIC X(02).
           88 FS-REL-CTB-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DO RESUMO, REGISTRADA NO SPOOL, E ARQUIVO DE
      *     INTERFACE DO LOTE, NUMERADO PELO CONTROLE DE LOTES
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-INTERFACE            PIC X(34)       VALUE SPACES.
       01 WS-NOME-FOLHA                PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
      * --> ARQUIVOS DE ORIGEM ABERTOS NESTE LOTE
      *
       01 WS-PEDIDOS-ABERTO            PIC X(01)       VALUE "N".
           88 ARQ-PEDIDOS-ABERTO       VALUE "S".
       01 WS-CLIENTES-ABERTO           PIC X(01)       VALUE "N".
           88 ARQ-CLIENTES-ABERTO      VALUE "S".
       01 WS-VENDEDORES-ABERTO         PIC X(01)       VALUE "N".
           88 ARQ-VENDEDORES-ABERTO    VALUE "S".
       01 WS-MAPA-ABERTO               PIC X(01)       VALUE "N".
           88 ARQ-MAPA-ABERTO          VALUE "S".
       01 WS-LOTE-ABERTO               PIC X(01)       VALUE "N".
           88 LOTE-ABERTO              VALUE "S".
      *
      * --> DATA INICIAL DA CONTABILIZACAO (PARAMETROS) E LOTE CORRENTE
      *
       01 WS-CTB-DATA-INICIO           PIC 9(08)       VALUE 0.
       01 WS-CTB-ANOMES-INICIO         PIC 9(06)       VALUE 0.
       01 WS-LOTE-ATUAL                PIC 9(07)       VALUE 0.
      *
      * --> EVENTO A LANCAR, MONTADO POR CADA ORIGEM: VALOR SEMPRE
      *     POSITIVO; INVERTIDO TROCA AS CONTAS DO MAPA (ESTORNO)
      *
       01 WS-LCT-EVENTO                PIC X(02)       VALUE SPACES.
       01 WS-LCT-ORIGEM                PIC X(40)       VALUE SPACES.
       01 WS-LCT-DATA                  PIC 9(08)       VALUE 0.
       01 WS-LCT-VALOR                 PIC 9(11)V99    VALUE 0.
       01 WS-LCT-FILIAL                PIC 9(02)       VALUE 0.
       01 WS-LCT-CANAL                 PIC X(01)       VALUE SPACE.
       01 WS-LCT-INVERTIDO             PIC X(01)       VALUE "N".
           88 LCT-INVERTIDO            VALUE "S".
       01 WS-CONTA-ENCONTRADA          PIC X(01)       VALUE "N".
           88 CONTA-ENCONTRADA         VALUE "S".
       01 WS-CONTA-DEBITO              PIC X(20)       VALUE SPACES.
       01 WS-CONTA-CREDITO             PIC X(20)       VALUE SPACES.
       01 WS-VALOR-SINAL               PIC S9(11)V99   VALUE 0.
      *
      * --> CLIENTE DO ULTIMO EVENTO, PARA NAO RELER A CADA DOCUMENTO
      *
       01 WS-CNPJ-EVENTO               PIC 9(14)       VALUE 0.
       01 WS-CNPJ-ANTERIOR             PIC 9(14)       VALUE 0.
       01 WS-FILIAL-ANTERIOR           PIC 9(02)       VALUE 0.
       01 WS-CANAL-ANTERIOR            PIC X(01)       VALUE SPACE.
      *
      * --> COMISSAO: COMPETENCIA FECHADA, ULTIMO DIA DO MES E LINHA
      *     DO ARQUIVO DA FOLHA (LAYOUT DE COMIVEND)
      *
       01 WS-ANOMES-COMISSAO           PIC 9(06)       VALUE 0.
       01 WS-DATA-PROX-MES             PIC 9(08)       VALUE 0.
       01 WS-ULTIMO-DIA-MES            PIC 9(08)       VALUE 0.
       01 WS-LINHA-FOLHA.
           05 FOL-CPF                  PIC 9(11).
           05 FILLER                   PIC X(01).
           05 FOL-ANOMES               PIC 9(06).
           05 FILLER                   PIC X(01).
           05 FOL-VALOR                PIC 9(09),99.
           05 FILLER                   PIC X(09).
      *
      * --> EVENTOS CONTABEIS, NA ORDEM DO RESUMO, COM OS TOTAIS DE
      *     CONTROLE DO LOTE E OS EVENTOS QUE FICARAM SEM CONTA
      *
       01 WS-TABELA-EVENTOS.
           05 FILLER                   PIC X(02)   VALUE "VD".
           05 FILLER                   PIC X(02)   VALUE "BT".
           05 FILLER                   PIC X(02)   VALUE "IC".
           05 FILLER                   PIC X(02)   VALUE "ST".
           05 FILLER                   PIC X(02)   VALUE "IP".
           05 FILLER                   PIC X(02)   VALUE "RC".
           05 FILLER                   PIC X(02)   VALUE "JM".
           05 FILLER                   PIC X(02)   VALUE "DS".
           05 FILLER                   PIC X(02)   VALUE "DV".
           05 FILLER                   PIC X(02)   VALUE "CD".
           05 FILLER                   PIC X(02)   VALUE "CP".
           05 FILLER                   PIC X(02)   VALUE "CA".
           05 FILLER                   PIC X(02)   VALUE "CU".
           05 FILLER                   PIC X(02)   VALUE "CM".
       01 WS-EVENTOS REDEFINES WS-TABELA-EVENTOS.
           05 WS-EVT-CODIGO            PIC X(02)   OCCURS 14 TIMES.
       01 WS-TOTAIS-EVENTOS.
           05 WS-EVT-TOTAL             OCCURS 14 TIMES.
               10 WS-EVT-QTD           PIC 9(07).
               10 WS-EVT-VALOR         PIC 9(13)V99.
               10 WS-EVT-SEM-CONTA     PIC 9(07).
       01 WS-EVT-IND                   PIC 9(02)       VALUE 0.
      *
       01 WS-TOT-PARTIDAS              PIC 9(07)       VALUE 0.
       01 WS-TOT-REGISTROS             PIC 9(09)       VALUE 0.
       01 WS-TOT-DEBITOS               PIC 9(13)V99    VALUE 0.
       01 WS-TOT-CREDITOS              PIC 9(13)V99    VALUE 0.
       01 WS-TOT-SEM-CONTA             PIC 9(07)       VALUE 0.
       01 WS-TOT-ERROS                 PIC 9(07)       VALUE 0.
       01 WS-VALOR-EDITADO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * --> REGISTROS DO ARQUIVO DE INTERFACE: CABECALHO DO LOTE, DUAS
      *     LINHAS POR PARTIDA (NATUREZA D E C) E TRAILER COM OS
      *     TOTAIS DE CONTROLE
      *
       01 WS-REG-HEADER.
           05 FILLER                   PIC X(01)   VALUE "H".
           05 HDR-LOTE                 PIC 9(07).
           05 HDR-DATA-GERACAO         PIC 9(08).
           05 HDR-HORA-GERACAO         PIC 9(06).
           05 HDR-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(102)  VALUE SPACES.
       01 WS-REG-DETALHE.
           05 FILLER                   PIC X(01)   VALUE "D".
           05 DET-LOTE                 PIC 9(07).
           05 DET-PARTIDA              PIC 9(07).
           05 DET-DATA-LANCAMENTO      PIC 9(08).
           05 DET-NATUREZA             PIC X(01).
           05 DET-CONTA                PIC X(20).
           05 DET-VALOR                PIC 9(11)V99.
           05 DET-FILIAL               PIC 9(02).
           05 DET-CANAL                PIC X(01).
           05 DET-EVENTO               PIC X(02).
           05 DET-ORIGEM               PIC X(40).
           05 DET-HISTORICO            PIC X(30).
       01 WS-REG-TRAILER.
           05 FILLER                   PIC X(01)   VALUE "T".
           05 TRL-LOTE                 PIC 9(07).
           05 TRL-QTD-PARTIDAS         PIC 9(07).
           05 TRL-QTD-REGISTROS        PIC 9(09).
           05 TRL-TOTAL-DEBITOS        PIC 9(13)V99.
           05 TRL-TOTAL-CREDITOS       PIC 9(13)V99.
           05 FILLER                   PIC X(78)   VALUE SPACES.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-REL-CONTABIL.
           05 SAI-EVENTO               PIC X(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-ORIGEM               PIC X(40).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DATA                 PIC 9(08).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CONTA-DEBITO         PIC X(20).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CONTA-CREDITO        PIC X(20).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-TOTAL-EVENTO.
           05 FILLER                   PIC X(08)   VALUE "EVENTO ".
           05 SAI-TOT-EVENTO           PIC X(02).
           05 FILLER                   PIC X(12)   VALUE
                                                   "  PARTIDAS: ".
           05 SAI-TOT-QTD              PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(09)   VALUE "  VALOR: ".
           05 SAI-TOT-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(13)   VALUE
                                                   "  SEM CONTA: ".
           05 SAI-TOT-SEM-CONTA        PIC ZZZ.ZZ9.
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
       PERFORM 0000-GERAR-LANCAMENTOS.
      *----------------------------------------------------------------*
       0000-GERAR-LANCAMENTOS          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           MOVE "OK"                   TO WS-STATUS-EXECUCAO
           INITIALIZE WS-TOTAIS-EVENTOS
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-CTB-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1200-ABRIR-RELATORIO
           PERFORM 2000-LANCAR-FATURAS
           PERFORM 2200-LANCAR-RECEBIMENTOS
           PERFORM 2400-LANCAR-DEVOLUCOES
           PERFORM 2500-LANCAR-CREDITOS
           PERFORM 2600-LANCAR-COMISSOES
           IF LOTE-ABERTO
               PERFORM 3400-FECHAR-LOTE
           END-IF
           PERFORM 7000-IMPRIMIR-RESUMO
           PERFORM 3500-FECHAR-RELATORIO
           PERFORM 6000-FECHAR-ARQUIVOS
           IF WS-TOT-SEM-CONTA > 0 OR WS-TOT-ERROS > 0
               MOVE "AV"               TO WS-STATUS-EXECUCAO
           END-IF
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "LOTE=" WS-LOTE-ATUAL
                  " PART=" WS-TOT-PARTIDAS
                  " SEMCTA=" WS-TOT-SEM-CONTA
                  " ERR=" WS-TOT-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           IF WS-STATUS-EXECUCAO = "AV"
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      * O REGISTRO DE CONTABILIZADOS E OBRIGATORIO; OS CADASTROS DE    *
      * APOIO QUE FALTAREM DEIXAM O EVENTO NA FILIAL 00 E SEM CANAL    *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-CONTABILIZADOS
           IF FS-LCB-NAO-EXISTE
               OPEN OUTPUT ARQ-CONTABILIZADOS
               CLOSE ARQ-CONTABILIZADOS
               OPEN I-O ARQ-CONTABILIZADOS
           END-IF
           IF NOT FS-LCB-OK
               PERFORM 9991-ERRO-ARQUIVO-CONTABILIZADOS
           END-IF
           OPEN INPUT ARQ-MAPA-CONTABIL
           IF FS-MPC-OK
               MOVE "S"                TO WS-MAPA-ABERTO
           ELSE
               DISPLAY "MAPA CONTABIL NAO CADASTRADO - EVENTOS FICAM "
                       "PENDENTES"
           END-IF
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               MOVE "S"                TO WS-PEDIDOS-ABERTO
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE "S"                TO WS-CLIENTES-ABERTO
           END-IF
           OPEN INPUT ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE "S"                TO WS-VENDEDORES-ABERTO
           END-IF
           PERFORM 1050-LER-PARAMETROS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * EVENTOS ANTERIORES A DATA INICIAL JA ESTAO NA CONTABILIDADE    *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-CTB-DATA-INICIO
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK AND PAR-CTB-DATA-INICIO NUMERIC
                   MOVE PAR-CTB-DATA-INICIO
                                       TO WS-CTB-DATA-INICIO
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           MOVE WS-CTB-DATA-INICIO (1:6)
                                       TO WS-CTB-ANOMES-INICIO
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-LER-PROX-LOTE              SECTION.
      *----------------------------------------------------------------*
      * O PROXIMO NUMERO DE LOTE FICA NO REGISTRO UNICO DE CONTROLE    *
      * DA CONTABILIZACAO, NO MESMO MOLDE DO CONTROLE DO FATURAMENTO   *
      *----------------------------------------------------------------*
           MOVE 1                      TO WS-LOTE-ATUAL
           OPEN INPUT ARQ-CTL-CONTABIL
           IF FS-CTL-OK
               READ ARQ-CTL-CONTABIL NEXT
               IF FS-CTL-OK
                   MOVE CTL-PROX-LOTE  TO WS-LOTE-ATUAL
               END-IF
               CLOSE ARQ-CTL-CONTABIL
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-REL-CONTABIL
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "EV  ORIGEM                                    "
                  "DATA      CONTA A DEBITO        "
                  "CONTA A CREDITO                   VALOR"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-CONTABIL
           WRITE REG-REL-CONTABIL
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LANCAR-FATURAS             SECTION.
      *----------------------------------------------------------------*
      * CADA DOCUMENTO FATURADO GERA A VENDA (OU A BONIFICACAO/TROCA)  *
      * PELO VALOR DOS PRODUTOS E UM EVENTO POR IMPOSTO DESTACADO      *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-FATURAS
           IF NOT FS-FAT-OK
               GO TO 2000-FIM
           END-IF
           READ ARQ-FATURAS NEXT
           PERFORM UNTIL NOT FS-FAT-OK
               PERFORM 2100-LANCAR-FATURA
               READ ARQ-FATURAS NEXT
           END-PERFORM
           CLOSE ARQ-FATURAS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-LANCAR-FATURA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FAT-CNPJ               TO WS-CNPJ-EVENTO
           PERFORM 3050-LER-CLIENTE
           MOVE SPACES                 TO WS-LCT-ORIGEM
           MOVE FAT-DOCUMENTO          TO WS-LCT-ORIGEM (1:9)
           MOVE FAT-DATA-FATURAMENTO   TO WS-LCT-DATA
           MOVE "N"                    TO WS-LCT-INVERTIDO
           MOVE "VD"                   TO WS-LCT-EVENTO
           IF ARQ-PEDIDOS-ABERTO
               MOVE FAT-NUMERO-PED     TO PED-NUMERO
               READ ARQ-PEDIDOS
               IF FS-PED-OK AND NOT TIPO-VENDA
                   MOVE "BT"           TO WS-LCT-EVENTO
               END-IF
           END-IF
           MOVE FAT-VALOR              TO WS-LCT-VALOR
           PERFORM 3000-LANCAR-EVENTO
           MOVE "IC"                   TO WS-LCT-EVENTO
           MOVE FAT-VALOR-ICMS         TO WS-LCT-VALOR
           PERFORM 3000-LANCAR-EVENTO
           MOVE "ST"                   TO WS-LCT-EVENTO
           MOVE FAT-VALOR-ICMS-ST      TO WS-LCT-VALOR
           PERFORM 3000-LANCAR-EVENTO
           MOVE "IP"                   TO WS-LCT-EVENTO
           MOVE FAT-VALOR-IPI          TO WS-LCT-VALOR
           PERFORM 3000-LANCAR-EVENTO
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-LANCAR-RECEBIMENTOS        SECTION.
      *----------------------------------------------------------------*
      * O TITULO E CONTABILIZADO QUANDO LIQUIDADO, NA DATA DA          *
      * LIQUIDACAO: PRINCIPAL RECEBIDO, JUROS E MULTA, E DESCONTO      *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-RECEBER
           IF NOT FS-REC-OK
               GO TO 2200-FIM
           END-IF
           READ ARQ-RECEBER NEXT
           PERFORM UNTIL NOT FS-REC-OK
               IF TITULO-LIQUIDADO
                   PERFORM 2300-LANCAR-TITULO
               END-IF
               READ ARQ-RECEBER NEXT
           END-PERFORM
           CLOSE ARQ-RECEBER
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-LANCAR-TITULO              SECTION.
      *----------------------------------------------------------------*
      * REC-VALOR-PAGO TRAZ O DESCONTO JUNTO; O PRINCIPAL RECEBIDO     *
      * INCLUI O CREDITO USADO, ESTORNADO NO EVENTO CU DO CREDITO      *
      *----------------------------------------------------------------*
           MOVE REC-CNPJ               TO WS-CNPJ-EVENTO
           PERFORM 3050-LER-CLIENTE
           MOVE SPACES                 TO WS-LCT-ORIGEM
           MOVE REC-CHAVE              TO WS-LCT-ORIGEM (1:11)
           MOVE REC-DATA-LIQUIDACAO    TO WS-LCT-DATA
           MOVE "N"                    TO WS-LCT-INVERTIDO
           MOVE "RC"                   TO WS-LCT-EVENTO
           COMPUTE WS-LCT-VALOR = REC-VALOR-PAGO - REC-VALOR-DESCONTO
           PERFORM 3000-LANCAR-EVENTO
           MOVE "JM"                   TO WS-LCT-EVENTO
           COMPUTE WS-LCT-VALOR = REC-VALOR-JUROS-PAGO
                                + REC-VALOR-MULTA-PAGA
           PERFORM 3000-LANCAR-EVENTO
           MOVE "DS"                   TO WS-LCT-EVENTO
           MOVE REC-VALOR-DESCONTO     TO WS-LCT-VALOR
           PERFORM 3000-LANCAR-EVENTO
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-LANCAR-DEVOLUCOES          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-DEVOLUCOES
           IF NOT FS-DEV-OK
               GO TO 2400-FIM
           END-IF
           READ ARQ-DEVOLUCOES NEXT
           PERFORM UNTIL NOT FS-DEV-OK
               MOVE DEV-CNPJ           TO WS-CNPJ-EVENTO
               PERFORM 3050-LER-CLIENTE
               MOVE SPACES             TO WS-LCT-ORIGEM
               MOVE DEV-CHAVE          TO WS-LCT-ORIGEM (1:11)
               MOVE DEV-DATA           TO WS-LCT-DATA
               MOVE "N"                TO WS-LCT-INVERTIDO
               MOVE "DV"               TO WS-LCT-EVENTO
               MOVE DEV-VALOR          TO WS-LCT-VALOR
               PERFORM 3000-LANCAR-EVENTO
               READ ARQ-DEVOLUCOES NEXT
           END-PERFORM
           CLOSE ARQ-DEVOLUCOES
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-LANCAR-CREDITOS            SECTION.
      *----------------------------------------------------------------*
      * O RAZAO DE CREDITO GUARDA O USO COM VALOR NEGATIVO E O AJUSTE  *
      * COM O SINAL DIGITADO; O MOVIMENTO NO SENTIDO CONTRARIO AO DO   *
      * SEU TIPO E LANCADO COM AS CONTAS DO MAPA INVERTIDAS            *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-MOV-CREDITO
           IF NOT FS-MVC-OK
               GO TO 2500-FIM
           END-IF
           READ ARQ-MOV-CREDITO NEXT
           PERFORM UNTIL NOT FS-MVC-OK
               PERFORM 2550-LANCAR-MOVIMENTO
               READ ARQ-MOV-CREDITO NEXT
           END-PERFORM
           CLOSE ARQ-MOV-CREDITO
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2550-LANCAR-MOVIMENTO           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN MOV-CRE-DEVOLUCAO
                   MOVE "CD"           TO WS-LCT-EVENTO
               WHEN MOV-CRE-PAGTO-MAIOR
                   MOVE "CP"           TO WS-LCT-EVENTO
               WHEN MOV-CRE-AJUSTE
                   MOVE "CA"           TO WS-LCT-EVENTO
               WHEN MOV-CRE-UTILIZACAO
                   MOVE "CU"           TO WS-LCT-EVENTO
               WHEN OTHER
                   GO TO 2550-FIM
           END-EVALUATE
           IF MOV-CRE-UTILIZACAO
               COMPUTE WS-VALOR-SINAL = 0 - MVC-VALOR
           ELSE
               MOVE MVC-VALOR          TO WS-VALOR-SINAL
           END-IF
           MOVE "N"                    TO WS-LCT-INVERTIDO
           IF WS-VALOR-SINAL < 0
               MOVE "S"                TO WS-LCT-INVERTIDO
               COMPUTE WS-VALOR-SINAL = 0 - WS-VALOR-SINAL
           END-IF
           MOVE WS-VALOR-SINAL         TO WS-LCT-VALOR
           MOVE MVC-CNPJ               TO WS-CNPJ-EVENTO
           PERFORM 3050-LER-CLIENTE
           MOVE SPACES                 TO WS-LCT-ORIGEM
           STRING MVC-DATA MVC-HORA MVC-CNPJ MVC-TIPO
                  MVC-DOCUMENTO MVC-PARCELA
                                       DELIMITED BY SIZE
                                       INTO WS-LCT-ORIGEM
           MOVE MVC-DATA               TO WS-LCT-DATA
           PERFORM 3000-LANCAR-EVENTO
           .
       2550-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2600-LANCAR-COMISSOES           SECTION.
      *----------------------------------------------------------------*
      * SO AS COMPETENCIAS FECHADAS, A PARTIR DA DATA INICIAL          *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-FECHAMENTOS
           IF NOT FS-FCH-OK
               GO TO 2600-FIM
           END-IF
           READ ARQ-FECHAMENTOS NEXT
           PERFORM UNTIL NOT FS-FCH-OK
               IF COMPETENCIA-FECHADA
                   AND FCH-ANOMES NOT < WS-CTB-ANOMES-INICIO
                   MOVE FCH-ANOMES     TO WS-ANOMES-COMISSAO
                   PERFORM 2650-LANCAR-FOLHA
               END-IF
               READ ARQ-FECHAMENTOS NEXT
           END-PERFORM
           CLOSE ARQ-FECHAMENTOS
           .
       2600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2650-LANCAR-FOLHA               SECTION.
      *----------------------------------------------------------------*
      * A COMISSAO E LANCADA NO ULTIMO DIA DA COMPETENCIA, NA FILIAL   *
      * E NO CANAL DO VENDEDOR                                         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-FOLHA
           STRING "WID-EXP-FOL-" WS-ANOMES-COMISSAO ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-FOLHA
           OPEN INPUT ARQ-EXP-FOLHA
           IF NOT FS-FOL-OK
               GO TO 2650-FIM
           END-IF
           IF WS-ANOMES-COMISSAO (5:2) = "12"
               COMPUTE WS-DATA-PROX-MES =
                   (WS-ANOMES-COMISSAO + 89) * 100 + 1
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   (WS-ANOMES-COMISSAO + 1) * 100 + 1
           END-IF
           COMPUTE WS-ULTIMO-DIA-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-PROX-MES) - 1)
           READ ARQ-EXP-FOLHA INTO WS-LINHA-FOLHA
           PERFORM UNTIL NOT FS-FOL-OK
               IF FOL-CPF NUMERIC
                   PERFORM 2660-LANCAR-COMISSAO
               END-IF
               READ ARQ-EXP-FOLHA INTO WS-LINHA-FOLHA
           END-PERFORM
           CLOSE ARQ-EXP-FOLHA
           .
       2650-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2660-LANCAR-COMISSAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-LCT-FILIAL
           MOVE SPACE                  TO WS-LCT-CANAL
           IF ARQ-VENDEDORES-ABERTO
               MOVE FOL-CPF            TO VEN-CPF
               READ ARQ-VENDEDORES
               IF FS-VEN-OK
                   MOVE VEN-FILIAL     TO WS-LCT-FILIAL
                   MOVE VEN-CANAL      TO WS-LCT-CANAL
               END-IF
           END-IF
           MOVE SPACES                 TO WS-LCT-ORIGEM
           STRING WS-ANOMES-COMISSAO FOL-CPF
                                       DELIMITED BY SIZE
                                       INTO WS-LCT-ORIGEM
           MOVE WS-ULTIMO-DIA-MES      TO WS-LCT-DATA
           MOVE "N"                    TO WS-LCT-INVERTIDO
           MOVE "CM"                   TO WS-LCT-EVENTO
           MOVE FOL-VALOR              TO WS-LCT-VALOR
           PERFORM 3000-LANCAR-EVENTO
           .
       2660-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-LANCAR-EVENTO              SECTION.
      *----------------------------------------------------------------*
      * EVENTO SEM VALOR, ANTERIOR A DATA INICIAL OU JA CONTABILIZADO  *
      * NAO E LANCADO; SEM CONTA NO MAPA FICA PENDENTE, SEM REGISTRO   *
      *----------------------------------------------------------------*
           IF WS-LCT-VALOR = 0
               OR WS-LCT-DATA < WS-CTB-DATA-INICIO
               GO TO 3000-FIM
           END-IF
           MOVE WS-LCT-EVENTO          TO LCB-EVENTO
           MOVE WS-LCT-ORIGEM          TO LCB-ORIGEM
           READ ARQ-CONTABILIZADOS
           IF FS-LCB-OK
               GO TO 3000-FIM
           END-IF
           PERFORM VARYING WS-EVT-IND FROM 1 BY 1
                   UNTIL WS-EVT-IND > 14
                   OR WS-EVT-CODIGO (WS-EVT-IND) = WS-LCT-EVENTO
               CONTINUE
           END-PERFORM
           PERFORM 3100-PROCURAR-CONTA
           IF NOT CONTA-ENCONTRADA
               ADD 1                   TO WS-EVT-SEM-CONTA (WS-EVT-IND)
               ADD 1                   TO WS-TOT-SEM-CONTA
               GO TO 3000-FIM
           END-IF
           IF NOT LOTE-ABERTO
               PERFORM 3200-ABRIR-LOTE
           END-IF
           PERFORM 3300-GRAVAR-PARTIDA
           MOVE WS-LCT-EVENTO          TO LCB-EVENTO
           MOVE WS-LCT-ORIGEM          TO LCB-ORIGEM
           MOVE WS-LOTE-ATUAL          TO LCB-LOTE
           MOVE WS-LCT-DATA            TO LCB-DATA-LANCAMENTO
           MOVE WS-LCT-VALOR           TO LCB-VALOR
           MOVE WS-DATA-ATUAL          TO LCB-DT-CONTABILIZACAO
           MOVE WS-OPERADOR-ATUAL      TO LCB-OPERADOR
           WRITE REG-LANCAMENTO-CONTABIL
           IF NOT FS-LCB-OK
               ADD 1                   TO WS-TOT-ERROS
               DISPLAY "ERRO NO REGISTRO DO EVENTO " WS-LCT-EVENTO
                       " " WS-LCT-ORIGEM ": " WS-FS-CONTABILIZADO
           END-IF
           ADD 1                       TO WS-EVT-QTD (WS-EVT-IND)
           ADD WS-LCT-VALOR            TO WS-EVT-VALOR (WS-EVT-IND)
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3050-LER-CLIENTE                SECTION.
      *----------------------------------------------------------------*
      * FILIAL E CANAL DO CLIENTE DO EVENTO; SEM CADASTRO, FILIAL 00   *
      *----------------------------------------------------------------*
           IF WS-CNPJ-EVENTO NOT = WS-CNPJ-ANTERIOR
               MOVE WS-CNPJ-EVENTO     TO WS-CNPJ-ANTERIOR
               MOVE 0                  TO WS-FILIAL-ANTERIOR
               MOVE SPACE              TO WS-CANAL-ANTERIOR
               IF ARQ-CLIENTES-ABERTO
                   MOVE WS-CNPJ-EVENTO TO CNPJ
                   READ ARQ-CLIENTES
                   IF FS-CLI-OK
                       MOVE FILIAL     TO WS-FILIAL-ANTERIOR
                       MOVE CANAL      TO WS-CANAL-ANTERIOR
                   END-IF
               END-IF
           END-IF
           MOVE WS-FILIAL-ANTERIOR     TO WS-LCT-FILIAL
           MOVE WS-CANAL-ANTERIOR      TO WS-LCT-CANAL
           .
       3050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-PROCURAR-CONTA             SECTION.
      *----------------------------------------------------------------*
      * DA CONTA MAIS ESPECIFICA PARA A MAIS GERAL: FILIAL E CANAL,    *
      * FILIAL, CANAL E POR FIM A GERAL (FILIAL 00, CANAL EM BRANCO)   *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-CONTA-ENCONTRADA
           IF NOT ARQ-MAPA-ABERTO
               GO TO 3100-FIM
           END-IF
           MOVE WS-LCT-EVENTO          TO MPC-EVENTO
           MOVE WS-LCT-FILIAL          TO MPC-FILIAL
           MOVE WS-LCT-CANAL           TO MPC-CANAL
           READ ARQ-MAPA-CONTABIL
           IF NOT FS-MPC-OK
               MOVE WS-LCT-FILIAL      TO MPC-FILIAL
               MOVE SPACE              TO MPC-CANAL
               READ ARQ-MAPA-CONTABIL
           END-IF
           IF NOT FS-MPC-OK
               MOVE 0                  TO MPC-FILIAL
               MOVE WS-LCT-CANAL       TO MPC-CANAL
               READ ARQ-MAPA-CONTABIL
           END-IF
           IF NOT FS-MPC-OK
               MOVE 0                  TO MPC-FILIAL
               MOVE SPACE              TO MPC-CANAL
               READ ARQ-MAPA-CONTABIL
           END-IF
           IF NOT FS-MPC-OK
               GO TO 3100-FIM
           END-IF
           MOVE "S"                    TO WS-CONTA-ENCONTRADA
           IF LCT-INVERTIDO
               MOVE MPC-CONTA-CREDITO  TO WS-CONTA-DEBITO
               MOVE MPC-CONTA-DEBITO   TO WS-CONTA-CREDITO
           ELSE
               MOVE MPC-CONTA-DEBITO   TO WS-CONTA-DEBITO
               MOVE MPC-CONTA-CREDITO  TO WS-CONTA-CREDITO
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-ABRIR-LOTE                 SECTION.
      *----------------------------------------------------------------*
      * O LOTE SO E NUMERADO QUANDO HA O QUE LANCAR; O ARQUIVO DE      *
      * INTERFACE LEVA O NUMERO DO LOTE NO NOME                        *
      *----------------------------------------------------------------*
           PERFORM 1100-LER-PROX-LOTE
           MOVE SPACES                 TO WS-NOME-INTERFACE
           STRING "WID-EXP-CTB-" WS-LOTE-ATUAL ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-INTERFACE
           OPEN OUTPUT ARQ-EXP-CONTABIL
           IF NOT FS-EXP-CTB-OK
               PERFORM 9992-ERRO-ARQUIVO-INTERFACE
           END-IF
           MOVE "S"                    TO WS-LOTE-ABERTO
           MOVE WS-LOTE-ATUAL          TO HDR-LOTE
           MOVE WS-DATA-ATUAL          TO HDR-DATA-GERACAO
           MOVE WS-HORA-ATUAL (1:6)    TO HDR-HORA-GERACAO
           MOVE WS-OPERADOR-ATUAL      TO HDR-OPERADOR
           WRITE REG-EXP-CONTABIL      FROM WS-REG-HEADER
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3300-GRAVAR-PARTIDA             SECTION.
      *----------------------------------------------------------------*
      * UMA PARTIDA = UMA LINHA A DEBITO E OUTRA A CREDITO, COM O      *
      * MESMO VALOR, DE MODO QUE O LOTE SEMPRE FECHA                   *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-PARTIDAS
           MOVE WS-LOTE-ATUAL          TO DET-LOTE
           MOVE WS-TOT-PARTIDAS        TO DET-PARTIDA
           MOVE WS-LCT-DATA            TO DET-DATA-LANCAMENTO
           MOVE WS-LCT-VALOR           TO DET-VALOR
           MOVE WS-LCT-FILIAL          TO DET-FILIAL
           MOVE WS-LCT-CANAL           TO DET-CANAL
           MOVE WS-LCT-EVENTO          TO DET-EVENTO
           MOVE WS-LCT-ORIGEM          TO DET-ORIGEM
           MOVE MPC-HISTORICO          TO DET-HISTORICO
           MOVE "D"                    TO DET-NATUREZA
           MOVE WS-CONTA-DEBITO        TO DET-CONTA
           WRITE REG-EXP-CONTABIL      FROM WS-REG-DETALHE
           MOVE "C"                    TO DET-NATUREZA
           MOVE WS-CONTA-CREDITO       TO DET-CONTA
           WRITE REG-EXP-CONTABIL      FROM WS-REG-DETALHE
           ADD 2                       TO WS-TOT-REGISTROS
           ADD WS-LCT-VALOR            TO WS-TOT-DEBITOS
           ADD WS-LCT-VALOR            TO WS-TOT-CREDITOS
           MOVE WS-LCT-EVENTO          TO SAI-EVENTO
           MOVE WS-LCT-ORIGEM          TO SAI-ORIGEM
           MOVE WS-LCT-DATA            TO SAI-DATA
           MOVE WS-CONTA-DEBITO        TO SAI-CONTA-DEBITO
           MOVE WS-CONTA-CREDITO       TO SAI-CONTA-CREDITO
           MOVE WS-LCT-VALOR           TO SAI-VALOR
           WRITE REG-REL-CONTABIL      FROM WS-LINHA-REL-CONTABIL
           .
       3300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3400-FECHAR-LOTE                SECTION.
      *----------------------------------------------------------------*
      * TRAILER COM OS TOTAIS DE CONTROLE E AVANCO DO NUMERO DE LOTE   *
      *----------------------------------------------------------------*
           MOVE WS-LOTE-ATUAL          TO TRL-LOTE
           MOVE WS-TOT-PARTIDAS        TO TRL-QTD-PARTIDAS
           MOVE WS-TOT-REGISTROS       TO TRL-QTD-REGISTROS
           MOVE WS-TOT-DEBITOS         TO TRL-TOTAL-DEBITOS
           MOVE WS-TOT-CREDITOS        TO TRL-TOTAL-CREDITOS
           WRITE REG-EXP-CONTABIL      FROM WS-REG-TRAILER
           CLOSE ARQ-EXP-CONTABIL
           MOVE "N"                    TO WS-LOTE-ABERTO
           OPEN OUTPUT ARQ-CTL-CONTABIL
           IF FS-CTL-OK
               COMPUTE CTL-PROX-LOTE = WS-LOTE-ATUAL + 1
               WRITE REG-CTL-CONTABIL
               CLOSE ARQ-CTL-CONTABIL
           END-IF
           .
       3400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3500-FECHAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-REL-CONTABIL
           PERFORM 8950-REGISTRAR-SPOOL
           .
       3500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           IF LOTE-ABERTO
               CLOSE ARQ-EXP-CONTABIL
               MOVE "N"                TO WS-LOTE-ABERTO
           END-IF
           IF ARQ-MAPA-ABERTO
               CLOSE ARQ-MAPA-CONTABIL
               MOVE "N"                TO WS-MAPA-ABERTO
           END-IF
           IF ARQ-PEDIDOS-ABERTO
               CLOSE ARQ-PEDIDOS
               MOVE "N"                TO WS-PEDIDOS-ABERTO
           END-IF
           IF ARQ-CLIENTES-ABERTO
               CLOSE ARQ-CLIENTES
               MOVE "N"                TO WS-CLIENTES-ABERTO
           END-IF
           IF ARQ-VENDEDORES-ABERTO
               CLOSE ARQ-VENDEDORES
               MOVE "N"                TO WS-VENDEDORES-ABERTO
           END-IF
           CLOSE ARQ-CONTABILIZADOS
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      * TOTAIS DE CONTROLE DO LOTE POR EVENTO, NO SPOOL E NA TELA      *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-REL-CONTABIL
           WRITE REG-REL-CONTABIL
           PERFORM VARYING WS-EVT-IND FROM 1 BY 1
                   UNTIL WS-EVT-IND > 14
               IF WS-EVT-QTD (WS-EVT-IND) > 0
                   OR WS-EVT-SEM-CONTA (WS-EVT-IND) > 0
                   MOVE WS-EVT-CODIGO (WS-EVT-IND)
                                       TO SAI-TOT-EVENTO
                   MOVE WS-EVT-QTD (WS-EVT-IND)
                                       TO SAI-TOT-QTD
                   MOVE WS-EVT-VALOR (WS-EVT-IND)
                                       TO SAI-TOT-VALOR
                   MOVE WS-EVT-SEM-CONTA (WS-EVT-IND)
                                       TO SAI-TOT-SEM-CONTA
                   WRITE REG-REL-CONTABIL
                                       FROM WS-LINHA-TOTAL-EVENTO
               END-IF
           END-PERFORM
           DISPLAY "RESUMO DA CONTABILIZACAO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           IF WS-TOT-PARTIDAS = 0
               MOVE "NENHUM EVENTO NOVO A CONTABILIZAR"
                                       TO WS-LINHA-RESUMO
           ELSE
               STRING "LOTE CONTABIL.............: "
                       WS-LOTE-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           END-IF
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PARTIDAS LANCADAS.........: "
                   WS-TOT-PARTIDAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE WS-TOT-DEBITOS         TO WS-VALOR-EDITADO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TOTAL A DEBITO............: "
                   WS-VALOR-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE WS-TOT-CREDITOS        TO WS-VALOR-EDITADO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TOTAL A CREDITO...........: "
                   WS-VALOR-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "EVENTOS SEM CONTA NO MAPA.: "
                   WS-TOT-SEM-CONTA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           PERFORM 7100-GRAVAR-RESUMO
           IF WS-TOT-PARTIDAS > 0
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "ARQUIVO DE INTERFACE......: "
                       WS-NOME-INTERFACE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               PERFORM 7100-GRAVAR-RESUMO
           END-IF
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7100-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-LINHA-RESUMO        TO REG-REL-CONTABIL
           WRITE REG-REL-CONTABIL
           .
       7100-FIM. EXIT.
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
               MOVE "LANCCONT"         TO EXE-PROGRAMA
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
               MOVE WS-HORA-ATUAL (1:6) TO SPL-HORA
               MOVE "LANCCONT"         TO SPL-PROGRAMA
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
       9991-ERRO-ARQUIVO-CONTABILIZADOS SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "ERRO NO ACESSO AO REGISTRO DE CONTABILIZADOS: "
                   WS-FS-CONTABILIZADO
           MOVE "ER"                   TO WS-STATUS-EXECUCAO
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           MOVE 8                      TO RETURN-CODE
           GOBACK
           .
       9991-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9992-ERRO-ARQUIVO-INTERFACE     SECTION.
      *----------------------------------------------------------------*
      * SEM O ARQUIVO DE INTERFACE NADA E REGISTRADO COMO LANCADO      *
      *----------------------------------------------------------------*
           DISPLAY "ERRO NA CRIACAO DO ARQUIVO DE INTERFACE "
                   WS-NOME-INTERFACE ": " WS-FS-EXP-CTB
           MOVE "ER"                   TO WS-STATUS-EXECUCAO
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           CLOSE ARQ-REL-CONTABIL
           MOVE "N"                    TO WS-LOTE-ABERTO
           PERFORM 6000-FECHAR-ARQUIVOS
           MOVE 8                      TO RETURN-CODE
           GOBACK
           .
       9992-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM LANCCONT.
      *----------------------------------------------------------------*
