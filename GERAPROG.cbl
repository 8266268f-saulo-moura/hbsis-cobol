      ******************************************************************
      * PROGRAMA.: GERAPROG                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: GERACAO DOS PEDIDOS PROGRAMADOS - PASSO DA CADEIA   *
      *            NOTURNA QUE, NO DIA DEVIDO DE CADA PROGRAMACAO      *
      *            ATIVA, INCLUI O PEDIDO DIGITADO PELAS REGRAS DA     *
      *            DIGITACAO (CREDITO, PRECO, ESTOQUE) E EMITE O       *
      *            RELATORIO DOS GERADOS E DAS FALHAS POR VENDEDOR     *
      ******************************************************************
      * NO FERIADO NACIONAL OU DA FILIAL DO CLIENTE O PEDIDO NAO E     *
      * GERADO E A PROGRAMACAO SO APARECE NO RELATORIO; O DIA PERDIDO  *
      * (FERIADO OU CADEIA QUE NAO RODOU) NAO E RECUPERADO, O CLIENTE  *
      * RECEBE NO PROXIMO DIA DEVIDO. A DATA DA ULTIMA GERACAO IMPEDE  *
      * GERAR DUAS VEZES NO MESMO DIA QUANDO A CADEIA E REINICIADA     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. GERAPROG.
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
           SELECT ARQ-PROGRAMADOS      ASSIGN TO  "WID-ARQ-PRG.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRG-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PROGRAMADO.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-FERIADOS         ASSIGN TO  "WID-ARQ-FER.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FER-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FERIADO.
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
           SELECT ARQ-REL-PROGRAMADOS  ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-PROGRAMADOS.
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
       FD ARQ-PROGRAMADOS.
       COPY PROGCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-FERIADOS.
       COPY FERICADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-REL-PROGRAMADOS.
       01 REG-REL-PROGRAMADOS          PIC X(132).
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
       77 WS-FS-PROGRAMADO             PIC X(02).
           88 FS-PRG-OK                VALUE "00" THRU "09".
           88 FS-PRG-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-FERIADO                PIC X(02).
           88 FS-FER-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-PROGRAMADOS        PIC X(02).
           88 FS-REL-PROGRAMADOS-OK    VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
      * --> ARQUIVOS DE CONSULTA ABERTOS
      *
       01 WS-CLIENTES-ABERTOS          PIC X(01)       VALUE "N".
           88 CLIENTES-ABERTOS         VALUE "S".
       01 WS-CARTEIRA-ABERTA           PIC X(01)       VALUE "N".
           88 CARTEIRA-ABERTA          VALUE "S".
       01 WS-VENDEDORES-ABERTOS        PIC X(01)       VALUE "N".
           88 VENDEDORES-ABERTOS       VALUE "S".
       01 WS-FERIADOS-ABERTOS          PIC X(01)       VALUE "N".
           88 FERIADOS-ABERTOS         VALUE "S".
      *
      * --> DIA DE HOJE PARA O TESTE DA FREQUENCIA: DIA DA SEMANA
      *     (1=SEGUNDA..7=DOMINGO), DIA DO MES E DATA EM DIAS
      *
       01 WS-DIA-SEMANA-HOJE           PIC 9(01)       VALUE 0.
       01 WS-DIA-MES-HOJE              PIC 9(02)       VALUE 0.
       01 WS-DIAS-HOJE                 PIC 9(07)       VALUE 0.
       01 WS-SEMANAS-INICIO            PIC 9(05)       VALUE 0.
       01 WS-QUOCIENTE                 PIC 9(05)       VALUE 0.
       01 WS-RESTO                     PIC 9(01)       VALUE 0.
       01 WS-PROGRAMADO-DEVIDO         PIC X(01)       VALUE "N".
           88 PROGRAMADO-DEVIDO        VALUE "S".
      *
      * --> PROGRAMACAO EM TRATAMENTO
      *
       01 WS-CPF-VENDEDOR              PIC 9(11)       VALUE 0.
       01 WS-NOME-CLIENTE              PIC X(40)       VALUE SPACES.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-COND-PADRAO               PIC 9(02)       VALUE 0.
       01 WS-DESCRICAO-FERIADO         PIC X(30)       VALUE SPACES.
       01 WS-EM-FERIADO                PIC X(01)       VALUE "N".
           88 EM-FERIADO               VALUE "S".
       01 WS-MOTIVO-FALHA              PIC 9(02)       VALUE 0.
       01 WS-PRODUTO-FALHA             PIC 9(07)       VALUE 0.
       01 WS-DESCRICAO-MOTIVO          PIC X(40)       VALUE SPACES.
       01 WS-ITE-IND                   PIC 9(02)       VALUE 0.
       01 WS-PROX-PEDIDO               PIC 9(09)       VALUE 0.
       01 WS-TENTATIVAS                PIC 9(02)       VALUE 0.
       01 WS-REPETIR-INCLUSAO          PIC X(01)       VALUE "N".
           88 REPETIR-INCLUSAO         VALUE "S".
      *
      * --> PROGRAMACOES NO FERIADO E FALHAS, GUARDADAS PARA O FIM DO
      *     RELATORIO; AS FALHAS SAEM AGRUPADAS POR VENDEDOR
      *
       01 WS-QTD-FERIADOS              PIC 9(03)       VALUE 0.
       01 WS-FER-IND                   PIC 9(03)       VALUE 0.
       01 WS-FER-TABELA.
           05 WS-FER-OCORRENCIA        OCCURS 200 TIMES.
               10 WS-FER-CNPJ          PIC 9(14).
               10 WS-FER-SEQUENCIA     PIC 9(02).
               10 WS-FER-NOME          PIC X(40).
               10 WS-FER-DESCRICAO     PIC X(30).
       01 WS-QTD-FALHAS                PIC 9(03)       VALUE 0.
       01 WS-FAL-IND                   PIC 9(03)       VALUE 0.
       01 WS-FAL-GRUPO                 PIC 9(03)       VALUE 0.
       01 WS-FAL-TABELA.
           05 WS-FAL-OCORRENCIA        OCCURS 500 TIMES.
               10 WS-FAL-CPF           PIC 9(11).
               10 WS-FAL-CNPJ          PIC 9(14).
               10 WS-FAL-SEQUENCIA     PIC 9(02).
               10 WS-FAL-NOME          PIC X(40).
               10 WS-FAL-MOTIVO        PIC 9(02).
               10 WS-FAL-PRODUTO       PIC 9(07).
               10 WS-FAL-IMPRESSA      PIC X(01).
                   88 FAL-IMPRESSA     VALUE "S".
      *
       01 WS-TOT-LIDOS                 PIC 9(05)       VALUE 0.
       01 WS-TOT-DEVIDOS               PIC 9(05)       VALUE 0.
       01 WS-TOT-GERADOS               PIC 9(05)       VALUE 0.
       01 WS-TOT-FERIADOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-FALHAS                PIC 9(05)       VALUE 0.
       01 WS-TOT-VALOR                 PIC 9(11)V99    VALUE 0.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE INCLUSAO DO PEDIDO
      *
       COPY PEDIPARM.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-GERADO.
           05 SAI-GER-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-GER-SEQUENCIA        PIC 9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-GER-NOME             PIC X(40).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-GER-FREQUENCIA       PIC X(01).
           05 FILLER                   PIC X(02)       VALUE SPACES.
           05 SAI-GER-PEDIDO           PIC Z(08)9.
           05 FILLER                   PIC X(02)       VALUE SPACES.
           05 SAI-GER-ITENS            PIC Z9.
           05 FILLER                   PIC X(02)       VALUE SPACES.
           05 SAI-GER-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-FERIADO.
           05 SAI-FER-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-FER-SEQUENCIA        PIC 9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-FER-NOME             PIC X(40).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-FER-DESCRICAO        PIC X(30).
       01 WS-LINHA-FALHA.
           05 SAI-FAL-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-FAL-SEQUENCIA        PIC 9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-FAL-NOME             PIC X(40).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-FAL-MOTIVO           PIC 9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-FAL-DESCRICAO        PIC X(40).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-FAL-PRODUTO          PIC Z(06)9.
       01 WS-LINHA-VENDEDOR.
           05 FILLER                   PIC X(10)       VALUE
              "VENDEDOR: ".
           05 SAI-VEN-CPF              PIC 9(11).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-VEN-NOME             PIC X(40).
       01 WS-DATA-EDITADA              PIC 9(04)/9(02)/9(02).
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
       PERFORM 0000-GERAR-PROGRAMADOS.
      *----------------------------------------------------------------*
       0000-GERAR-PROGRAMADOS          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           OPEN I-O ARQ-PROGRAMADOS
           IF FS-PRG-NAO-EXISTE
               DISPLAY "NAO HA PEDIDOS PROGRAMADOS"
               MOVE 0                  TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT FS-PRG-OK
               DISPLAY "ERRO NA ABERTURA DOS PEDIDOS PROGRAMADOS: "
                       WS-FS-PROGRAMADO
               MOVE "ER"               TO WS-STATUS-EXECUCAO
               PERFORM 8900-GRAVAR-LOG-EXECUCAO
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
           COMPUTE WS-DIA-SEMANA-HOJE =
                   FUNCTION MOD (WS-DIAS-HOJE - 1, 7) + 1
           MOVE WS-DATA-ATUAL (7:2)    TO WS-DIA-MES-HOJE
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-ACHAR-ULTIMO-PEDIDO
           READ ARQ-PROGRAMADOS NEXT
           PERFORM UNTIL NOT FS-PRG-OK
               ADD 1                   TO WS-TOT-LIDOS
               PERFORM 2000-PROCESSAR-PROGRAMADO
               READ ARQ-PROGRAMADOS NEXT
           END-PERFORM
           PERFORM 3000-IMPRIMIR-FERIADOS
           PERFORM 3100-IMPRIMIR-FALHAS
           PERFORM 6000-FECHAR-ARQUIVOS
           PERFORM 8950-REGISTRAR-SPOOL
           IF WS-TOT-FALHAS > 0
               MOVE "AV"               TO WS-STATUS-EXECUCAO
           END-IF
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "PROG=" WS-TOT-LIDOS
                  " DEV=" WS-TOT-DEVIDOS
                  " GER=" WS-TOT-GERADOS
                  " FER=" WS-TOT-FERIADOS
                  " FALHA=" WS-TOT-FALHAS
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           PERFORM 7000-IMPRIMIR-RESUMO
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
      *
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE "S"                TO WS-CLIENTES-ABERTOS
           END-IF
           OPEN INPUT ARQ-CARTEIRA
           IF FS-CAR-OK
               MOVE "S"                TO WS-CARTEIRA-ABERTA
           END-IF
           OPEN INPUT ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE "S"                TO WS-VENDEDORES-ABERTOS
           END-IF
           OPEN INPUT ARQ-FERIADOS
           IF FS-FER-OK
               MOVE "S"                TO WS-FERIADOS-ABERTOS
           END-IF
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-PRG-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-PROGRAMADOS
           MOVE WS-DATA-ATUAL          TO WS-DATA-EDITADA
           STRING "PEDIDOS PROGRAMADOS GERADOS EM " WS-DATA-EDITADA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CNPJ           SQ CLIENTE"
                                       TO WS-LINHA-CABECALHO
           MOVE "F     PEDIDO  IT          VALOR"
                                       TO WS-LINHA-CABECALHO (60:)
           PERFORM 3900-GRAVAR-LINHA
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ACHAR-ULTIMO-PEDIDO        SECTION.
      *----------------------------------------------------------------*
      * OS PEDIDOS GERADOS SAO NUMERADOS A PARTIR DO MAIOR NUMERO JA   *
      * CADASTRADO                                                     *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PROX-PEDIDO
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               MOVE 0                  TO PED-NUMERO
               START ARQ-PEDIDOS       KEY IS NOT < PED-NUMERO
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-PED-OK
                   MOVE PED-NUMERO     TO WS-PROX-PEDIDO
                   READ ARQ-PEDIDOS NEXT
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF
           ADD 1                       TO WS-PROX-PEDIDO
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR-PROGRAMADO       SECTION.
      *----------------------------------------------------------------*
      * SO A PROGRAMACAO ATIVA, DENTRO DA VIGENCIA, AINDA NAO GERADA   *
      * HOJE E DEVIDA NO DIA DE HOJE VIRA PEDIDO                       *
      *----------------------------------------------------------------*
           IF NOT PRG-ATIVO
               OR PRG-DATA-INICIO > WS-DATA-ATUAL
               OR (PRG-DATA-FIM > 0 AND PRG-DATA-FIM < WS-DATA-ATUAL)
               OR PRG-ULTIMA-GERACAO NOT < WS-DATA-ATUAL
               GO TO 2000-FIM
           END-IF
           PERFORM 2100-VERIFICAR-DIA-DEVIDO
           IF NOT PROGRAMADO-DEVIDO
               GO TO 2000-FIM
           END-IF
           ADD 1                       TO WS-TOT-DEVIDOS
           MOVE 0                      TO WS-CPF-VENDEDOR
           MOVE 0                      TO WS-PRODUTO-FALHA
           MOVE SPACES                 TO WS-NOME-CLIENTE
           MOVE PRG-CNPJ               TO CAR-CNPJ
           IF CARTEIRA-ABERTA
               READ ARQ-CARTEIRA       KEY IS CAR-CNPJ
               IF FS-CAR-OK
                   MOVE CAR-CPF        TO WS-CPF-VENDEDOR
               END-IF
           END-IF
           MOVE PRG-CNPJ               TO CNPJ
           IF CLIENTES-ABERTOS
               READ ARQ-CLIENTES
           END-IF
           IF NOT CLIENTES-ABERTOS OR NOT FS-CLI-OK
               OR NOT REGISTRO-ATIVO
               MOVE 31                 TO WS-MOTIVO-FALHA
               PERFORM 2900-REGISTRAR-FALHA
               GO TO 2000-FIM
           END-IF
           MOVE NOME                   TO WS-NOME-CLIENTE
           MOVE FILIAL                 TO WS-FILIAL-CLIENTE
           MOVE COND-PAGTO-PADRAO      TO WS-COND-PADRAO
           PERFORM 2200-VERIFICAR-FERIADO
           IF EM-FERIADO
               PERFORM 2800-REGISTRAR-FERIADO
               GO TO 2000-FIM
           END-IF
           IF WS-CPF-VENDEDOR = 0
               MOVE 32                 TO WS-MOTIVO-FALHA
               PERFORM 2900-REGISTRAR-FALHA
               GO TO 2000-FIM
           END-IF
           PERFORM 2500-INCLUIR-PEDIDO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-VERIFICAR-DIA-DEVIDO       SECTION.
      *----------------------------------------------------------------*
      * SEMANAL: NO DIA DA SEMANA; QUINZENAL: NO DIA DA SEMANA, UMA    *
      * SEMANA SIM E OUTRA NAO CONTANDO DO INICIO; MENSAL: NO DIA DO   *
      * MES                                                            *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-PROGRAMADO-DEVIDO
           EVALUATE TRUE
               WHEN PRG-SEMANAL
                   IF PRG-DIA-SEMANA = WS-DIA-SEMANA-HOJE
                       MOVE "S"        TO WS-PROGRAMADO-DEVIDO
                   END-IF
               WHEN PRG-QUINZENAL
                   IF PRG-DIA-SEMANA = WS-DIA-SEMANA-HOJE
                       COMPUTE WS-SEMANAS-INICIO =
                           (WS-DIAS-HOJE - FUNCTION INTEGER-OF-DATE
                                           (PRG-DATA-INICIO)) / 7
                       DIVIDE WS-SEMANAS-INICIO BY 2
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO
                       IF WS-RESTO = 0
                           MOVE "S"    TO WS-PROGRAMADO-DEVIDO
                       END-IF
                   END-IF
               WHEN PRG-MENSAL
                   IF PRG-DIA-MES = WS-DIA-MES-HOJE
                       MOVE "S"        TO WS-PROGRAMADO-DEVIDO
                   END-IF
           END-EVALUATE
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-VERIFICAR-FERIADO          SECTION.
      *----------------------------------------------------------------*
      * FERIADO NACIONAL (FILIAL ZERO) OU DA FILIAL DO CLIENTE         *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-EM-FERIADO
           MOVE SPACES                 TO WS-DESCRICAO-FERIADO
           IF NOT FERIADOS-ABERTOS
               GO TO 2200-FIM
           END-IF
           MOVE WS-DATA-ATUAL          TO FER-DATA
           MOVE 0                      TO FER-FILIAL
           READ ARQ-FERIADOS
           IF NOT FS-FER-OK AND WS-FILIAL-CLIENTE > 0
               MOVE WS-DATA-ATUAL      TO FER-DATA
               MOVE WS-FILIAL-CLIENTE  TO FER-FILIAL
               READ ARQ-FERIADOS
           END-IF
           IF FS-FER-OK
               MOVE "S"                TO WS-EM-FERIADO
               MOVE FER-DESCRICAO      TO WS-DESCRICAO-FERIADO
           END-IF
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-INCLUIR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      * PEDIDO DE VENDA NA DATA DE HOJE, PELAS REGRAS DA DIGITACAO E   *
      * COM O PRECO DO DIA; SEM CONDICAO NA PROGRAMACAO VALE A PADRAO  *
      * DO CLIENTE. SE O NUMERO FOI OCUPADO NESSE MEIO TEMPO, TENTA O  *
      * SEGUINTE                                                       *
      *----------------------------------------------------------------*
           INITIALIZE REG-PARM-PEDIDO
           MOVE PRG-CNPJ               TO PPD-CNPJ
           MOVE WS-CPF-VENDEDOR        TO PPD-CPF
           MOVE WS-DATA-ATUAL          TO PPD-DATA
           MOVE "V"                    TO PPD-TIPO
           IF PRG-COND-PAGTO > 0
               MOVE PRG-COND-PAGTO     TO PPD-COND-PAGTO
           ELSE
               MOVE WS-COND-PADRAO     TO PPD-COND-PAGTO
           END-IF
           MOVE "GERAPROG"             TO PPD-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PPD-OPERADOR
           MOVE SPACES                 TO PPD-PEDIDO-REDE
           MOVE 0                      TO PPD-NIVEL
           MOVE PRG-QTD-ITENS          TO PPD-QTD-ITENS
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > PRG-QTD-ITENS
               MOVE PRG-ITE-PRODUTO (WS-ITE-IND)
                                   TO PPD-ITE-PRODUTO (WS-ITE-IND)
               MOVE PRG-ITE-QUANTIDADE (WS-ITE-IND)
                                   TO PPD-ITE-QUANTIDADE (WS-ITE-IND)
               MOVE 0              TO PPD-ITE-PRECO (WS-ITE-IND)
           END-PERFORM
           MOVE 0                      TO WS-TENTATIVAS
           MOVE "S"                    TO WS-REPETIR-INCLUSAO
           PERFORM UNTIL NOT REPETIR-INCLUSAO
               MOVE WS-PROX-PEDIDO     TO PPD-NUMERO
               CALL "INCLPEDI"         USING REG-PARM-PEDIDO
               ADD 1                   TO WS-PROX-PEDIDO
               ADD 1                   TO WS-TENTATIVAS
               IF PPD-RETORNO NOT = 1
                   OR PPD-NUM-EXISTENTE NOT = PPD-NUMERO
                   OR WS-TENTATIVAS NOT < 10
                   MOVE "N"            TO WS-REPETIR-INCLUSAO
               END-IF
           END-PERFORM
           IF NOT PPD-GRAVADO
               MOVE PPD-RETORNO        TO WS-MOTIVO-FALHA
               IF PPD-ITEM-RECUSADO > 0
                   AND PPD-ITEM-RECUSADO NOT > PRG-QTD-ITENS
                   MOVE PRG-ITE-PRODUTO (PPD-ITEM-RECUSADO)
                                       TO WS-PRODUTO-FALHA
               END-IF
               PERFORM 2900-REGISTRAR-FALHA
               GO TO 2500-FIM
           END-IF
           MOVE WS-DATA-ATUAL          TO PRG-ULTIMA-GERACAO
           MOVE PPD-NUMERO             TO PRG-ULTIMO-PEDIDO
           REWRITE REG-PEDIDO-PROGRAMADO
           ADD 1                       TO WS-TOT-GERADOS
           ADD PPD-VALOR               TO WS-TOT-VALOR
           MOVE PRG-CNPJ               TO SAI-GER-CNPJ
           MOVE PRG-SEQUENCIA          TO SAI-GER-SEQUENCIA
           MOVE WS-NOME-CLIENTE        TO SAI-GER-NOME
           MOVE PRG-FREQUENCIA         TO SAI-GER-FREQUENCIA
           MOVE PPD-NUMERO             TO SAI-GER-PEDIDO
           MOVE PRG-QTD-ITENS          TO SAI-GER-ITENS
           MOVE PPD-VALOR              TO SAI-GER-VALOR
           MOVE WS-LINHA-GERADO        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2800-REGISTRAR-FERIADO          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-FERIADOS
           IF WS-QTD-FERIADOS < 200
               ADD 1                   TO WS-QTD-FERIADOS
               MOVE PRG-CNPJ
                           TO WS-FER-CNPJ (WS-QTD-FERIADOS)
               MOVE PRG-SEQUENCIA
                           TO WS-FER-SEQUENCIA (WS-QTD-FERIADOS)
               MOVE WS-NOME-CLIENTE
                           TO WS-FER-NOME (WS-QTD-FERIADOS)
               MOVE WS-DESCRICAO-FERIADO
                           TO WS-FER-DESCRICAO (WS-QTD-FERIADOS)
           END-IF
           .
       2800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-REGISTRAR-FALHA            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-FALHAS
           IF WS-QTD-FALHAS < 500
               ADD 1                   TO WS-QTD-FALHAS
               MOVE WS-CPF-VENDEDOR
                           TO WS-FAL-CPF (WS-QTD-FALHAS)
               MOVE PRG-CNPJ
                           TO WS-FAL-CNPJ (WS-QTD-FALHAS)
               MOVE PRG-SEQUENCIA
                           TO WS-FAL-SEQUENCIA (WS-QTD-FALHAS)
               MOVE WS-NOME-CLIENTE
                           TO WS-FAL-NOME (WS-QTD-FALHAS)
               MOVE WS-MOTIVO-FALHA
                           TO WS-FAL-MOTIVO (WS-QTD-FALHAS)
               MOVE WS-PRODUTO-FALHA
                           TO WS-FAL-PRODUTO (WS-QTD-FALHAS)
               MOVE "N"    TO WS-FAL-IMPRESSA (WS-QTD-FALHAS)
           END-IF
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-FERIADOS          SECTION.
      *----------------------------------------------------------------*
      *
           IF WS-QTD-FERIADOS = 0
               GO TO 3000-FIM
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           MOVE "NAO GERADOS POR FERIADO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-FER-IND FROM 1 BY 1
                   UNTIL WS-FER-IND > WS-QTD-FERIADOS
               MOVE WS-FER-CNPJ (WS-FER-IND)
                                       TO SAI-FER-CNPJ
               MOVE WS-FER-SEQUENCIA (WS-FER-IND)
                                       TO SAI-FER-SEQUENCIA
               MOVE WS-FER-NOME (WS-FER-IND)
                                       TO SAI-FER-NOME
               MOVE WS-FER-DESCRICAO (WS-FER-IND)
                                       TO SAI-FER-DESCRICAO
               MOVE WS-LINHA-FERIADO   TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-IMPRIMIR-FALHAS            SECTION.
      *----------------------------------------------------------------*
      * AS FALHAS SAEM AGRUPADAS POR VENDEDOR, NA ORDEM EM QUE CADA    *
      * VENDEDOR APARECEU, PARA QUE CADA UM TRATE AS SUAS              *
      *----------------------------------------------------------------*
           IF WS-QTD-FALHAS = 0
               GO TO 3100-FIM
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           MOVE "FALHAS PARA O VENDEDOR TRATAR"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-FAL-GRUPO FROM 1 BY 1
                   UNTIL WS-FAL-GRUPO > WS-QTD-FALHAS
               IF NOT FAL-IMPRESSA (WS-FAL-GRUPO)
                   PERFORM 3150-IMPRIMIR-VENDEDOR
               END-IF
           END-PERFORM
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3150-IMPRIMIR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-FAL-CPF (WS-FAL-GRUPO)
                                       TO SAI-VEN-CPF
           MOVE "SEM VENDEDOR NA CARTEIRA"
                                       TO SAI-VEN-NOME
           IF VENDEDORES-ABERTOS AND WS-FAL-CPF (WS-FAL-GRUPO) > 0
               MOVE WS-FAL-CPF (WS-FAL-GRUPO)
                                       TO VEN-CPF
               READ ARQ-VENDEDORES
               IF FS-VEN-OK
                   MOVE VEN-NOME       TO SAI-VEN-NOME
               ELSE
                   MOVE SPACES         TO SAI-VEN-NOME
               END-IF
           END-IF
           MOVE WS-LINHA-VENDEDOR      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-FAL-IND FROM WS-FAL-GRUPO BY 1
                   UNTIL WS-FAL-IND > WS-QTD-FALHAS
               IF WS-FAL-CPF (WS-FAL-IND) = WS-FAL-CPF (WS-FAL-GRUPO)
                   MOVE "S"        TO WS-FAL-IMPRESSA (WS-FAL-IND)
                   MOVE WS-FAL-CNPJ (WS-FAL-IND)
                                       TO SAI-FAL-CNPJ
                   MOVE WS-FAL-SEQUENCIA (WS-FAL-IND)
                                       TO SAI-FAL-SEQUENCIA
                   MOVE WS-FAL-NOME (WS-FAL-IND)
                                       TO SAI-FAL-NOME
                   MOVE WS-FAL-MOTIVO (WS-FAL-IND)
                                       TO SAI-FAL-MOTIVO
                   MOVE WS-FAL-MOTIVO (WS-FAL-IND)
                                       TO WS-MOTIVO-FALHA
                   PERFORM 3800-DESCREVER-MOTIVO
                   MOVE WS-DESCRICAO-MOTIVO
                                       TO SAI-FAL-DESCRICAO
                   MOVE WS-FAL-PRODUTO (WS-FAL-IND)
                                       TO SAI-FAL-PRODUTO
                   MOVE WS-LINHA-FALHA TO WS-LINHA-CABECALHO
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
           END-PERFORM
           .
       3150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3800-DESCREVER-MOTIVO           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WS-MOTIVO-FALHA
               WHEN 1
                   MOVE "NUMERO DO PEDIDO JA CADASTRADO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 2
                   MOVE "TIPO DO PEDIDO INVALIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 3
                   MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 4
                   MOVE "DATA DO PEDIDO INVALIDA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 5
                   MOVE "COMPETENCIA JA FECHADA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 6
                   MOVE "CLIENTE NAO ENCONTRADO OU INATIVO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 7
                   MOVE "VENDEDOR NAO ENCONTRADO OU INATIVO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 8
                   MOVE "CLIENTE SEM VINCULO NA CARTEIRA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 9
                   MOVE "CLIENTE DE OUTRO VENDEDOR"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 10
                   MOVE "LIMITE DE CREDITO EXCEDIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 11
                   MOVE "LIMITE DE CREDITO DA REDE EXCEDIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 12
                   MOVE "CLIENTE BLOQUEADO NA COBRANCA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 13
                   MOVE "LIMITE DE VASILHAMES EXCEDIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 14
                   MOVE "PROGRAMACAO SEM ITENS"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 15
                   MOVE "PRODUTO NAO ENCONTRADO OU INATIVO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 16
                   MOVE "QUANTIDADE INVALIDA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 17
                   MOVE "PRODUTO SEM PRECO PARA O SEGMENTO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 18
                   MOVE "ESTOQUE INSUFICIENTE NA FILIAL"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 19
                   MOVE "BONIFICACAO ACIMA DO LIMITE"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 20
                   MOVE "POSSIVEL DUPLICATA DE PEDIDO EXISTENTE"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 21
                   MOVE "ALVARA EXIGIDO DO CLIENTE VENCIDO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 31
                   MOVE "CLIENTE NAO CADASTRADO OU INATIVO"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN 32
                   MOVE "CLIENTE SEM VENDEDOR NA CARTEIRA"
                                       TO WS-DESCRICAO-MOTIVO
               WHEN OTHER
                   MOVE "ERRO NO ACESSO AOS ARQUIVOS"
                                       TO WS-DESCRICAO-MOTIVO
           END-EVALUATE
           .
       3800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-PROGRAMADOS
           WRITE REG-REL-PROGRAMADOS
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PROGRAMADOS
           IF CLIENTES-ABERTOS
               CLOSE ARQ-CLIENTES
           END-IF
           IF CARTEIRA-ABERTA
               CLOSE ARQ-CARTEIRA
           END-IF
           IF VENDEDORES-ABERTOS
               CLOSE ARQ-VENDEDORES
           END-IF
           IF FERIADOS-ABERTOS
               CLOSE ARQ-FERIADOS
           END-IF
           CLOSE ARQ-REL-PROGRAMADOS
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA GERACAO DOS PEDIDOS PROGRAMADOS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PROGRAMACOES LIDAS........: "
                   WS-TOT-LIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "DEVIDAS HOJE..............: "
                   WS-TOT-DEVIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS GERADOS...........: "
                   WS-TOT-GERADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "NAO GERADOS POR FERIADO...: "
                   WS-TOT-FERIADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FALHAS....................: "
                   WS-TOT-FALHAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "RELATORIO EM " WS-NOME-GERACAO
           .
       7000-FIM. EXIT.
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
               MOVE "GERAPROG"         TO EXE-PROGRAMA
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
      * REGISTRA O RELATORIO NO CONTROLE DE SPOOL, PARA O GERENCIADOR  *
      * LISTAR, REIMPRIMIR E EXPURGAR                                  *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-INICIO-EXEC TO SPL-HORA
               MOVE "GERAPROG"         TO SPL-PROGRAMA
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
       END PROGRAM GERAPROG.
      *----------------------------------------------------------------*
