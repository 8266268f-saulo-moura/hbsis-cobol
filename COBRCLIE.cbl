      ******************************************************************
      * PROGRAMA.: COBRCLIE                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: LOTE NOTURNO DA REGUA DE COBRANCA - APURA O DEBITO  *
      *            VENCIDO DE CADA CLIENTE NO CONTAS A RECEBER E       *
      *            AVANCA O CLIENTE PELOS ESTAGIOS (LEMBRETE, SEGUNDO  *
      *            AVISO E AVISO FINAL) CONFORME OS DIAS DE ATRASO,    *
      *            GERANDO A CARTA/E-MAIL DE CADA ESTAGIO PARA O       *
      *            GATEWAY DE CORREIO; NO AVISO FINAL BLOQUEIA NOVOS   *
      *            PEDIDOS E, VENCIDO O PRAZO, INCLUI O CLIENTE NO     *
      *            EXTRATO PARA O BIRO DE CREDITO (COM A EXCLUSAO      *
      *            QUANDO QUITADO)                                     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. COBRCLIE.
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
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-COBRANCA         ASSIGN TO  "WID-ARQ-COB.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS COB-CNPJ
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-COBRANCA.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-CARTA-COBRANCA   ASSIGN TO WS-NOME-ARQ-CARTA
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-CARTA.
      *
           SELECT ARQ-EXT-NEGATIVACAO  ASSIGN TO WS-NOME-ARQ-EXTRATO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-EXTRATO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-COBRANCA.
       COPY COBRCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-CARTA-COBRANCA.
       01 REG-CARTA-COBRANCA           PIC X(132).
      *
       FD ARQ-EXT-NEGATIVACAO.
       01 REG-EXT-NEGATIVACAO          PIC X(200).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
           88 FS-REC-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-COBRANCA               PIC X(02).
           88 FS-COB-OK                VALUE "00" THRU "09".
           88 FS-COB-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTA                  PIC X(02).
           88 FS-CRT-OK                VALUE "00" THRU "09".
       77 WS-FS-EXTRATO                PIC X(02).
           88 FS-EXN-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-ARQ-CARTA            PIC X(30)       VALUE SPACES.
       01 WS-NOME-ARQ-EXTRATO          PIC X(30)       VALUE SPACES.
       01 WS-CNPJ-TEXTO                PIC 9(14)       VALUE 0.
      *
      * --> REGUA DE COBRANCA: DIAS DE ATRASO DE CADA ESTAGIO E PRAZO
      *     APOS O AVISO FINAL PARA A NEGATIVACAO (PARAMETROS DO
      *     SISTEMA, COM PADRAO QUANDO NAO INFORMADOS)
      *
       01 WS-REGUA.
           05 WS-DIAS-ESTAGIO          PIC 9(03)   OCCURS 3 TIMES.
       01 WS-DIAS-NEGATIVACAO          PIC 9(03)       VALUE 10.
       01 WS-PROX-ESTAGIO              PIC 9(01)       VALUE 0.
       01 WS-DIAS-ESTAGIO-ATUAL        PIC 9(03)       VALUE 0.
       01 WS-DIAS-DESDE-ESTAGIO        PIC 9(05)       VALUE 0.
      *
      * --> DEBITO VENCIDO POR CLIENTE, APURADO NO CONTAS A RECEBER E
      *     MANTIDO EM ORDEM DE CNPJ
      *
       01 WS-QTD-CLIENTES              PIC 9(04)       VALUE 0.
       01 WS-CLI-POS                   PIC 9(04)       VALUE 0.
       01 WS-CLI-DESL                  PIC 9(04)       VALUE 0.
       01 WS-ACHOU-CLIENTE             PIC X(01)       VALUE "N".
           88 ACHOU-CLIENTE            VALUE "S".
       01 WS-TABELA-ESTOUROU           PIC X(01)       VALUE "N".
           88 TABELA-ESTOUROU          VALUE "S".
       01 WS-CLI-TABELA.
           05 WS-CLI-OCORRENCIA        OCCURS 5000 TIMES.
               10 WS-CLI-CNPJ          PIC 9(14).
               10 WS-CLI-DIAS-ATRASO   PIC 9(05).
               10 WS-CLI-QTD-VENCIDOS  PIC 9(05).
               10 WS-CLI-SALDO-VENCIDO PIC 9(09)V99.
               10 WS-CLI-VENC-ANTIGO   PIC 9(08).
               10 WS-CLI-TRATADO       PIC X(01).
                   88 CLI-TRATADO      VALUE "S".
       01 WS-DIAS-ATRASO               PIC 9(05)       VALUE 0.
      *
      * --> REGISTROS DE HEADER, DETALHE E TRAILER DO EXTRATO DE
      *     NEGATIVACAO (I = INCLUSAO, E = EXCLUSAO DO CLIENTE)
      *
       01 WS-REG-HEADER.
           05 FILLER                   PIC X(01)   VALUE "H".
           05 HDR-DATA-GERACAO         PIC 9(08).
           05 HDR-HORA-GERACAO         PIC 9(06).
      *
       01 WS-REG-DETALHE.
           05 FILLER                   PIC X(01)   VALUE "D".
           05 DET-MOVIMENTO            PIC X(01).
           05 DET-CNPJ                 PIC 9(14).
           05 DET-NOME-CLI             PIC X(40).
           05 DET-LOGRADOURO           PIC X(40).
           05 DET-NUMERO               PIC X(08).
           05 DET-BAIRRO               PIC X(20).
           05 DET-MUNICIPIO            PIC X(30).
           05 DET-UF                   PIC X(02).
           05 DET-CEP                  PIC 9(08).
           05 DET-VALOR-DEBITO         PIC 9(09)V99.
           05 DET-VENC-MAIS-ANTIGO     PIC 9(08).
      *
       01 WS-REG-TRAILER.
           05 FILLER                   PIC X(01)   VALUE "T".
           05 TRL-QTD-REGISTROS        PIC 9(09).
           05 TRL-VALOR-TOTAL          PIC 9(13)V99.
      *
      * --> CARTA DO ESTAGIO
      *
       01 WS-LINHA-CARTA               PIC X(132)      VALUE SPACES.
       01 WS-SALDO-EDITADO             PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-DIAS-EDITADO              PIC ZZ9.
      *
      * --> TOTAIS DO LOTE
      *
       01 WS-TOT-VENCIDOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-ESTAGIO               PIC 9(05)   OCCURS 3 TIMES.
       01 WS-TOT-BLOQUEADOS            PIC 9(05)       VALUE 0.
       01 WS-TOT-QUITADOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-INCLUSOES             PIC 9(05)       VALUE 0.
       01 WS-TOT-EXCLUSOES             PIC 9(05)       VALUE 0.
       01 WS-TOT-REGISTROS             PIC 9(09)       VALUE 0.
       01 WS-TOT-VALOR-EXTRATO         PIC 9(13)V99    VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-REGUA-COBRANCA.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-REGUA-COBRANCA             SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           INITIALIZE WS-TOT-ESTAGIO (1) WS-TOT-ESTAGIO (2)
                      WS-TOT-ESTAGIO (3)
           PERFORM 0100-LER-PARAMETROS
           OPEN INPUT ARQ-RECEBER
           IF NOT FS-REC-OK
               DISPLAY "NAO HA TITULOS A RECEBER"
               GOBACK
           END-IF
           PERFORM 1000-APURAR-VENCIDOS
           CLOSE ARQ-RECEBER
           OPEN I-O ARQ-COBRANCA
           IF FS-COB-NAO-EXISTE
               OPEN OUTPUT ARQ-COBRANCA
               CLOSE ARQ-COBRANCA
               OPEN I-O ARQ-COBRANCA
           END-IF
           IF NOT FS-COB-OK
               DISPLAY "ERRO NO ARQUIVO DE COBRANCA: " WS-FS-COBRANCA
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           PERFORM 1100-ABRIR-EXTRATO
           PERFORM 2000-ATUALIZAR-COBRANCAS
           PERFORM 3000-INCLUIR-NOVOS-VENCIDOS
           PERFORM 1900-FECHAR-EXTRATO
           CLOSE ARQ-COBRANCA
           CLOSE ARQ-CLIENTES
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * DIAS DE CADA ESTAGIO E PRAZO DA NEGATIVACAO; SEM ARQUIVO OU    *
      * CAMPO ZERADO, VALE O PADRAO DE 5, 15 E 30 DIAS DE ATRASO E 10  *
      * DIAS APOS O AVISO FINAL                                        *
      *----------------------------------------------------------------*
           MOVE 5                      TO WS-DIAS-ESTAGIO (1)
           MOVE 15                     TO WS-DIAS-ESTAGIO (2)
           MOVE 30                     TO WS-DIAS-ESTAGIO (3)
           MOVE 10                     TO WS-DIAS-NEGATIVACAO
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS     NEXT
               IF FS-PAR-OK
                   IF PAR-COB-DIAS-LEMBRETE NUMERIC
                       AND PAR-COB-DIAS-LEMBRETE > 0
                       MOVE PAR-COB-DIAS-LEMBRETE
                                       TO WS-DIAS-ESTAGIO (1)
                   END-IF
                   IF PAR-COB-DIAS-SEGUNDO NUMERIC
                       AND PAR-COB-DIAS-SEGUNDO > 0
                       MOVE PAR-COB-DIAS-SEGUNDO
                                       TO WS-DIAS-ESTAGIO (2)
                   END-IF
                   IF PAR-COB-DIAS-FINAL NUMERIC
                       AND PAR-COB-DIAS-FINAL > 0
                       MOVE PAR-COB-DIAS-FINAL
                                       TO WS-DIAS-ESTAGIO (3)
                   END-IF
                   IF PAR-COB-DIAS-NEGATIVACAO NUMERIC
                       AND PAR-COB-DIAS-NEGATIVACAO > 0
                       MOVE PAR-COB-DIAS-NEGATIVACAO
                                       TO WS-DIAS-NEGATIVACAO
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-APURAR-VENCIDOS            SECTION.
      *----------------------------------------------------------------*
      * SOMA POR CLIENTE O SALDO DOS TITULOS EM ABERTO JA VENCIDOS,    *
      * GUARDANDO O MAIOR ATRASO E O VENCIMENTO MAIS ANTIGO; O TITULO  *
      * RECEBIDO EM CAMPO, AGUARDANDO O DEPOSITO, NAO E COBRADO        *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-CLIENTES
           READ ARQ-RECEBER NEXT
           PERFORM UNTIL NOT FS-REC-OK
               IF TITULO-ABERTO AND REC-VALOR > REC-VALOR-PAGO
                   AND REC-DATA-VENCIMENTO < WS-DATA-ATUAL
                   AND NOT CAMPO-AGUARDANDO-DEPOSITO
                   PERFORM 1010-ACUMULAR-TITULO
               END-IF
               READ ARQ-RECEBER NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1010-ACUMULAR-TITULO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-VENCIDOS
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
             - FUNCTION INTEGER-OF-DATE (REC-DATA-VENCIMENTO)
           PERFORM 1020-LOCALIZAR-CLIENTE
           IF NOT ACHOU-CLIENTE
               GO TO 1010-FIM
           END-IF
           ADD 1                       TO WS-CLI-QTD-VENCIDOS
                                          (WS-CLI-POS)
           COMPUTE WS-CLI-SALDO-VENCIDO (WS-CLI-POS) =
               WS-CLI-SALDO-VENCIDO (WS-CLI-POS)
             + REC-VALOR - REC-VALOR-PAGO
           IF WS-DIAS-ATRASO > WS-CLI-DIAS-ATRASO (WS-CLI-POS)
               MOVE WS-DIAS-ATRASO     TO WS-CLI-DIAS-ATRASO
                                          (WS-CLI-POS)
           END-IF
           IF WS-CLI-VENC-ANTIGO (WS-CLI-POS) = 0
               OR REC-DATA-VENCIMENTO < WS-CLI-VENC-ANTIGO (WS-CLI-POS)
               MOVE REC-DATA-VENCIMENTO
                                       TO WS-CLI-VENC-ANTIGO
                                          (WS-CLI-POS)
           END-IF
           .
       1010-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1020-LOCALIZAR-CLIENTE          SECTION.
      *----------------------------------------------------------------*
      * PROCURA O CLIENTE NA TABELA, MANTIDA EM ORDEM DE CNPJ; CLIENTE *
      * NOVO ENTRA NA POSICAO CERTA. COM A TABELA CHEIA O CLIENTE FICA *
      * FORA DESTA EXECUCAO E NENHUM REGISTRO DE COBRANCA E BAIXADO    *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU-CLIENTE
           PERFORM VARYING WS-CLI-POS FROM 1 BY 1
                   UNTIL WS-CLI-POS > WS-QTD-CLIENTES
                   OR WS-CLI-CNPJ (WS-CLI-POS) NOT < REC-CNPJ
               CONTINUE
           END-PERFORM
           IF WS-CLI-POS NOT > WS-QTD-CLIENTES
               AND WS-CLI-CNPJ (WS-CLI-POS) = REC-CNPJ
               MOVE "S"                TO WS-ACHOU-CLIENTE
               GO TO 1020-FIM
           END-IF
           IF WS-QTD-CLIENTES = 5000
               MOVE "S"                TO WS-TABELA-ESTOUROU
               GO TO 1020-FIM
           END-IF
           PERFORM VARYING WS-CLI-DESL FROM WS-QTD-CLIENTES BY -1
                   UNTIL WS-CLI-DESL < WS-CLI-POS
               MOVE WS-CLI-OCORRENCIA (WS-CLI-DESL)
                   TO WS-CLI-OCORRENCIA (WS-CLI-DESL + 1)
           END-PERFORM
           ADD 1                       TO WS-QTD-CLIENTES
           INITIALIZE WS-CLI-OCORRENCIA (WS-CLI-POS)
           MOVE REC-CNPJ               TO WS-CLI-CNPJ (WS-CLI-POS)
           MOVE "N"                    TO WS-CLI-TRATADO (WS-CLI-POS)
           MOVE "S"                    TO WS-ACHOU-CLIENTE
           .
       1020-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-EXTRATO              SECTION.
      *----------------------------------------------------------------*
      * UM EXTRATO DATADO POR EXECUCAO, PARA O ENVIO AO BIRO           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-ARQ-EXTRATO
           STRING "WID-EXT-NEG-" WS-DATA-ATUAL ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-ARQ-EXTRATO
           OPEN OUTPUT ARQ-EXT-NEGATIVACAO
           MOVE WS-DATA-ATUAL          TO HDR-DATA-GERACAO
           MOVE WS-HORA-ATUAL (1:6)    TO HDR-HORA-GERACAO
           MOVE WS-REG-HEADER          TO REG-EXT-NEGATIVACAO
           WRITE REG-EXT-NEGATIVACAO
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1900-FECHAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-TOT-REGISTROS       TO TRL-QTD-REGISTROS
           MOVE WS-TOT-VALOR-EXTRATO   TO TRL-VALOR-TOTAL
           MOVE WS-REG-TRAILER         TO REG-EXT-NEGATIVACAO
           WRITE REG-EXT-NEGATIVACAO
           CLOSE ARQ-EXT-NEGATIVACAO
           .
       1900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ATUALIZAR-COBRANCAS        SECTION.
      *----------------------------------------------------------------*
      * PERCORRE OS CLIENTES JA EM COBRANCA: QUEM AINDA TEM DEBITO     *
      * VENCIDO SEGUE NA REGUA; QUEM QUITOU SAI DA COBRANCA (COM A     *
      * EXCLUSAO NO EXTRATO SE JA HAVIA SIDO NEGATIVADO)               *
      *----------------------------------------------------------------*
           MOVE 0                      TO COB-CNPJ
           START ARQ-COBRANCA          KEY NOT < COB-CNPJ
           IF FS-COB-OK
               READ ARQ-COBRANCA NEXT
           END-IF
           PERFORM UNTIL NOT FS-COB-OK
               MOVE COB-CNPJ           TO REC-CNPJ
               PERFORM 2010-PROCURAR-CLIENTE
               IF ACHOU-CLIENTE
                   MOVE "S"            TO WS-CLI-TRATADO (WS-CLI-POS)
                   PERFORM 2100-AVANCAR-ESTAGIO
                   REWRITE REG-COBRANCA
               ELSE
                   IF NOT TABELA-ESTOUROU
                       PERFORM 2200-ENCERRAR-COBRANCA
                   END-IF
               END-IF
               READ ARQ-COBRANCA NEXT
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2010-PROCURAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU-CLIENTE
           PERFORM VARYING WS-CLI-POS FROM 1 BY 1
                   UNTIL WS-CLI-POS > WS-QTD-CLIENTES
                   OR WS-CLI-CNPJ (WS-CLI-POS) NOT < REC-CNPJ
               CONTINUE
           END-PERFORM
           IF WS-CLI-POS NOT > WS-QTD-CLIENTES
               AND WS-CLI-CNPJ (WS-CLI-POS) = REC-CNPJ
               MOVE "S"                TO WS-ACHOU-CLIENTE
           END-IF
           .
       2010-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-AVANCAR-ESTAGIO            SECTION.
      *----------------------------------------------------------------*
      * ATUALIZA A POSICAO DO DEBITO E AVANCA UM ESTAGIO POR EXECUCAO: *
      * O PROXIMO ESTAGIO EXIGE O ATRASO DELE E, DEPOIS DO PRIMEIRO    *
      * AVISO, A DISTANCIA ENTRE OS DOIS ESTAGIOS DESDE A ULTIMA CARTA *
      * NO AVISO FINAL O CLIENTE E BLOQUEADO E, PASSADO O PRAZO, VAI   *
      * PARA O EXTRATO DE NEGATIVACAO                                  *
      *----------------------------------------------------------------*
           MOVE WS-CLI-DIAS-ATRASO (WS-CLI-POS)  TO COB-DIAS-ATRASO
           MOVE WS-CLI-QTD-VENCIDOS (WS-CLI-POS) TO COB-QTD-VENCIDOS
           MOVE WS-CLI-SALDO-VENCIDO (WS-CLI-POS)
                                       TO COB-SALDO-VENCIDO
           MOVE WS-CLI-VENC-ANTIGO (WS-CLI-POS)  TO COB-VENC-MAIS-ANTIGO
           MOVE 0                      TO WS-DIAS-DESDE-ESTAGIO
           IF COB-DATA-ESTAGIO > 0
               COMPUTE WS-DIAS-DESDE-ESTAGIO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                 - FUNCTION INTEGER-OF-DATE (COB-DATA-ESTAGIO)
           END-IF
           IF NOT COB-AVISO-FINAL
               COMPUTE WS-PROX-ESTAGIO = COB-ESTAGIO + 1
               MOVE 0                  TO WS-DIAS-ESTAGIO-ATUAL
               IF NOT COB-SEM-AVISO
                   MOVE WS-DIAS-ESTAGIO (COB-ESTAGIO)
                                       TO WS-DIAS-ESTAGIO-ATUAL
               END-IF
               IF COB-DIAS-ATRASO NOT <
                      WS-DIAS-ESTAGIO (WS-PROX-ESTAGIO)
                   AND (COB-SEM-AVISO
                   OR WS-DIAS-DESDE-ESTAGIO NOT <
                      WS-DIAS-ESTAGIO (WS-PROX-ESTAGIO)
                    - WS-DIAS-ESTAGIO-ATUAL)
                   MOVE WS-PROX-ESTAGIO
                                       TO COB-ESTAGIO
                   MOVE WS-DATA-ATUAL  TO COB-DATA-ESTAGIO
                   MOVE 0              TO WS-DIAS-DESDE-ESTAGIO
                   ADD 1               TO WS-TOT-ESTAGIO (COB-ESTAGIO)
                   IF COB-AVISO-FINAL
                       MOVE "S"        TO COB-BLOQUEIO
                       ADD 1           TO WS-TOT-BLOQUEADOS
                   END-IF
                   PERFORM 2500-GERAR-CARTA
               END-IF
           END-IF
           IF COB-AVISO-FINAL AND COB-DATA-NEGATIVACAO = 0
               AND WS-DIAS-DESDE-ESTAGIO NOT < WS-DIAS-NEGATIVACAO
               MOVE "I"                TO DET-MOVIMENTO
               PERFORM 2600-GRAVAR-EXTRATO
               MOVE WS-DATA-ATUAL      TO COB-DATA-NEGATIVACAO
               ADD 1                   TO WS-TOT-INCLUSOES
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-ENCERRAR-COBRANCA          SECTION.
      *----------------------------------------------------------------*
      * CLIENTE SEM DEBITO VENCIDO: SAI DA COBRANCA E DO BLOQUEIO      *
      *----------------------------------------------------------------*
           IF COB-DATA-NEGATIVACAO > 0
               MOVE "E"                TO DET-MOVIMENTO
               PERFORM 2600-GRAVAR-EXTRATO
               ADD 1                   TO WS-TOT-EXCLUSOES
           END-IF
           DELETE ARQ-COBRANCA
           ADD 1                       TO WS-TOT-QUITADOS
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-GERAR-CARTA                SECTION.
      *----------------------------------------------------------------*
      * UM ARQUIVO POR CLIENTE, NO MOLDE DAS NOTIFICACOES AOS          *
      * VENDEDORES, PARA O GATEWAY DE CORREIO (OU IMPRESSAO DA CARTA   *
      * QUANDO O CLIENTE NAO TEM E-MAIL)                               *
      *----------------------------------------------------------------*
           MOVE COB-CNPJ               TO WS-CNPJ-TEXTO
           MOVE SPACES                 TO WS-NOME-ARQ-CARTA
           STRING "WID-COB-" WS-CNPJ-TEXTO ".TXT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-ARQ-CARTA
           OPEN OUTPUT ARQ-CARTA-COBRANCA
           IF NOT FS-CRT-OK
               GO TO 2500-FIM
           END-IF
           MOVE COB-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           MOVE SPACES                 TO WS-LINHA-CARTA
           IF FS-CLI-OK
               IF EMAIL NOT = SPACES
                   STRING "PARA: " NOME
                          " <" FUNCTION TRIM (EMAIL) ">"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CARTA
               ELSE
                   STRING "PARA: " NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CARTA
               END-IF
               PERFORM 2510-GRAVAR-LINHA-CARTA
               STRING FUNCTION TRIM (LOGRADOURO) ", "
                      FUNCTION TRIM (ENDERECO-NUMERO) " - "
                      FUNCTION TRIM (BAIRRO)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CARTA
               PERFORM 2510-GRAVAR-LINHA-CARTA
               STRING FUNCTION TRIM (MUNICIPIO) " - " UF
                      " CEP " CEP
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CARTA
               PERFORM 2510-GRAVAR-LINHA-CARTA
           ELSE
               STRING "PARA: CLIENTE " WS-CNPJ-TEXTO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CARTA
               PERFORM 2510-GRAVAR-LINHA-CARTA
           END-IF
           EVALUATE TRUE
               WHEN COB-LEMBRETE
                   MOVE "ASSUNTO: LEMBRETE DE PAGAMENTO"
                                       TO WS-LINHA-CARTA
               WHEN COB-SEGUNDO-AVISO
                   MOVE "ASSUNTO: SEGUNDO AVISO DE COBRANCA"
                                       TO WS-LINHA-CARTA
               WHEN OTHER
                   MOVE "ASSUNTO: AVISO FINAL DE COBRANCA"
                                       TO WS-LINHA-CARTA
           END-EVALUATE
           PERFORM 2510-GRAVAR-LINHA-CARTA
           PERFORM 2510-GRAVAR-LINHA-CARTA
           EVALUATE TRUE
               WHEN COB-LEMBRETE
                   MOVE "CONSTAM EM ABERTO EM NOSSOS REGISTROS TITULOS "
                     & "JA VENCIDOS."  TO WS-LINHA-CARTA
                   PERFORM 2510-GRAVAR-LINHA-CARTA
                   MOVE "SE O PAGAMENTO JA FOI FEITO, DESCONSIDERE "
                     & "ESTE AVISO."   TO WS-LINHA-CARTA
                   PERFORM 2510-GRAVAR-LINHA-CARTA
               WHEN COB-SEGUNDO-AVISO
                   MOVE "NAO IDENTIFICAMOS O PAGAMENTO DOS TITULOS "
                     & "JA AVISADOS."  TO WS-LINHA-CARTA
                   PERFORM 2510-GRAVAR-LINHA-CARTA
                   MOVE "SOLICITAMOS A REGULARIZACAO NO MENOR PRAZO "
                     & "POSSIVEL."     TO WS-LINHA-CARTA
                   PERFORM 2510-GRAVAR-LINHA-CARTA
               WHEN OTHER
                   MOVE WS-DIAS-NEGATIVACAO TO WS-DIAS-EDITADO
                   MOVE "ESTE E O AVISO FINAL. NOVOS PEDIDOS FICAM "
                     & "SUSPENSOS ATE A QUITACAO DO DEBITO."
                                       TO WS-LINHA-CARTA
                   PERFORM 2510-GRAVAR-LINHA-CARTA
                   STRING "SEM A REGULARIZACAO EM " WS-DIAS-EDITADO
                          " DIAS O DEBITO SERA ENCAMINHADO AOS ORGAOS "
                          "DE PROTECAO AO CREDITO."
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CARTA
                   PERFORM 2510-GRAVAR-LINHA-CARTA
           END-EVALUATE
           PERFORM 2510-GRAVAR-LINHA-CARTA
           MOVE COB-SALDO-VENCIDO      TO WS-SALDO-EDITADO
           STRING "TITULOS VENCIDOS: " COB-QTD-VENCIDOS
                  "  SALDO VENCIDO: " WS-SALDO-EDITADO
                  "  VENCIDO DESDE: " COB-VENC-MAIS-ANTIGO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CARTA
           PERFORM 2510-GRAVAR-LINHA-CARTA
           CLOSE ARQ-CARTA-COBRANCA
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2510-GRAVAR-LINHA-CARTA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CARTA         TO REG-CARTA-COBRANCA
           WRITE REG-CARTA-COBRANCA
           MOVE SPACES                 TO WS-LINHA-CARTA
           .
       2510-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2600-GRAVAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*
      * DETALHE DO EXTRATO COM O CADASTRO DO CLIENTE E O DEBITO; NA    *
      * EXCLUSAO VAI O DEBITO QUE HAVIA SIDO INFORMADO                 *
      *----------------------------------------------------------------*
           MOVE COB-CNPJ               TO DET-CNPJ
           MOVE COB-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE NOME               TO DET-NOME-CLI
               MOVE LOGRADOURO         TO DET-LOGRADOURO
               MOVE ENDERECO-NUMERO    TO DET-NUMERO
               MOVE BAIRRO             TO DET-BAIRRO
               MOVE MUNICIPIO          TO DET-MUNICIPIO
               MOVE UF                 TO DET-UF
               MOVE CEP                TO DET-CEP
           ELSE
               MOVE SPACES             TO DET-NOME-CLI DET-LOGRADOURO
                                          DET-NUMERO DET-BAIRRO
                                          DET-MUNICIPIO DET-UF
               MOVE 0                  TO DET-CEP
           END-IF
           MOVE COB-SALDO-VENCIDO      TO DET-VALOR-DEBITO
           MOVE COB-VENC-MAIS-ANTIGO   TO DET-VENC-MAIS-ANTIGO
           MOVE WS-REG-DETALHE         TO REG-EXT-NEGATIVACAO
           WRITE REG-EXT-NEGATIVACAO
           ADD 1                       TO WS-TOT-REGISTROS
           ADD COB-SALDO-VENCIDO       TO WS-TOT-VALOR-EXTRATO
           .
       2600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-INCLUIR-NOVOS-VENCIDOS     SECTION.
      *----------------------------------------------------------------*
      * CLIENTES COM DEBITO VENCIDO QUE AINDA NAO ESTAVAM EM COBRANCA  *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-CLI-POS FROM 1 BY 1
                   UNTIL WS-CLI-POS > WS-QTD-CLIENTES
               IF NOT CLI-TRATADO (WS-CLI-POS)
                   INITIALIZE REG-COBRANCA
                   MOVE WS-CLI-CNPJ (WS-CLI-POS) TO COB-CNPJ
                   MOVE WS-DATA-ATUAL  TO COB-DATA-INICIO
                   MOVE "N"            TO COB-BLOQUEIO
                   MOVE "N"            TO COB-LIBERACAO
                   PERFORM 2100-AVANCAR-ESTAGIO
                   WRITE REG-COBRANCA
               END-IF
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA REGUA DE COBRANCA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TITULOS VENCIDOS..........: " WS-TOT-VENCIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES COM ATRASO.......: " WS-QTD-CLIENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LEMBRETES ENVIADOS........: " WS-TOT-ESTAGIO (1)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "SEGUNDOS AVISOS...........: " WS-TOT-ESTAGIO (2)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "AVISOS FINAIS/BLOQUEIOS...: " WS-TOT-ESTAGIO (3)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES QUE QUITARAM.....: " WS-TOT-QUITADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "INCLUSOES / EXCLUSOES BIRO: " WS-TOT-INCLUSOES
                  " / " WS-TOT-EXCLUSOES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "EXTRATO DE NEGATIVACAO EM " WS-NOME-ARQ-EXTRATO
           IF TABELA-ESTOUROU
               DISPLAY "AVISO: MAIS DE 5000 CLIENTES EM ATRASO - "
                       "EXCEDENTE FORA DESTA EXECUCAO"
           END-IF
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM COBRCLIE.
      *----------------------------------------------------------------*
