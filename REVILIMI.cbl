      ******************************************************************
      * PROGRAMA.: REVILIMI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: REVISAO AUTOMATICA DO LIMITE DE CREDITO - LOTE      *
      *            MENSAL QUE APURA, PARA CADA CLIENTE COM LIMITE, OS  *
      *            ULTIMOS DOZE MESES DO CONTAS A RECEBER E DOS        *
      *            PEDIDOS (ATRASO MEDIO, MAIOR EXPOSICAO, VOLUME DE   *
      *            COMPRAS E TITULOS QUE CHEGARAM A COBRANCA) E PROPOE *
      *            NOVO LIMITE, PARA CIMA OU PARA BAIXO, PELAS REGRAS  *
      *            DOS PARAMETROS DO SISTEMA. AS PROPOSTAS FICAM       *
      *            PENDENTES PARA O SUPERVISOR ACEITAR OU AJUSTAR NA   *
      *            TELA DE REVISAO DE LIMITE                           *
      ******************************************************************
      * ATRASO MEDIO = DIAS DE ATRASO PONDERADOS PELO VALOR DOS        *
      * TITULOS VENCIDOS NA JANELA (EM ABERTO CONTA ATE HOJE); MAIOR   *
      * EXPOSICAO = MAIOR SALDO DE TITULOS NO PRIMEIRO DIA DE CADA UM  *
      * DOS DOZE MESES E HOJE; TITULO EM COBRANCA = ATRASO QUE CHEGOU  *
      * AO AVISO FINAL DA REGUA, OU CLIENTE HOJE NO AVISO FINAL        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. REVILIMI.
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
           SELECT ARQ-COBRANCA         ASSIGN TO  "WID-ARQ-COB.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS COB-CNPJ
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-COBRANCA.
      *
           SELECT ARQ-REVISAO-LIMITE   ASSIGN TO  "WID-ARQ-RLC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RLC-CNPJ
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REVISAO.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-REL-REVISAO      ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-RLC.
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
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-COBRANCA.
       COPY COBRCADA.
      *
       FD ARQ-REVISAO-LIMITE.
       COPY RLIMCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-REL-REVISAO.
       01 REG-REL-REVISAO              PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-COBRANCA               PIC X(02).
           88 FS-COB-OK                VALUE "00" THRU "09".
       77 WS-FS-REVISAO                PIC X(02).
           88 FS-RLC-OK                VALUE "00" THRU "09".
           88 FS-RLC-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-RLC                PIC X(02).
           88 FS-REL-RLC-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "REVILIMI".
      *
      * --> REGRAS DA REVISAO (PARAMETROS DO SISTEMA, COM PADRAO
      *     QUANDO NAO INFORMADAS) E DIAS DE ATRASO DO AVISO FINAL
      *
       01 WS-DIAS-BOM                  PIC 9(03)       VALUE 5.
       01 WS-PCT-AUMENTO               PIC 9(03)       VALUE 20.
       01 WS-PCT-USO                   PIC 9(03)       VALUE 70.
       01 WS-DIAS-RUIM                 PIC 9(03)       VALUE 30.
       01 WS-PCT-REDUCAO               PIC 9(03)       VALUE 30.
       01 WS-MESES-COMPRA              PIC 9(02)       VALUE 2.
       01 WS-DIAS-COBRANCA             PIC 9(03)       VALUE 30.
      *
      * --> JANELA DE DOZE MESES: INICIO (MESMO DIA DO ANO ANTERIOR) E
      *     O PRIMEIRO DIA DE CADA MES, ONDE A EXPOSICAO E MEDIDA
      *
       01 WS-DATA-INICIO-JANELA        PIC 9(08)       VALUE 0.
       01 WS-ANO-AUX                   PIC 9(04)       VALUE 0.
       01 WS-MES-AUX                   PIC 9(02)       VALUE 0.
       01 WS-MES-IND                   PIC 9(02)       VALUE 0.
       01 WS-PRIMEIROS-DIAS.
           05 WS-PRIMEIRO-DIA          PIC 9(08)   OCCURS 12 TIMES.
      *
      * --> INDICADORES POR CLIENTE, APURADOS NO CONTAS A RECEBER E
      *     MANTIDOS EM ORDEM DE CNPJ; A OCORRENCIA 13 DA EXPOSICAO E
      *     O SALDO EM ABERTO DE HOJE
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
               10 WS-CLI-QTD-TITULOS   PIC 9(05).
               10 WS-CLI-VALOR-VENCIDO PIC 9(11)V99.
               10 WS-CLI-ATRASO-VALOR  PIC 9(15)V99.
               10 WS-CLI-QTD-COBRANCA  PIC 9(04).
               10 WS-CLI-COMPRAS       PIC 9(11)V99.
               10 WS-CLI-EXPOSICAO     PIC 9(11)V99 OCCURS 13 TIMES.
       01 WS-DIAS-ATRASO               PIC 9(05)       VALUE 0.
       01 WS-DATA-FIM-ATRASO           PIC 9(08)       VALUE 0.
      *
      * --> CALCULO DA PROPOSTA
      *
       01 WS-ATRASO-MEDIO              PIC 9(04)       VALUE 0.
       01 WS-MAIOR-EXPOSICAO           PIC 9(11)V99    VALUE 0.
       01 WS-PCT-USO-CLIENTE           PIC 9(05)       VALUE 0.
       01 WS-TETO-COMPRAS              PIC 9(11)V99    VALUE 0.
       01 WS-LIMITE-PROPOSTO           PIC 9(11)V99    VALUE 0.
       01 WS-CENTENAS                  PIC 9(09)       VALUE 0.
       01 WS-MOTIVO                    PIC X(40)       VALUE SPACES.
       01 WS-HA-PROPOSTA               PIC X(01)       VALUE "N".
           88 HA-PROPOSTA              VALUE "S".
      *
      * --> LISTAGEM DAS PROPOSTAS
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-PROPOSTA.
           05 SAI-CNPJ                 PIC 9(14).
           05 FILLER                   PIC X(01).
           05 SAI-NOME                 PIC X(25).
           05 FILLER                   PIC X(01).
           05 SAI-LIMITE-ATUAL         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-LIMITE-PROPOSTO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-ATRASO-MEDIO         PIC ZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-MAIOR-EXPOSICAO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-COMPRAS              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-QTD-COBRANCA         PIC ZZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-MOTIVO               PIC X(30).
      *
      * --> TOTAIS DO LOTE
      *
       01 WS-TOT-ANALISADOS            PIC 9(05)       VALUE 0.
       01 WS-TOT-SEM-LIMITE            PIC 9(05)       VALUE 0.
       01 WS-TOT-AUMENTOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-REDUCOES              PIC 9(05)       VALUE 0.
       01 WS-TOT-MANTIDOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-SUPERADAS             PIC 9(05)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-REVISAR-LIMITES.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-REVISAR-LIMITES            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           PERFORM 0100-LER-PARAMETROS
           PERFORM 0200-MONTAR-JANELA
           OPEN INPUT ARQ-RECEBER
           IF NOT FS-REC-OK
               DISPLAY "NAO HA TITULOS A RECEBER"
               GOBACK
           END-IF
           PERFORM 1000-APURAR-TITULOS
           CLOSE ARQ-RECEBER
           PERFORM 1500-APURAR-COMPRAS
           OPEN I-O ARQ-REVISAO-LIMITE
           IF FS-RLC-NAO-EXISTE
               OPEN OUTPUT ARQ-REVISAO-LIMITE
               CLOSE ARQ-REVISAO-LIMITE
               OPEN I-O ARQ-REVISAO-LIMITE
           END-IF
           IF NOT FS-RLC-OK
               DISPLAY "ERRO NO ARQUIVO DE REVISAO DE LIMITE: "
                       WS-FS-REVISAO
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-COBRANCA
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-RLC-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-REVISAO
           PERFORM 2900-GRAVAR-CABECALHO
           PERFORM VARYING WS-CLI-POS FROM 1 BY 1
                   UNTIL WS-CLI-POS > WS-QTD-CLIENTES
               PERFORM 2000-AVALIAR-CLIENTE
           END-PERFORM
           CLOSE ARQ-REL-REVISAO
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-COBRANCA
           CLOSE ARQ-REVISAO-LIMITE
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
      * REGRAS DA REVISAO E DIAS DO AVISO FINAL DA REGUA; SEM ARQUIVO  *
      * OU CAMPO ZERADO VALE O PADRAO DO LOTE                          *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS     NEXT
               IF FS-PAR-OK
                   IF PAR-RLC-DIAS-BOM NUMERIC
                       AND PAR-RLC-DIAS-BOM > 0
                       MOVE PAR-RLC-DIAS-BOM
                                       TO WS-DIAS-BOM
                   END-IF
                   IF PAR-RLC-PCT-AUMENTO NUMERIC
                       AND PAR-RLC-PCT-AUMENTO > 0
                       MOVE PAR-RLC-PCT-AUMENTO
                                       TO WS-PCT-AUMENTO
                   END-IF
                   IF PAR-RLC-PCT-USO NUMERIC
                       AND PAR-RLC-PCT-USO > 0
                       MOVE PAR-RLC-PCT-USO
                                       TO WS-PCT-USO
                   END-IF
                   IF PAR-RLC-DIAS-RUIM NUMERIC
                       AND PAR-RLC-DIAS-RUIM > 0
                       MOVE PAR-RLC-DIAS-RUIM
                                       TO WS-DIAS-RUIM
                   END-IF
                   IF PAR-RLC-PCT-REDUCAO NUMERIC
                       AND PAR-RLC-PCT-REDUCAO > 0
                       AND PAR-RLC-PCT-REDUCAO < 100
                       MOVE PAR-RLC-PCT-REDUCAO
                                       TO WS-PCT-REDUCAO
                   END-IF
                   IF PAR-RLC-MESES-COMPRA NUMERIC
                       AND PAR-RLC-MESES-COMPRA > 0
                       MOVE PAR-RLC-MESES-COMPRA
                                       TO WS-MESES-COMPRA
                   END-IF
                   IF PAR-COB-DIAS-FINAL NUMERIC
                       AND PAR-COB-DIAS-FINAL > 0
                       MOVE PAR-COB-DIAS-FINAL
                                       TO WS-DIAS-COBRANCA
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0200-MONTAR-JANELA              SECTION.
      *----------------------------------------------------------------*
      * INICIO DA JANELA NO MESMO DIA DO ANO ANTERIOR (29/02 VIRA      *
      * 28/02) E O PRIMEIRO DIA DOS DOZE MESES ATE O MES CORRENTE,     *
      * DO MAIS ANTIGO PARA O MAIS RECENTE                             *
      *----------------------------------------------------------------*
           COMPUTE WS-DATA-INICIO-JANELA = WS-DATA-ATUAL - 10000
           IF WS-DATA-INICIO-JANELA (5:4) = "0229"
               MOVE "0228"             TO WS-DATA-INICIO-JANELA (5:4)
           END-IF
           MOVE WS-DATA-ATUAL (1:4)    TO WS-ANO-AUX
           MOVE WS-DATA-ATUAL (5:2)    TO WS-MES-AUX
           PERFORM VARYING WS-MES-IND FROM 12 BY -1
                   UNTIL WS-MES-IND < 1
               COMPUTE WS-PRIMEIRO-DIA (WS-MES-IND) =
                   WS-ANO-AUX * 10000 + WS-MES-AUX * 100 + 1
               IF WS-MES-AUX = 1
                   SUBTRACT 1          FROM WS-ANO-AUX
                   MOVE 12             TO WS-MES-AUX
               ELSE
                   SUBTRACT 1          FROM WS-MES-AUX
               END-IF
           END-PERFORM
           .
       0200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-APURAR-TITULOS             SECTION.
      *----------------------------------------------------------------*
      * UMA PASSADA NO CONTAS A RECEBER: EXPOSICAO DE CADA CLIENTE NO  *
      * INICIO DE CADA MES E HOJE, E O ATRASO DOS TITULOS VENCIDOS NA  *
      * JANELA                                                         *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-CLIENTES
           READ ARQ-RECEBER NEXT
           PERFORM UNTIL NOT FS-REC-OK
               IF TITULO-ABERTO
                   OR REC-DATA-LIQUIDACAO NOT < WS-PRIMEIRO-DIA (1)
                   OR REC-DATA-VENCIMENTO NOT < WS-DATA-INICIO-JANELA
                   PERFORM 1020-LOCALIZAR-CLIENTE
                   IF ACHOU-CLIENTE
                       PERFORM 1010-ACUMULAR-EXPOSICAO
                       PERFORM 1030-ACUMULAR-ATRASO
                   END-IF
               END-IF
               READ ARQ-RECEBER NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1010-ACUMULAR-EXPOSICAO         SECTION.
      *----------------------------------------------------------------*
      * O TITULO PESA NO INICIO DO MES QUANDO JA ESTAVA EMITIDO E      *
      * AINDA NAO ESTAVA LIQUIDADO; HOJE PESA SO O SALDO EM ABERTO     *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 12
               IF REC-DATA-EMISSAO < WS-PRIMEIRO-DIA (WS-MES-IND)
                   AND (TITULO-ABERTO
                   OR REC-DATA-LIQUIDACAO
                      NOT < WS-PRIMEIRO-DIA (WS-MES-IND))
                   ADD REC-VALOR
                       TO WS-CLI-EXPOSICAO (WS-CLI-POS WS-MES-IND)
               END-IF
           END-PERFORM
           IF TITULO-ABERTO AND REC-VALOR > REC-VALOR-PAGO
               COMPUTE WS-CLI-EXPOSICAO (WS-CLI-POS 13) =
                   WS-CLI-EXPOSICAO (WS-CLI-POS 13)
                   + REC-VALOR - REC-VALOR-PAGO
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
      * FORA DESTA EXECUCAO                                            *
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
           MOVE "S"                    TO WS-ACHOU-CLIENTE
           .
       1020-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1030-ACUMULAR-ATRASO            SECTION.
      *----------------------------------------------------------------*
      * TITULO VENCIDO NA JANELA: ATRASO ATE A LIQUIDACAO OU, EM       *
      * ABERTO, ATE HOJE; TITULO A VENCER NAO ENTRA NA MEDIA           *
      *----------------------------------------------------------------*
           IF REC-DATA-VENCIMENTO < WS-DATA-INICIO-JANELA
               OR REC-DATA-VENCIMENTO NOT < WS-DATA-ATUAL
               GO TO 1030-FIM
           END-IF
           IF TITULO-LIQUIDADO AND REC-DATA-LIQUIDACAO > 0
               MOVE REC-DATA-LIQUIDACAO
                                       TO WS-DATA-FIM-ATRASO
           ELSE
               MOVE WS-DATA-ATUAL      TO WS-DATA-FIM-ATRASO
           END-IF
           MOVE 0                      TO WS-DIAS-ATRASO
           IF WS-DATA-FIM-ATRASO > REC-DATA-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-FIM-ATRASO)
                 - FUNCTION INTEGER-OF-DATE (REC-DATA-VENCIMENTO)
           END-IF
           ADD 1                       TO WS-CLI-QTD-TITULOS
                                          (WS-CLI-POS)
           ADD REC-VALOR               TO WS-CLI-VALOR-VENCIDO
                                          (WS-CLI-POS)
           COMPUTE WS-CLI-ATRASO-VALOR (WS-CLI-POS) =
               WS-CLI-ATRASO-VALOR (WS-CLI-POS)
               + WS-DIAS-ATRASO * REC-VALOR
           IF WS-DIAS-ATRASO NOT < WS-DIAS-COBRANCA
               ADD 1                   TO WS-CLI-QTD-COBRANCA
                                          (WS-CLI-POS)
           END-IF
           .
       1030-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-APURAR-COMPRAS             SECTION.
      *----------------------------------------------------------------*
      * VOLUME DE PEDIDOS NAO CANCELADOS DA JANELA, SO DOS CLIENTES    *
      * QUE TEM TITULOS NA TABELA                                      *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               GO TO 1500-FIM
           END-IF
           MOVE WS-DATA-INICIO-JANELA  TO PED-DATA
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-DATA > WS-DATA-ATUAL
               IF NOT PEDIDO-CANCELADO
                   PERFORM 1510-PROCURAR-CLIENTE
                   IF ACHOU-CLIENTE
                       ADD PED-VALOR   TO WS-CLI-COMPRAS (WS-CLI-POS)
                   END-IF
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           CLOSE ARQ-PEDIDOS
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1510-PROCURAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-ACHOU-CLIENTE
           PERFORM VARYING WS-CLI-POS FROM 1 BY 1
                   UNTIL WS-CLI-POS > WS-QTD-CLIENTES
                   OR WS-CLI-CNPJ (WS-CLI-POS) NOT < PED-CNPJ
               CONTINUE
           END-PERFORM
           IF WS-CLI-POS NOT > WS-QTD-CLIENTES
               AND WS-CLI-CNPJ (WS-CLI-POS) = PED-CNPJ
               MOVE "S"                TO WS-ACHOU-CLIENTE
           END-IF
           .
       1510-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-AVALIAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * CLIENTE ATIVO COM LIMITE E COM TITULOS VENCIDOS NA JANELA      *
      * RECEBE PROPOSTA QUANDO AS REGRAS MUDAM O LIMITE; A PROPOSTA    *
      * PENDENTE DE UM LOTE ANTERIOR E SUBSTITUIDA OU, SEM PROPOSTA    *
      * NOVA, RETIRADA                                                 *
      *----------------------------------------------------------------*
           MOVE WS-CLI-CNPJ (WS-CLI-POS) TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK OR NOT REGISTRO-ATIVO
               GO TO 2000-FIM
           END-IF
           IF LIMITE-CREDITO = 0
               ADD 1                   TO WS-TOT-SEM-LIMITE
               GO TO 2000-FIM
           END-IF
           IF WS-CLI-QTD-TITULOS (WS-CLI-POS) = 0
               OR WS-CLI-VALOR-VENCIDO (WS-CLI-POS) = 0
               GO TO 2000-FIM
           END-IF
           ADD 1                       TO WS-TOT-ANALISADOS
           PERFORM 2100-CALCULAR-INDICADORES
           PERFORM 2200-APLICAR-REGRAS
           PERFORM 2300-GRAVAR-PROPOSTA
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-CALCULAR-INDICADORES       SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WS-ATRASO-MEDIO ROUNDED =
               WS-CLI-ATRASO-VALOR (WS-CLI-POS)
               / WS-CLI-VALOR-VENCIDO (WS-CLI-POS)
               ON SIZE ERROR
                   MOVE 9999           TO WS-ATRASO-MEDIO
           END-COMPUTE
           MOVE 0                      TO WS-MAIOR-EXPOSICAO
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 13
               IF WS-CLI-EXPOSICAO (WS-CLI-POS WS-MES-IND)
                   > WS-MAIOR-EXPOSICAO
                   MOVE WS-CLI-EXPOSICAO (WS-CLI-POS WS-MES-IND)
                                       TO WS-MAIOR-EXPOSICAO
               END-IF
           END-PERFORM
           COMPUTE WS-PCT-USO-CLIENTE =
               WS-MAIOR-EXPOSICAO * 100 / LIMITE-CREDITO
               ON SIZE ERROR
                   MOVE 99999          TO WS-PCT-USO-CLIENTE
           END-COMPUTE
           COMPUTE WS-TETO-COMPRAS ROUNDED =
               WS-CLI-COMPRAS (WS-CLI-POS) / 12 * WS-MESES-COMPRA
           MOVE 0                      TO COB-ESTAGIO
           MOVE 0                      TO COB-DATA-NEGATIVACAO
           MOVE CNPJ                   TO COB-CNPJ
           READ ARQ-COBRANCA
           IF FS-COB-OK
               AND (COB-AVISO-FINAL OR COB-DATA-NEGATIVACAO > 0)
               AND WS-CLI-QTD-COBRANCA (WS-CLI-POS) = 0
               MOVE 1                  TO WS-CLI-QTD-COBRANCA
                                          (WS-CLI-POS)
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-APLICAR-REGRAS             SECTION.
      *----------------------------------------------------------------*
      * COBRANCA OU ATRASO MEDIO ACIMA DO DIA RUIM: REDUZ O PCT DE     *
      * REDUCAO. ATRASO ATE O DIA BOM E USO DO LIMITE ACIMA DO PCT:    *
      * AUMENTA O PCT DE AUMENTO, SEM PASSAR DO TETO DE COMPRAS. O     *
      * VALOR PROPOSTO E ARREDONDADO PARA A CENTENA                    *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-HA-PROPOSTA
           MOVE SPACES                 TO WS-MOTIVO
           MOVE LIMITE-CREDITO         TO WS-LIMITE-PROPOSTO
           EVALUATE TRUE
               WHEN WS-CLI-QTD-COBRANCA (WS-CLI-POS) > 0
                   COMPUTE WS-LIMITE-PROPOSTO ROUNDED =
                       LIMITE-CREDITO * (100 - WS-PCT-REDUCAO) / 100
                   MOVE "REDUCAO - TITULO EM COBRANCA NO PERIODO"
                                       TO WS-MOTIVO
               WHEN WS-ATRASO-MEDIO > WS-DIAS-RUIM
                   COMPUTE WS-LIMITE-PROPOSTO ROUNDED =
                       LIMITE-CREDITO * (100 - WS-PCT-REDUCAO) / 100
                   MOVE "REDUCAO - ATRASO MEDIO ACIMA DO PARAMETRO"
                                       TO WS-MOTIVO
               WHEN WS-ATRASO-MEDIO NOT > WS-DIAS-BOM
                   AND WS-PCT-USO-CLIENTE NOT < WS-PCT-USO
                   COMPUTE WS-LIMITE-PROPOSTO ROUNDED =
                       LIMITE-CREDITO * (100 + WS-PCT-AUMENTO) / 100
                   IF WS-LIMITE-PROPOSTO > WS-TETO-COMPRAS
                       MOVE WS-TETO-COMPRAS
                                       TO WS-LIMITE-PROPOSTO
                   END-IF
                   MOVE "AUMENTO - BOM PAGADOR USANDO O LIMITE"
                                       TO WS-MOTIVO
           END-EVALUATE
           COMPUTE WS-CENTENAS ROUNDED = WS-LIMITE-PROPOSTO / 100
           COMPUTE WS-LIMITE-PROPOSTO = WS-CENTENAS * 100
           IF WS-LIMITE-PROPOSTO > 999999999
               MOVE 999999999          TO WS-LIMITE-PROPOSTO
           END-IF
           EVALUATE TRUE
               WHEN WS-MOTIVO (1:7) = "REDUCAO"
                   AND WS-LIMITE-PROPOSTO < LIMITE-CREDITO
                   MOVE "S"            TO WS-HA-PROPOSTA
                   ADD 1               TO WS-TOT-REDUCOES
               WHEN WS-MOTIVO (1:7) = "AUMENTO"
                   AND WS-LIMITE-PROPOSTO > LIMITE-CREDITO
                   MOVE "S"            TO WS-HA-PROPOSTA
                   ADD 1               TO WS-TOT-AUMENTOS
               WHEN OTHER
                   ADD 1               TO WS-TOT-MANTIDOS
           END-EVALUATE
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-GRAVAR-PROPOSTA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CNPJ                   TO RLC-CNPJ
           READ ARQ-REVISAO-LIMITE
           IF NOT HA-PROPOSTA
               IF FS-RLC-OK AND RLC-PENDENTE
                   DELETE ARQ-REVISAO-LIMITE
                   ADD 1               TO WS-TOT-SUPERADAS
               END-IF
               GO TO 2300-FIM
           END-IF
           IF FS-RLC-OK AND RLC-PENDENTE
               ADD 1                   TO WS-TOT-SUPERADAS
           END-IF
           INITIALIZE REG-REVISAO-LIMITE
           MOVE CNPJ                   TO RLC-CNPJ
           MOVE WS-DATA-ATUAL          TO RLC-DATA-PROPOSTA
           MOVE LIMITE-CREDITO         TO RLC-LIMITE-ATUAL
           MOVE WS-LIMITE-PROPOSTO     TO RLC-LIMITE-PROPOSTO
           MOVE WS-CLI-QTD-TITULOS (WS-CLI-POS)
                                       TO RLC-QTD-TITULOS
           MOVE WS-ATRASO-MEDIO        TO RLC-ATRASO-MEDIO
           MOVE WS-MAIOR-EXPOSICAO     TO RLC-MAIOR-EXPOSICAO
           MOVE WS-CLI-COMPRAS (WS-CLI-POS)
                                       TO RLC-VOLUME-COMPRAS
           MOVE WS-CLI-QTD-COBRANCA (WS-CLI-POS)
                                       TO RLC-QTD-COBRANCA
           MOVE WS-MOTIVO              TO RLC-MOTIVO
           MOVE "P"                    TO RLC-SITUACAO
           IF FS-RLC-OK
               REWRITE REG-REVISAO-LIMITE
           ELSE
               WRITE REG-REVISAO-LIMITE
           END-IF
           PERFORM 2400-LISTAR-PROPOSTA
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-LISTAR-PROPOSTA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-PROPOSTA
           MOVE RLC-CNPJ               TO SAI-CNPJ
           MOVE NOME                   TO SAI-NOME
           MOVE RLC-LIMITE-ATUAL       TO SAI-LIMITE-ATUAL
           MOVE RLC-LIMITE-PROPOSTO    TO SAI-LIMITE-PROPOSTO
           MOVE RLC-ATRASO-MEDIO       TO SAI-ATRASO-MEDIO
           MOVE RLC-MAIOR-EXPOSICAO    TO SAI-MAIOR-EXPOSICAO
           MOVE RLC-VOLUME-COMPRAS     TO SAI-COMPRAS
           MOVE RLC-QTD-COBRANCA       TO SAI-QTD-COBRANCA
           MOVE RLC-MOTIVO             TO SAI-MOTIVO
           MOVE WS-LINHA-PROPOSTA      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-GRAVAR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
      *
           STRING "PROPOSTAS DE REVISAO DO LIMITE DE CREDITO - "
                  "JANELA DE " WS-DATA-INICIO-JANELA
                  " A " WS-DATA-ATUAL
                  " - PENDENTES DE DECISAO DO SUPERVISOR"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           STRING "CNPJ           CLIENTE                   "
                  "  LIMITE ATUAL       PROPOSTO ATRS"
                  "   MAIOR EXPOS.  COMPRAS 12 M. COBR MOTIVO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-REVISAO
           WRITE REG-REL-REVISAO
           DISPLAY WS-LINHA-CABECALHO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA REVISAO DE LIMITES DE CREDITO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES ANALISADOS.......: " WS-TOT-ANALISADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PROPOSTAS DE AUMENTO......: " WS-TOT-AUMENTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PROPOSTAS DE REDUCAO......: " WS-TOT-REDUCOES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LIMITES MANTIDOS..........: " WS-TOT-MANTIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PENDENTES SUBSTITUIDAS....: " WS-TOT-SUPERADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES SEM LIMITE.......: " WS-TOT-SEM-LIMITE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-ESTOUROU
               DISPLAY "ATENCAO: TABELA DE CLIENTES CHEIA - "
                       "CLIENTES FORA DESTA EXECUCAO"
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
               MOVE "REVILIMI"         TO SPL-PROGRAMA
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
       END PROGRAM REVILIMI.
      *----------------------------------------------------------------*
