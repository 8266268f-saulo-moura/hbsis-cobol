      ******************************************************************
      * PROGRAMA.: BAIXENTR                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: BAIXA DA ENTREGA DE UMA PARADA DO ROMANEIO -        *
      *            SUBPROGRAMA CHAMADO PELA TELA DE BAIXA E PELA       *
      *            INTERFACE DO APP DO MOTORISTA. ENTREGUE SO BAIXA A  *
      *            PARADA; RECUSADO E ENTREGUE PARCIAL GERAM A         *
      *            DEVOLUCAO COM O MOTIVO PADRAO DOS PARAMETROS, COM   *
      *            OS ITENS QUE VOLTARAM DE VOLTA AO ESTOQUE E AOS     *
      *            VASILHAMES; CLIENTE FECHADO DEIXA A FATURA LIVRE    *
      *            PARA A PROXIMA MONTAGEM DE CARGA. SEM PARADA        *
      *            PENDENTE O ROMANEIO E ENCERRADO                     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. BAIXENTR.
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
           SELECT ARQ-PARADAS          ASSIGN TO  "WID-ARQ-RPA.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RPA-CHAVE
               ALTERNATE RECORD KEY    IS RPA-DOCUMENTO
                                       WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PARADA.
      *
           SELECT ARQ-ROMANEIOS        ASSIGN TO  "WID-ARQ-ROM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ROM-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ROMANEIO.
      *
           SELECT ARQ-FATURAS          ASSIGN TO  "WID-ARQ-FAT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAT-DOCUMENTO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FATURA.
      *
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
      *
           SELECT ARQ-DEVOLUCOES       ASSIGN TO  "WID-ARQ-DEV.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DEV-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEVOLUCAO.
      *
           SELECT ARQ-DEV-ITENS        ASSIGN TO  "WID-ARQ-DVI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DVI-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEV-ITEM.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-PARADAS.
       COPY ROMPCADA.
      *
       FD ARQ-ROMANEIOS.
       COPY ROMACADA.
      *
       FD ARQ-FATURAS.
       COPY FATUCADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-DEVOLUCOES.
       COPY DEVOCADA.
      *
       FD ARQ-DEV-ITENS.
       COPY DVITCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PARADA                 PIC X(02).
           88 FS-RPA-OK                VALUE "00" THRU "09".
           88 FS-RPA-NAO-EXISTE        VALUE "35".
       77 WS-FS-ROMANEIO               PIC X(02).
           88 FS-ROM-OK                VALUE "00" THRU "09".
       77 WS-FS-FATURA                 PIC X(02).
           88 FS-FAT-OK                VALUE "00" THRU "09".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
       77 WS-FS-DEVOLUCAO              PIC X(02).
           88 FS-DEV-OK                VALUE "00" THRU "09".
           88 FS-DEV-NAO-EXISTE        VALUE "35".
       77 WS-FS-DEV-ITEM               PIC X(02).
           88 FS-DVI-OK                VALUE "00" THRU "09".
           88 FS-DVI-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-PARADA-ACHADA             PIC X(01)       VALUE "N".
           88 PARADA-ACHADA            VALUE "S".
       01 WS-HA-PENDENTE               PIC X(01)       VALUE "N".
           88 HA-PARADA-PENDENTE       VALUE "S".
       01 WS-CHAVE-PARADA              PIC X(10)       VALUE SPACES.
      *
      * --> ITENS DA FATURA, COM O SALDO QUE AINDA PODE VOLTAR (O
      *     VENDIDO MENOS O QUE JA VOLTOU EM DEVOLUCOES ANTERIORES)
      *
       01 WS-QTD-ITENS-FAT             PIC 9(02)       VALUE 0.
       01 WS-ITF-TABELA.
           05 WS-ITF-OCORRENCIA        OCCURS 99 TIMES
                                       INDEXED BY WS-ITF-IND.
               10 WS-ITF-SEQUENCIA     PIC 9(03).
               10 WS-ITF-PRODUTO       PIC 9(07).
               10 WS-ITF-SALDO         PIC 9(05).
               10 WS-ITF-PRECO         PIC 9(09)V99.
               10 WS-ITF-DEVOLVER      PIC 9(05).
       01 WS-PEN-IND                   PIC 9(02)       VALUE 0.
       01 WS-QTD-RESTANTE              PIC 9(05)       VALUE 0.
       01 WS-QTD-CABE                  PIC 9(05)       VALUE 0.
       01 WS-QTD-TOTAL-DEVOLVER        PIC 9(07)       VALUE 0.
      *
       01 WS-MOTIVO-DEVOLUCAO          PIC 9(02)       VALUE 0.
       01 WS-TOTAL-JA-DEVOLVIDO        PIC 9(09)V99    VALUE 0.
       01 WS-PROXIMA-SEQUENCIA         PIC 9(02)       VALUE 0.
       01 WS-VALOR-DEVOLUCAO           PIC 9(09)V99    VALUE 0.
      *
      * --> CREDITO DO CLIENTE QUANDO O PEDIDO DEVOLVIDO JA FOI PAGO
      *
       COPY CREDPARM.
       01 WS-TOTAL-PAGO-PEDIDO         PIC 9(09)V99    VALUE 0.
       01 WS-TOTAL-COBRADO-PEDIDO      PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-CREDITO             PIC 9(09)V99    VALUE 0.
      *
      * --> RETORNO DAS QUANTIDADES AO ESTOQUE DA FILIAL DO ROMANEIO E
      *     BAIXA DOS VASILHAMES DEVIDOS, COMO NA DEVOLUCAO MANUAL
      *
       COPY ESTQPARM.
       COPY VASIPARM.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY ENTRPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-ENTREGA.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-BAIXAR-ENTREGA.
      *----------------------------------------------------------------*
       0000-BAIXAR-ENTREGA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "0"                    TO PEN-RETORNO
           MOVE 0                      TO PEN-VALOR-DEVOLVIDO
           MOVE "N"                    TO PEN-ROMANEIO-ENCERRADO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           IF PEN-DATA = 0
               MOVE WS-DATA-ATUAL      TO PEN-DATA
               MOVE WS-HORA-ATUAL (1:6) TO PEN-HORA
           END-IF
           IF PEN-SITUACAO NOT = "E" AND NOT = "T"
                           AND NOT = "R" AND NOT = "F"
               MOVE "3"                TO PEN-RETORNO
               GOBACK
           END-IF
           PERFORM 1000-LOCALIZAR-PARADA
           IF NOT PEN-BAIXADA
               PERFORM 6000-FECHAR-ARQUIVOS
               GOBACK
           END-IF
           IF PEN-SITUACAO = "R" OR PEN-SITUACAO = "T"
               PERFORM 2000-PREPARAR-DEVOLUCAO
               IF NOT PEN-BAIXADA
                   PERFORM 6000-FECHAR-ARQUIVOS
                   GOBACK
               END-IF
               PERFORM 3000-GRAVAR-DEVOLUCAO
               IF NOT PEN-BAIXADA
                   PERFORM 6000-FECHAR-ARQUIVOS
                   GOBACK
               END-IF
           END-IF
           PERFORM 4000-BAIXAR-PARADA
           IF PEN-BAIXADA
               PERFORM 5000-VERIFICAR-ENCERRAMENTO
           END-IF
           PERFORM 6000-FECHAR-ARQUIVOS
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-LOCALIZAR-PARADA           SECTION.
      *----------------------------------------------------------------*
      * A FATURA PODE TER SAIDO EM MAIS DE UM ROMANEIO (CLIENTE        *
      * FECHADO VOLTA PARA A CARGA); VALE A PARADA DO ROMANEIO         *
      * INFORMADO OU, SEM ROMANEIO, A QUE AINDA ESTA PENDENTE          *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-PARADA-ACHADA
           OPEN I-O ARQ-PARADAS
           IF FS-RPA-NAO-EXISTE
               MOVE "1"                TO PEN-RETORNO
               GO TO 1000-FIM
           END-IF
           IF NOT FS-RPA-OK
               MOVE "9"                TO PEN-RETORNO
               GO TO 1000-FIM
           END-IF
           MOVE PEN-DOCUMENTO          TO RPA-DOCUMENTO
           START ARQ-PARADAS           KEY IS EQUAL RPA-DOCUMENTO
           IF FS-RPA-OK
               READ ARQ-PARADAS NEXT
               PERFORM UNTIL NOT FS-RPA-OK
                       OR RPA-DOCUMENTO NOT = PEN-DOCUMENTO
                       OR PARADA-ACHADA
                   IF (PEN-NUMERO-ROM > 0
                       AND RPA-NUMERO-ROM = PEN-NUMERO-ROM)
                   OR (PEN-NUMERO-ROM = 0 AND PARADA-PENDENTE)
                       MOVE "S"        TO WS-PARADA-ACHADA
                       MOVE RPA-CHAVE  TO WS-CHAVE-PARADA
                   ELSE
                       READ ARQ-PARADAS NEXT
                   END-IF
               END-PERFORM
           END-IF
           IF NOT PARADA-ACHADA
               MOVE "1"                TO PEN-RETORNO
               GO TO 1000-FIM
           END-IF
           IF NOT PARADA-PENDENTE
               MOVE "2"                TO PEN-RETORNO
               GO TO 1000-FIM
           END-IF
           OPEN I-O ARQ-ROMANEIOS
           IF FS-ROM-OK
               MOVE RPA-NUMERO-ROM     TO ROM-NUMERO
               READ ARQ-ROMANEIOS
           END-IF
           IF NOT FS-ROM-OK
               MOVE "9"                TO PEN-RETORNO
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PREPARAR-DEVOLUCAO         SECTION.
      *----------------------------------------------------------------*
      * RECUSADO DEVOLVE TODO O SALDO DOS ITENS; NO PARCIAL CADA       *
      * PRODUTO INFORMADO E DISTRIBUIDO PELOS ITENS DA FATURA COM      *
      * AQUELE PRODUTO. NADA E GRAVADO SE ALGUM PRODUTO NAO COUBER     *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-FATURAS
           IF NOT FS-FAT-OK
               MOVE "9"                TO PEN-RETORNO
               GO TO 2000-FIM
           END-IF
           MOVE PEN-DOCUMENTO          TO FAT-DOCUMENTO
           READ ARQ-FATURAS
           IF NOT FS-FAT-OK
               MOVE "1"                TO PEN-RETORNO
               GO TO 2000-FIM
           END-IF
           PERFORM 2100-CARREGAR-ITENS
           IF NOT PEN-BAIXADA
               GO TO 2000-FIM
           END-IF
           IF PEN-SITUACAO = "R"
               PERFORM VARYING WS-ITF-IND FROM 1 BY 1
                       UNTIL WS-ITF-IND > WS-QTD-ITENS-FAT
                   MOVE WS-ITF-SALDO (WS-ITF-IND)
                                       TO WS-ITF-DEVOLVER (WS-ITF-IND)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PEN-IND FROM 1 BY 1
                       UNTIL WS-PEN-IND > PEN-QTD-ITENS
                       OR NOT PEN-BAIXADA
                   PERFORM 2200-DISTRIBUIR-PRODUTO
               END-PERFORM
           END-IF
           IF NOT PEN-BAIXADA
               GO TO 2000-FIM
           END-IF
           MOVE 0                      TO WS-QTD-TOTAL-DEVOLVER
           MOVE 0                      TO WS-VALOR-DEVOLUCAO
           PERFORM VARYING WS-ITF-IND FROM 1 BY 1
                   UNTIL WS-ITF-IND > WS-QTD-ITENS-FAT
               ADD WS-ITF-DEVOLVER (WS-ITF-IND)
                                       TO WS-QTD-TOTAL-DEVOLVER
               COMPUTE WS-VALOR-DEVOLUCAO = WS-VALOR-DEVOLUCAO
                   + WS-ITF-DEVOLVER (WS-ITF-IND)
                   * WS-ITF-PRECO (WS-ITF-IND)
           END-PERFORM
           IF PEN-SITUACAO = "T" AND WS-QTD-TOTAL-DEVOLVER = 0
               MOVE "4"                TO PEN-RETORNO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-CARREGAR-ITENS             SECTION.
      *----------------------------------------------------------------*
      * ITENS DO PEDIDO DA FATURA E O QUE DE CADA UM JA VOLTOU NAS     *
      * DEVOLUCOES ANTERIORES                                          *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-ITENS-FAT
           OPEN INPUT ARQ-ITENS
           IF NOT FS-ITE-OK
               MOVE "9"                TO PEN-RETORNO
               GO TO 2100-FIM
           END-IF
           MOVE FAT-NUMERO-PED         TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY >= ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
               PERFORM UNTIL NOT FS-ITE-OK
                       OR ITE-NUMERO-PED NOT = FAT-NUMERO-PED
                       OR WS-QTD-ITENS-FAT = 99
                   ADD 1               TO WS-QTD-ITENS-FAT
                   SET WS-ITF-IND      TO WS-QTD-ITENS-FAT
                   MOVE ITE-SEQUENCIA  TO WS-ITF-SEQUENCIA (WS-ITF-IND)
                   MOVE ITE-PRODUTO    TO WS-ITF-PRODUTO (WS-ITF-IND)
                   MOVE ITE-QUANTIDADE TO WS-ITF-SALDO (WS-ITF-IND)
                   MOVE ITE-PRECO-UNITARIO
                                       TO WS-ITF-PRECO (WS-ITF-IND)
                   MOVE 0              TO WS-ITF-DEVOLVER (WS-ITF-IND)
                   READ ARQ-ITENS NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-ITENS
           OPEN INPUT ARQ-DEV-ITENS
           IF FS-DVI-OK
               MOVE FAT-NUMERO-PED     TO DVI-NUMERO-PED
               MOVE 0                  TO DVI-SEQ-DEVOLUCAO
               MOVE 0                  TO DVI-SEQ-ITEM
               START ARQ-DEV-ITENS     KEY IS NOT LESS THAN DVI-CHAVE
               IF FS-DVI-OK
                   READ ARQ-DEV-ITENS NEXT
                   PERFORM UNTIL NOT FS-DVI-OK
                           OR DVI-NUMERO-PED NOT = FAT-NUMERO-PED
                       PERFORM VARYING WS-ITF-IND FROM 1 BY 1
                               UNTIL WS-ITF-IND > WS-QTD-ITENS-FAT
                           IF WS-ITF-SEQUENCIA (WS-ITF-IND)
                                       = DVI-SEQ-ITEM
                               IF DVI-QUANTIDADE >
                                       WS-ITF-SALDO (WS-ITF-IND)
                                   MOVE 0
                                       TO WS-ITF-SALDO (WS-ITF-IND)
                               ELSE
                                   SUBTRACT DVI-QUANTIDADE
                                       FROM WS-ITF-SALDO (WS-ITF-IND)
                               END-IF
                           END-IF
                       END-PERFORM
                       READ ARQ-DEV-ITENS NEXT
                   END-PERFORM
               END-IF
               CLOSE ARQ-DEV-ITENS
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-DISTRIBUIR-PRODUTO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PEN-ITE-QUANTIDADE (WS-PEN-IND) TO WS-QTD-RESTANTE
           PERFORM VARYING WS-ITF-IND FROM 1 BY 1
                   UNTIL WS-ITF-IND > WS-QTD-ITENS-FAT
                   OR WS-QTD-RESTANTE = 0
               IF WS-ITF-PRODUTO (WS-ITF-IND)
                                       = PEN-ITE-PRODUTO (WS-PEN-IND)
                   COMPUTE WS-QTD-CABE = WS-ITF-SALDO (WS-ITF-IND)
                                       - WS-ITF-DEVOLVER (WS-ITF-IND)
                   IF WS-QTD-CABE > WS-QTD-RESTANTE
                       MOVE WS-QTD-RESTANTE TO WS-QTD-CABE
                   END-IF
                   ADD WS-QTD-CABE     TO WS-ITF-DEVOLVER (WS-ITF-IND)
                   SUBTRACT WS-QTD-CABE FROM WS-QTD-RESTANTE
               END-IF
           END-PERFORM
           IF WS-QTD-RESTANTE > 0
               MOVE "4"                TO PEN-RETORNO
           END-IF
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-DEVOLUCAO           SECTION.
      *----------------------------------------------------------------*
      * A DEVOLUCAO SEGUE AS REGRAS DO REGISTRO MANUAL: PROXIMA        *
      * SEQUENCIA DO PEDIDO E SOMA NUNCA ACIMA DO VALOR FATURADO       *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-MOTIVO-DEVOLUCAO
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   IF PEN-SITUACAO = "R"
                       AND PAR-MOTIVO-RECUSA NUMERIC
                       MOVE PAR-MOTIVO-RECUSA
                                       TO WS-MOTIVO-DEVOLUCAO
                   END-IF
                   IF PEN-SITUACAO = "T"
                       AND PAR-MOTIVO-PARCIAL NUMERIC
                       MOVE PAR-MOTIVO-PARCIAL
                                       TO WS-MOTIVO-DEVOLUCAO
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           OPEN I-O ARQ-DEVOLUCOES
           IF FS-DEV-NAO-EXISTE
               OPEN OUTPUT ARQ-DEVOLUCOES
               CLOSE ARQ-DEVOLUCOES
               OPEN I-O ARQ-DEVOLUCOES
           END-IF
           IF NOT FS-DEV-OK
               MOVE "9"                TO PEN-RETORNO
               GO TO 3000-FIM
           END-IF
           MOVE 0                      TO WS-TOTAL-JA-DEVOLVIDO
           MOVE 0                      TO WS-PROXIMA-SEQUENCIA
           MOVE FAT-NUMERO-PED         TO DEV-NUMERO-PED
           MOVE 0                      TO DEV-SEQUENCIA
           START ARQ-DEVOLUCOES        KEY IS NOT LESS THAN DEV-CHAVE
           IF FS-DEV-OK
               READ ARQ-DEVOLUCOES NEXT
               PERFORM UNTIL NOT FS-DEV-OK
                       OR DEV-NUMERO-PED NOT = FAT-NUMERO-PED
                   ADD DEV-VALOR       TO WS-TOTAL-JA-DEVOLVIDO
                   MOVE DEV-SEQUENCIA  TO WS-PROXIMA-SEQUENCIA
                   READ ARQ-DEVOLUCOES NEXT
               END-PERFORM
           END-IF
           IF WS-TOTAL-JA-DEVOLVIDO + WS-VALOR-DEVOLUCAO > FAT-VALOR
               IF WS-TOTAL-JA-DEVOLVIDO < FAT-VALOR
                   COMPUTE WS-VALOR-DEVOLUCAO =
                       FAT-VALOR - WS-TOTAL-JA-DEVOLVIDO
               ELSE
                   MOVE 0              TO WS-VALOR-DEVOLUCAO
               END-IF
           END-IF
           MOVE FAT-NUMERO-PED         TO DEV-NUMERO-PED
           COMPUTE DEV-SEQUENCIA = WS-PROXIMA-SEQUENCIA + 1
           MOVE FAT-CNPJ               TO DEV-CNPJ
           MOVE FAT-CPF                TO DEV-CPF
           MOVE PEN-DATA               TO DEV-DATA
           MOVE WS-VALOR-DEVOLUCAO     TO DEV-VALOR
           MOVE WS-MOTIVO-DEVOLUCAO    TO DEV-MOTIVO
           MOVE PEN-OPERADOR           TO DEV-OPERADOR-INCLUSAO
           WRITE REG-DEVOLUCAO
           IF NOT FS-DEV-OK
               MOVE "9"                TO PEN-RETORNO
               CLOSE ARQ-DEVOLUCOES
               GO TO 3000-FIM
           END-IF
           CLOSE ARQ-DEVOLUCOES
           MOVE WS-VALOR-DEVOLUCAO     TO PEN-VALOR-DEVOLVIDO
           ADD WS-VALOR-DEVOLUCAO      TO WS-TOTAL-JA-DEVOLVIDO
           PERFORM 3200-GERAR-CREDITO
           OPEN I-O ARQ-DEV-ITENS
           IF FS-DVI-NAO-EXISTE
               OPEN OUTPUT ARQ-DEV-ITENS
               CLOSE ARQ-DEV-ITENS
               OPEN I-O ARQ-DEV-ITENS
           END-IF
           IF NOT FS-DVI-OK
               MOVE "9"                TO PEN-RETORNO
               GO TO 3000-FIM
           END-IF
           PERFORM VARYING WS-ITF-IND FROM 1 BY 1
                   UNTIL WS-ITF-IND > WS-QTD-ITENS-FAT
               IF WS-ITF-DEVOLVER (WS-ITF-IND) > 0
                   PERFORM 3100-DEVOLVER-ITEM
               END-IF
           END-PERFORM
           CLOSE ARQ-DEV-ITENS
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-DEVOLVER-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FAT-NUMERO-PED         TO DVI-NUMERO-PED
           MOVE DEV-SEQUENCIA          TO DVI-SEQ-DEVOLUCAO
           MOVE WS-ITF-SEQUENCIA (WS-ITF-IND) TO DVI-SEQ-ITEM
           MOVE WS-ITF-PRODUTO (WS-ITF-IND)   TO DVI-PRODUTO
           MOVE WS-ITF-DEVOLVER (WS-ITF-IND)  TO DVI-QUANTIDADE
           MOVE PEN-DATA               TO DVI-DATA
           WRITE REG-DEV-ITEM
           IF NOT FS-DVI-OK
               GO TO 3100-FIM
           END-IF
           MOVE "D"                    TO PME-FUNCAO
           MOVE ROM-FILIAL             TO PME-FILIAL
           MOVE DVI-PRODUTO            TO PME-PRODUTO
           MOVE DVI-QUANTIDADE         TO PME-QUANTIDADE
           MOVE FAT-NUMERO-PED         TO PME-DOCUMENTO
           MOVE PEN-PROGRAMA           TO PME-PROGRAMA
           MOVE PEN-OPERADOR           TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           MOVE "D"                    TO PMV-FUNCAO
           MOVE FAT-CNPJ               TO PMV-CNPJ
           MOVE DVI-PRODUTO            TO PMV-PRODUTO
           MOVE DVI-QUANTIDADE         TO PMV-QUANTIDADE
           MOVE FAT-NUMERO-PED         TO PMV-DOCUMENTO
           MOVE PEN-PROGRAMA           TO PMV-PROGRAMA
           MOVE PEN-OPERADOR           TO PMV-OPERADOR
           CALL "MOVIVASI"             USING REG-PARM-VASILHAME
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-GERAR-CREDITO              SECTION.
      *----------------------------------------------------------------*
      * DEVOLUCAO DE PEDIDO JA PAGO VIRA CREDITO DO CLIENTE: O QUE FOI *
      * RECEBIDO NOS TITULOS DO PEDIDO ALEM DO VALOR QUE RESTA DEPOIS  *
      * DAS DEVOLUCOES, LIMITADO AO VALOR DESTA DEVOLUCAO. O VALOR     *
      * COBRADO E A SOMA DOS TITULOS, QUE TRAZEM O IPI E O ICMS-ST     *
      * (SEM TITULOS, O VALOR DO PEDIDO)                               *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-TOTAL-PAGO-PEDIDO
           MOVE 0                      TO WS-TOTAL-COBRADO-PEDIDO
           OPEN INPUT ARQ-RECEBER
           IF NOT FS-REC-OK
               GO TO 3200-FIM
           END-IF
           MOVE FAT-CNPJ               TO REC-CNPJ
           START ARQ-RECEBER           KEY IS = REC-CNPJ
           IF FS-REC-OK
               READ ARQ-RECEBER NEXT
               PERFORM UNTIL NOT FS-REC-OK
                       OR REC-CNPJ NOT = FAT-CNPJ
                   IF REC-NUMERO-PED = FAT-NUMERO-PED
                       COMPUTE WS-TOTAL-PAGO-PEDIDO =
                           WS-TOTAL-PAGO-PEDIDO + REC-VALOR-PAGO
                         - REC-VALOR-DESCONTO
                       ADD REC-VALOR   TO WS-TOTAL-COBRADO-PEDIDO
                   END-IF
                   READ ARQ-RECEBER NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-RECEBER
           IF WS-TOTAL-COBRADO-PEDIDO = 0
               MOVE FAT-VALOR          TO WS-TOTAL-COBRADO-PEDIDO
           END-IF
           IF WS-TOTAL-PAGO-PEDIDO + WS-TOTAL-JA-DEVOLVIDO
               NOT > WS-TOTAL-COBRADO-PEDIDO
               GO TO 3200-FIM
           END-IF
           COMPUTE WS-VALOR-CREDITO =
               WS-TOTAL-PAGO-PEDIDO + WS-TOTAL-JA-DEVOLVIDO
             - WS-TOTAL-COBRADO-PEDIDO
           IF WS-VALOR-CREDITO > WS-VALOR-DEVOLUCAO
               MOVE WS-VALOR-DEVOLUCAO TO WS-VALOR-CREDITO
           END-IF
           MOVE "D"                    TO PMC-FUNCAO
           MOVE FAT-CNPJ               TO PMC-CNPJ
           MOVE WS-VALOR-CREDITO       TO PMC-VALOR
           MOVE FAT-NUMERO-PED         TO PMC-DOCUMENTO
           MOVE DEV-SEQUENCIA          TO PMC-PARCELA
           MOVE "DEVOLUCAO DE PEDIDO PAGO"
                                       TO PMC-HISTORICO
           MOVE PEN-PROGRAMA           TO PMC-PROGRAMA
           MOVE PEN-OPERADOR           TO PMC-OPERADOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-BAIXAR-PARADA              SECTION.
      *----------------------------------------------------------------*
      * A LEITURA DA DEVOLUCAO NAO MEXE NO ARQUIVO DE PARADAS, MAS A   *
      * PARADA E RELIDA PELA CHAVE PARA GARANTIR O REGISTRO CORRENTE   *
      *----------------------------------------------------------------*
           MOVE WS-CHAVE-PARADA        TO RPA-CHAVE
           READ ARQ-PARADAS
           IF NOT FS-RPA-OK
               MOVE "9"                TO PEN-RETORNO
               GO TO 4000-FIM
           END-IF
           MOVE PEN-SITUACAO           TO RPA-SITUACAO
           MOVE PEN-DATA               TO RPA-DT-ENTREGA
           MOVE PEN-HORA               TO RPA-HORA-ENTREGA
           MOVE PEN-ORIGEM             TO RPA-ORIGEM-BAIXA
           MOVE PEN-OPERADOR           TO RPA-OPERADOR-BAIXA
           MOVE PEN-VALOR-DEVOLVIDO    TO RPA-VALOR-DEVOLVIDO
           REWRITE REG-PARADA-ROMANEIO
           IF NOT FS-RPA-OK
               MOVE "9"                TO PEN-RETORNO
           END-IF
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-VERIFICAR-ENCERRAMENTO     SECTION.
      *----------------------------------------------------------------*
      * SEM NENHUMA PARADA PENDENTE O ROMANEIO E ENCERRADO             *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-HA-PENDENTE
           MOVE WS-CHAVE-PARADA        TO RPA-CHAVE
           MOVE 0                      TO RPA-SEQUENCIA
           START ARQ-PARADAS           KEY >= RPA-CHAVE
           IF FS-RPA-OK
               READ ARQ-PARADAS NEXT
               PERFORM UNTIL NOT FS-RPA-OK
                       OR RPA-NUMERO-ROM NOT = ROM-NUMERO
                       OR HA-PARADA-PENDENTE
                   IF PARADA-PENDENTE
                       MOVE "S"        TO WS-HA-PENDENTE
                   END-IF
                   READ ARQ-PARADAS NEXT
               END-PERFORM
           END-IF
           IF NOT HA-PARADA-PENDENTE
               MOVE "E"                TO ROM-SITUACAO
               REWRITE REG-ROMANEIO
               IF FS-ROM-OK
                   MOVE "S"            TO PEN-ROMANEIO-ENCERRADO
               END-IF
           END-IF
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PARADAS
           CLOSE ARQ-ROMANEIOS
           CLOSE ARQ-FATURAS
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM BAIXENTR.
      *----------------------------------------------------------------*
