      *            OU PARCIAL DE UM PEDIDO FATURADO, COM MOTIVO DA     *
      *            TABELA E APROVACAO DE SUPERVISOR ACIMA DO LIMITE    *
      *            DOS PARAMETROS; A SOMA DEVOLVIDA NUNCA PASSA DO     *
      *            VALOR DO PEDIDO. AS QUANTIDADES DOS ITENS QUE       *
      *            VOLTARAM RETORNAM AO ESTOQUE DA FILIAL              *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
      *
           SELECT ARQ-DEV-ITENS        ASSIGN TO  "WID-ARQ-DVI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DVI-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEV-ITEM.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
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
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-DEV-ITENS.
       COPY DVITCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           88 FS-MOT-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
           88 FS-ITE-NAO-EXISTE        VALUE "35".
       77 WS-FS-DEV-ITEM               PIC X(02).
           88 FS-DVI-OK                VALUE "00" THRU "09".
           88 FS-DVI-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-EXISTE        VALUE "35".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-LIMITE-APROVACAO          PIC 9(07)V99    VALUE 0.
       77 WS-CONFIRMA                  PIC X           VALUE "N".
      *
      * --> RETORNO DAS QUANTIDADES DEVOLVIDAS AO ESTOQUE DA FILIAL DO
      *     CLIENTE, ITEM A ITEM, LIMITADO AO QUE AINDA NAO VOLTOU;
      *     O ITEM RETORNAVEL VOLTA CHEIO E BAIXA O SALDO DE VASILHAMES
      *
       COPY ESTQPARM.
       COPY VASIPARM.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-QTD-ITEM-DEVOLVIDA        PIC 9(05)       VALUE 0.
       01 WS-QTD-JA-DEVOLVIDA          PIC 9(05)       VALUE 0.
       01 WS-QTD-A-DEVOLVER            PIC 9(05)       VALUE 0.
       01 WS-SEQ-ITEM-ATUAL            PIC 9(03)       VALUE 0.
      *
      * --> CREDITO DO CLIENTE QUANDO O PEDIDO DEVOLVIDO JA FOI PAGO
      *
       COPY CREDPARM.
       01 WS-TOTAL-PAGO-PEDIDO         PIC 9(09)V99    VALUE 0.
       01 WS-TOTAL-COBRADO-PEDIDO      PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-CREDITO             PIC 9(09)V99    VALUE 0.
       01 WS-CREDITO-EDITADO           PIC ZZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
               WRITE REG-DEVOLUCAO
               IF FS-DEV-OK
                   DISPLAY "DEVOLUCAO REGISTRADA"
                   PERFORM 4100-GERAR-CREDITO
                   PERFORM 5000-DEVOLVER-ITENS
               ELSE
                   DISPLAY "ERRO AO GRAVAR A DEVOLUCAO: "
                           WS-FS-DEVOLUCAO
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-GERAR-CREDITO              SECTION.
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
               GO TO 4100-FIM
           END-IF
           MOVE PED-CNPJ               TO REC-CNPJ
           START ARQ-RECEBER           KEY IS = REC-CNPJ
           IF FS-REC-OK
               READ ARQ-RECEBER NEXT
               PERFORM UNTIL NOT FS-REC-OK
                       OR REC-CNPJ NOT = PED-CNPJ
                   IF REC-NUMERO-PED = WS-NUMERO-PEDIDO
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
               MOVE PED-VALOR          TO WS-TOTAL-COBRADO-PEDIDO
           END-IF
           IF WS-TOTAL-PAGO-PEDIDO + WS-TOTAL-JA-DEVOLVIDO
               NOT > WS-TOTAL-COBRADO-PEDIDO
               GO TO 4100-FIM
           END-IF
           COMPUTE WS-VALOR-CREDITO =
               WS-TOTAL-PAGO-PEDIDO + WS-TOTAL-JA-DEVOLVIDO
             - WS-TOTAL-COBRADO-PEDIDO
           IF WS-VALOR-CREDITO > WS-VALOR-DEVOLUCAO
               MOVE WS-VALOR-DEVOLUCAO TO WS-VALOR-CREDITO
           END-IF
           MOVE "D"                    TO PMC-FUNCAO
           MOVE PED-CNPJ               TO PMC-CNPJ
           MOVE WS-VALOR-CREDITO       TO PMC-VALOR
           MOVE WS-NUMERO-PEDIDO       TO PMC-DOCUMENTO
           MOVE DEV-SEQUENCIA          TO PMC-PARCELA
           MOVE "DEVOLUCAO DE PEDIDO PAGO"
                                       TO PMC-HISTORICO
           MOVE "CADADEVO"             TO PMC-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PMC-OPERADOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           IF PMC-APLICADO
               MOVE WS-VALOR-CREDITO   TO WS-CREDITO-EDITADO
               DISPLAY "CREDITO GERADO PARA O CLIENTE: "
                       WS-CREDITO-EDITADO
           ELSE
               DISPLAY "ERRO AO GERAR O CREDITO DO CLIENTE"
           END-IF
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-DEVOLVER-ITENS             SECTION.
      *----------------------------------------------------------------*
      * QUANDO A MERCADORIA VOLTOU, INFORMA-SE A QUANTIDADE DEVOLVIDA  *
      * DE CADA ITEM DO PEDIDO (ZERO = NAO VOLTOU), QUE ENTRA NO       *
      * ESTOQUE DA FILIAL DO CLIENTE, BAIXA OS VASILHAMES DEVIDOS E    *
      * FICA GRAVADA NA DEVOLUCAO                                      *
      *----------------------------------------------------------------*
           DISPLAY "A MERCADORIA VOLTOU AO DEPOSITO? (S/N): "
                                       WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO 5000-FIM
           END-IF
           MOVE 0                      TO WS-FILIAL-CLIENTE
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE PED-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE FILIAL         TO WS-FILIAL-CLIENTE
               END-IF
               CLOSE ARQ-CLIENTES
           END-IF
           OPEN I-O ARQ-DEV-ITENS
           IF FS-DVI-NAO-EXISTE
               OPEN OUTPUT ARQ-DEV-ITENS
               CLOSE ARQ-DEV-ITENS
               OPEN I-O ARQ-DEV-ITENS
           END-IF
           OPEN INPUT ARQ-ITENS
           IF NOT FS-ITE-OK OR NOT FS-DVI-OK
               IF FS-DVI-OK
                   CLOSE ARQ-DEV-ITENS
               END-IF
               IF FS-ITE-OK
                   CLOSE ARQ-ITENS
               END-IF
               DISPLAY "ITENS DO PEDIDO INDISPONIVEIS"
               GO TO 5000-FIM
           END-IF
           MOVE WS-NUMERO-PEDIDO       TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS KEY >= ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
               PERFORM UNTIL NOT FS-ITE-OK
                       OR ITE-NUMERO-PED NOT = WS-NUMERO-PEDIDO
                   PERFORM 5100-DEVOLVER-ITEM
                   READ ARQ-ITENS NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-ITENS
           CLOSE ARQ-DEV-ITENS
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-DEVOLVER-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5200-SOMAR-ITEM-DEVOLVIDO
           COMPUTE WS-QTD-A-DEVOLVER =
               ITE-QUANTIDADE - WS-QTD-JA-DEVOLVIDA
           IF WS-QTD-A-DEVOLVER = 0
               GO TO 5100-FIM
           END-IF
           DISPLAY "ITEM " ITE-SEQUENCIA " PRODUTO " ITE-PRODUTO
                   " VENDIDO " ITE-QUANTIDADE
                   " JA DEVOLVIDO " WS-QTD-JA-DEVOLVIDA
           DISPLAY "QUANTIDADE DEVOLVIDA (0 = NENHUMA): "
                                       WITH NO ADVANCING
           ACCEPT WS-QTD-ITEM-DEVOLVIDA
           IF WS-QTD-ITEM-DEVOLVIDA = 0
               GO TO 5100-FIM
           END-IF
           IF WS-QTD-ITEM-DEVOLVIDA > WS-QTD-A-DEVOLVER
               DISPLAY "QUANTIDADE ACIMA DO SALDO DO ITEM - ASSUMIDO "
                       WS-QTD-A-DEVOLVER
               MOVE WS-QTD-A-DEVOLVER  TO WS-QTD-ITEM-DEVOLVIDA
           END-IF
           MOVE WS-NUMERO-PEDIDO       TO DVI-NUMERO-PED
           MOVE DEV-SEQUENCIA          TO DVI-SEQ-DEVOLUCAO
           MOVE ITE-SEQUENCIA          TO DVI-SEQ-ITEM
           MOVE ITE-PRODUTO            TO DVI-PRODUTO
           MOVE WS-QTD-ITEM-DEVOLVIDA  TO DVI-QUANTIDADE
           MOVE WS-DATA-ATUAL          TO DVI-DATA
           WRITE REG-DEV-ITEM
           IF NOT FS-DVI-OK
               DISPLAY "ERRO AO GRAVAR O ITEM DEVOLVIDO: "
                       WS-FS-DEV-ITEM
               GO TO 5100-FIM
           END-IF
           MOVE "D"                    TO PME-FUNCAO
           MOVE WS-FILIAL-CLIENTE      TO PME-FILIAL
           MOVE ITE-PRODUTO            TO PME-PRODUTO
           MOVE WS-QTD-ITEM-DEVOLVIDA  TO PME-QUANTIDADE
           MOVE WS-NUMERO-PEDIDO       TO PME-DOCUMENTO
           MOVE "CADADEVO"             TO PME-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           MOVE "D"                    TO PMV-FUNCAO
           MOVE PED-CNPJ               TO PMV-CNPJ
           MOVE ITE-PRODUTO            TO PMV-PRODUTO
           MOVE WS-QTD-ITEM-DEVOLVIDA  TO PMV-QUANTIDADE
           MOVE WS-NUMERO-PEDIDO       TO PMV-DOCUMENTO
           MOVE "CADADEVO"             TO PMV-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PMV-OPERADOR
           CALL "MOVIVASI"             USING REG-PARM-VASILHAME
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5200-SOMAR-ITEM-DEVOLVIDO       SECTION.
      *----------------------------------------------------------------*
      * SOMA O QUE JA VOLTOU DESTE ITEM NAS DEVOLUCOES ANTERIORES; A   *
      * LEITURA USA O REGISTRO DE ITEM DEVOLVIDO, SEM TOCAR NO ITEM    *
      * DO PEDIDO QUE ESTA SENDO PERCORRIDO                            *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-JA-DEVOLVIDA
           MOVE ITE-SEQUENCIA          TO WS-SEQ-ITEM-ATUAL
           MOVE WS-NUMERO-PEDIDO       TO DVI-NUMERO-PED
           MOVE 0                      TO DVI-SEQ-DEVOLUCAO
           MOVE 0                      TO DVI-SEQ-ITEM
           START ARQ-DEV-ITENS         KEY IS NOT LESS THAN DVI-CHAVE
           IF FS-DVI-OK
               READ ARQ-DEV-ITENS NEXT
               PERFORM UNTIL NOT FS-DVI-OK
                       OR DVI-NUMERO-PED NOT = WS-NUMERO-PEDIDO
                   IF DVI-SEQ-ITEM = WS-SEQ-ITEM-ATUAL
                       ADD DVI-QUANTIDADE TO WS-QTD-JA-DEVOLVIDA
                   END-IF
                   READ ARQ-DEV-ITENS NEXT
               END-PERFORM
           END-IF
           .
       5200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADADEVO.
      *----------------------------------------------------------------*
