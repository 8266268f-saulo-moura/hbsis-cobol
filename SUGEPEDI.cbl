      ******************************************************************
      * PROGRAMA.: SUGEPEDI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: PEDIDO SUGERIDO DO CLIENTE. SUBPROGRAMA CHAMADO     *
      *            PELO ROTEIRO DE VISITA E PELO PACOTE DO APP: LE OS  *
      *            PEDIDOS DE VENDA DO CLIENTE NOS MESES DE HISTORICO  *
      *            DOS PARAMETROS E DEVOLVE, POR PRODUTO, A QUANTIDADE *
      *            QUE ELE COSTUMA COMPRAR, COM QUE FREQUENCIA COMPRA  *
      *            E SE DEIXOU DE COMPRAR                              *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. SUGEPEDI.
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
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
           88 FS-PED-FIM               VALUE "10".
           88 FS-PED-NAO-ENCONTRADO    VALUE "23".
           88 FS-PED-NAO-EXISTE        VALUE "35".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
           88 FS-ITE-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
      *
      * --> JANELA DO HISTORICO E CORTE DE PRODUTO PARADO
      *
       01 WS-MESES-HISTORICO           PIC 9(02)       VALUE 6.
       01 WS-PEDIDOS-PARADO            PIC 9(02)       VALUE 3.
       01 WS-DIAS-INTEIRO              PIC 9(08)       VALUE 0.
       01 WS-DATA-CORTE                PIC 9(08)       VALUE 0.
      *
      * --> DATAS DOS PEDIDOS DO CLIENTE NO HISTORICO, PARA CONTAR OS
      *     PEDIDOS FEITOS DEPOIS DA ULTIMA COMPRA DE CADA PRODUTO
      *
       01 WS-QTD-PEDIDOS               PIC 9(03)       VALUE 0.
       01 WS-PED-TABELA.
           05 WS-PED-TAB-DATA          PIC 9(08)   OCCURS 999 TIMES.
       01 WS-PED-IND                   PIC 9(03)       VALUE 0.
      *
      * --> PRODUTOS COMPRADOS NO HISTORICO
      *
       01 WS-QTD-PRODUTOS              PIC 9(03)       VALUE 0.
       01 WS-PRO-TABELA.
           05 WS-PRO-OCORRENCIA        OCCURS 300 TIMES.
               10 WS-PRO-TAB-CODIGO    PIC 9(07).
               10 WS-PRO-TAB-QTD-TOTAL PIC 9(09).
               10 WS-PRO-TAB-PEDIDOS   PIC 9(03).
               10 WS-PRO-TAB-ULTIMA    PIC 9(08).
               10 WS-PRO-TAB-ULT-PED   PIC 9(09).
               10 WS-PRO-TAB-ESCOLHIDO PIC X(01).
                   88 PRO-ESCOLHIDO    VALUE "S".
       01 WS-PRO-IND                   PIC 9(03)       VALUE 0.
       01 WS-MELHOR-IND                PIC 9(03)       VALUE 0.
       01 WS-PEDIDOS-DEPOIS            PIC 9(03)       VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY SUGEPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-SUGESTAO.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-SUGERIR-PEDIDO.
      *----------------------------------------------------------------*
       0000-SUGERIR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO SUG-RETORNO
           MOVE 0                      TO SUG-QTD-PEDIDOS
           MOVE 0                      TO SUG-QTD-PRODUTOS
           MOVE 0                      TO WS-QTD-PEDIDOS
           MOVE 0                      TO WS-QTD-PRODUTOS
           PERFORM 1000-LER-PARAMETROS
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-NAO-EXISTE
               MOVE 1                  TO SUG-RETORNO
               GOBACK
           END-IF
           IF NOT FS-PED-OK
               MOVE 99                 TO SUG-RETORNO
               GOBACK
           END-IF
           OPEN INPUT ARQ-ITENS
           IF NOT FS-ITE-OK
               CLOSE ARQ-PEDIDOS
               IF FS-ITE-NAO-EXISTE
                   MOVE 1              TO SUG-RETORNO
               ELSE
                   MOVE 99             TO SUG-RETORNO
               END-IF
               GOBACK
           END-IF
           PERFORM 2000-ACUMULAR-HISTORICO
           CLOSE ARQ-ITENS
           CLOSE ARQ-PEDIDOS
           MOVE WS-QTD-PEDIDOS         TO SUG-QTD-PEDIDOS
           IF WS-QTD-PRODUTOS = 0
               MOVE 1                  TO SUG-RETORNO
               GOBACK
           END-IF
           PERFORM 3000-MONTAR-SUGESTAO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * JANELA DO HISTORICO CONTADA EM MESES DE 30 DIAS A PARTIR DA    *
      * DATA BASE INFORMADA (HOJE, NOS DOIS CHAMADORES)                *
      *----------------------------------------------------------------*
           MOVE 6                      TO WS-MESES-HISTORICO
           MOVE 3                      TO WS-PEDIDOS-PARADO
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   IF PAR-SUG-MESES-HISTORICO NUMERIC
                       AND PAR-SUG-MESES-HISTORICO > 0
                       MOVE PAR-SUG-MESES-HISTORICO
                                       TO WS-MESES-HISTORICO
                   END-IF
                   IF PAR-SUG-PEDIDOS-PARADO NUMERIC
                       AND PAR-SUG-PEDIDOS-PARADO > 0
                       MOVE PAR-SUG-PEDIDOS-PARADO
                                       TO WS-PEDIDOS-PARADO
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE (SUG-DATA-BASE)
               - (WS-MESES-HISTORICO * 30)
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-INTEIRO)
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ACUMULAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      * SO PEDIDOS DE VENDA NAO CANCELADOS DO CLIENTE, DA DATA DE      *
      * CORTE ATE A DATA BASE; BONIFICACAO E TROCA NAO SAO COMPRA      *
      *----------------------------------------------------------------*
           MOVE SUG-CNPJ               TO PED-CNPJ
           START ARQ-PEDIDOS           KEY IS = PED-CNPJ
           IF NOT FS-PED-OK
               GO TO 2000-FIM
           END-IF
           READ ARQ-PEDIDOS NEXT
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-CNPJ NOT = SUG-CNPJ
               IF NOT PEDIDO-CANCELADO AND TIPO-VENDA
                   AND PED-DATA NOT < WS-DATA-CORTE
                   AND PED-DATA NOT > SUG-DATA-BASE
                   AND WS-QTD-PEDIDOS < 999
                   ADD 1               TO WS-QTD-PEDIDOS
                   MOVE PED-DATA
                           TO WS-PED-TAB-DATA (WS-QTD-PEDIDOS)
                   PERFORM 2100-ACUMULAR-ITENS
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-ACUMULAR-ITENS             SECTION.
      *----------------------------------------------------------------*
      * O MESMO PRODUTO EM DUAS LINHAS DO PEDIDO CONTA UM PEDIDO SO    *
      *----------------------------------------------------------------*
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY IS NOT < ITE-CHAVE
           IF NOT FS-ITE-OK
               GO TO 2100-FIM
           END-IF
           READ ARQ-ITENS NEXT
           PERFORM UNTIL NOT FS-ITE-OK
                   OR ITE-NUMERO-PED NOT = PED-NUMERO
               PERFORM 2200-LOCALIZAR-PRODUTO
               IF WS-PRO-IND > 0
                   ADD ITE-QUANTIDADE
                           TO WS-PRO-TAB-QTD-TOTAL (WS-PRO-IND)
                   IF WS-PRO-TAB-ULT-PED (WS-PRO-IND) NOT = PED-NUMERO
                       ADD 1   TO WS-PRO-TAB-PEDIDOS (WS-PRO-IND)
                       MOVE PED-NUMERO
                               TO WS-PRO-TAB-ULT-PED (WS-PRO-IND)
                   END-IF
                   IF PED-DATA > WS-PRO-TAB-ULTIMA (WS-PRO-IND)
                       MOVE PED-DATA
                               TO WS-PRO-TAB-ULTIMA (WS-PRO-IND)
                   END-IF
               END-IF
               READ ARQ-ITENS NEXT
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-LOCALIZAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*
      * POSICAO DO PRODUTO NA TABELA, INCLUINDO-O SE AINDA NAO ESTA;   *
      * ZERO QUANDO A TABELA ESTA CHEIA                                *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PRO-IND
           PERFORM VARYING WS-MELHOR-IND FROM 1 BY 1
                   UNTIL WS-MELHOR-IND > WS-QTD-PRODUTOS
                   OR WS-PRO-IND > 0
               IF WS-PRO-TAB-CODIGO (WS-MELHOR-IND) = ITE-PRODUTO
                   MOVE WS-MELHOR-IND  TO WS-PRO-IND
               END-IF
           END-PERFORM
           IF WS-PRO-IND = 0 AND WS-QTD-PRODUTOS < 300
               ADD 1                   TO WS-QTD-PRODUTOS
               MOVE WS-QTD-PRODUTOS    TO WS-PRO-IND
               MOVE ITE-PRODUTO        TO WS-PRO-TAB-CODIGO (WS-PRO-IND)
               MOVE 0          TO WS-PRO-TAB-QTD-TOTAL (WS-PRO-IND)
               MOVE 0          TO WS-PRO-TAB-PEDIDOS (WS-PRO-IND)
               MOVE 0          TO WS-PRO-TAB-ULTIMA (WS-PRO-IND)
               MOVE 0          TO WS-PRO-TAB-ULT-PED (WS-PRO-IND)
               MOVE "N"        TO WS-PRO-TAB-ESCOLHIDO (WS-PRO-IND)
           END-IF
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-MONTAR-SUGESTAO            SECTION.
      *----------------------------------------------------------------*
      * ESCOLHE ATE 20 PRODUTOS, DO QUE APARECEU EM MAIS PEDIDOS PARA  *
      * O QUE APARECEU EM MENOS (EMPATE: COMPRA MAIS RECENTE PRIMEIRO) *
      *----------------------------------------------------------------*
           PERFORM UNTIL SUG-QTD-PRODUTOS NOT < 20
                   OR SUG-QTD-PRODUTOS NOT < WS-QTD-PRODUTOS
               MOVE 0                  TO WS-MELHOR-IND
               PERFORM VARYING WS-PRO-IND FROM 1 BY 1
                       UNTIL WS-PRO-IND > WS-QTD-PRODUTOS
                   IF NOT PRO-ESCOLHIDO (WS-PRO-IND)
                       IF WS-MELHOR-IND = 0
                           MOVE WS-PRO-IND TO WS-MELHOR-IND
                       ELSE
                       IF WS-PRO-TAB-PEDIDOS (WS-PRO-IND) >
                          WS-PRO-TAB-PEDIDOS (WS-MELHOR-IND)
                          OR (WS-PRO-TAB-PEDIDOS (WS-PRO-IND) =
                              WS-PRO-TAB-PEDIDOS (WS-MELHOR-IND)
                          AND WS-PRO-TAB-ULTIMA (WS-PRO-IND) >
                              WS-PRO-TAB-ULTIMA (WS-MELHOR-IND))
                           MOVE WS-PRO-IND TO WS-MELHOR-IND
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "S"    TO WS-PRO-TAB-ESCOLHIDO (WS-MELHOR-IND)
               PERFORM 3100-GRAVAR-SUGESTAO
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-SUGESTAO            SECTION.
      *----------------------------------------------------------------*
      * QUANTIDADE SUGERIDA = MEDIA DAS COMPRAS DO PRODUTO (MINIMO 1); *
      * PAROU QUANDO O CLIENTE FEZ PEDIDOS DEMAIS SEM O PRODUTO DEPOIS *
      * DA ULTIMA COMPRA DELE                                          *
      *----------------------------------------------------------------*
           ADD 1                       TO SUG-QTD-PRODUTOS
           MOVE WS-PRO-TAB-CODIGO (WS-MELHOR-IND)
                                   TO SUG-PRO-CODIGO (SUG-QTD-PRODUTOS)
           COMPUTE SUG-PRO-QUANTIDADE (SUG-QTD-PRODUTOS) ROUNDED =
               WS-PRO-TAB-QTD-TOTAL (WS-MELHOR-IND)
               / WS-PRO-TAB-PEDIDOS (WS-MELHOR-IND)
           IF SUG-PRO-QUANTIDADE (SUG-QTD-PRODUTOS) = 0
               MOVE 1
                           TO SUG-PRO-QUANTIDADE (SUG-QTD-PRODUTOS)
           END-IF
           MOVE WS-PRO-TAB-PEDIDOS (WS-MELHOR-IND)
                                   TO SUG-PRO-PEDIDOS (SUG-QTD-PRODUTOS)
           MOVE WS-PRO-TAB-ULTIMA (WS-MELHOR-IND)
                               TO SUG-PRO-ULTIMA-DATA (SUG-QTD-PRODUTOS)
           MOVE 0                      TO WS-PEDIDOS-DEPOIS
           PERFORM VARYING WS-PED-IND FROM 1 BY 1
                   UNTIL WS-PED-IND > WS-QTD-PEDIDOS
               IF WS-PED-TAB-DATA (WS-PED-IND) >
                  WS-PRO-TAB-ULTIMA (WS-MELHOR-IND)
                   ADD 1               TO WS-PEDIDOS-DEPOIS
               END-IF
           END-PERFORM
           IF WS-PEDIDOS-DEPOIS NOT < WS-PEDIDOS-PARADO
               MOVE "S"            TO SUG-PRO-PAROU (SUG-QTD-PRODUTOS)
           ELSE
               MOVE "N"            TO SUG-PRO-PAROU (SUG-QTD-PRODUTOS)
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM SUGEPEDI.
      *----------------------------------------------------------------*
