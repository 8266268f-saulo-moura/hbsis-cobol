      ******************************************************************
      * PROGRAMA.: MOVIVASI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MOVIMENTACAO DO SALDO DE VASILHAMES DO CLIENTE -    *
      *            SUBPROGRAMA CHAMADO POR TODO PROGRAMA QUE ALTERA O  *
      *            SALDO, COM AS FUNCOES: T = CONSULTA DO TOTAL DO     *
      *            CLIENTE, F = DEBITO NO FATURAMENTO, E = COLETA NA   *
      *            ENTREGA, V = COLETA NA VISITA, D = DEVOLUCAO DO     *
      *            PEDIDO E A = AJUSTE DE CONTAGEM; SO PRODUTO         *
      *            MARCADO COMO RETORNAVEL MOVIMENTA SALDO E TODA      *
      *            ALTERACAO VAI PARA O JORNAL DE MOVIMENTOS           *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. MOVIVASI.
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
           SELECT ARQ-VASILHAMES       ASSIGN TO  "WID-ARQ-VAS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VAS-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VASILHAME.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-MOV-VASILHAME    ASSIGN TO  "WID-MOV-VAS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOV-VASILHAME.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-VASILHAMES.
       COPY VASICADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-MOV-VASILHAME.
       COPY MVVACADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-VASILHAME              PIC X(02).
           88 FS-VAS-OK                VALUE "00" THRU "09".
           88 FS-VAS-NAO-ENCONTRADO    VALUE "23".
           88 FS-VAS-NAO-EXISTE        VALUE "35".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-MOV-VASILHAME          PIC X(02).
           88 FS-MVV-OK                VALUE "00" THRU "09".
           88 FS-MVV-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-QTD-MOVIMENTO             PIC S9(07)      VALUE 0.
       01 WS-REGISTRO-NOVO             PIC X(01)       VALUE "N".
           88 REGISTRO-NOVO            VALUE "S".
       01 WS-PRODUTO-RETORNAVEL        PIC X(01)       VALUE "N".
           88 PRODUTO-E-RETORNAVEL     VALUE "S".
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY VASIPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-VASILHAME.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-MOVIMENTAR-VASILHAME.
      *----------------------------------------------------------------*
       0000-MOVIMENTAR-VASILHAME       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "0"                    TO PMV-RETORNO
           MOVE 0                      TO PMV-SALDO-PRODUTO
           MOVE 0                      TO PMV-SALDO-CLIENTE
           MOVE "N"                    TO WS-REGISTRO-NOVO
           IF PMV-FUNCAO NOT = "T"
               PERFORM 1100-VERIFICAR-PRODUTO
               IF NOT PRODUTO-E-RETORNAVEL
                   MOVE "1"            TO PMV-RETORNO
                   GOBACK
               END-IF
           END-IF
           PERFORM 1000-ABRIR-VASILHAMES
           IF PMV-ERRO
               GOBACK
           END-IF
           IF PMV-FUNCAO = "T"
               PERFORM 4000-SOMAR-CLIENTE
               CLOSE ARQ-VASILHAMES
               GOBACK
           END-IF
           MOVE PMV-CNPJ               TO VAS-CNPJ
           MOVE PMV-PRODUTO            TO VAS-PRODUTO
           READ ARQ-VASILHAMES
           IF FS-VAS-NAO-ENCONTRADO
               MOVE "S"                TO WS-REGISTRO-NOVO
               MOVE PMV-CNPJ           TO VAS-CNPJ
               MOVE PMV-PRODUTO        TO VAS-PRODUTO
               MOVE 0                  TO VAS-SALDO
               MOVE 0                  TO VAS-DT-ULT-FATURAMENTO
               MOVE 0                  TO VAS-DT-ULT-COLETA
           ELSE
               IF NOT FS-VAS-OK
                   MOVE "9"            TO PMV-RETORNO
                   CLOSE ARQ-VASILHAMES
                   GOBACK
               END-IF
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE PMV-QUANTIDADE         TO WS-QTD-MOVIMENTO
           EVALUATE PMV-FUNCAO
               WHEN "F"
                   ADD WS-QTD-MOVIMENTO TO VAS-SALDO
                   MOVE WS-DATA-ATUAL  TO VAS-DT-ULT-FATURAMENTO
               WHEN "E"
               WHEN "V"
      *
      * --> A COLETA NAO PODE PASSAR DO QUE O CLIENTE DEVE; O
      *     EXCEDENTE E RECUSADO PARA SER CONFERIDO PELO OPERADOR
      *
                   IF WS-QTD-MOVIMENTO > VAS-SALDO
                       MOVE "2"        TO PMV-RETORNO
                       MOVE VAS-SALDO  TO PMV-SALDO-PRODUTO
                       PERFORM 4000-SOMAR-CLIENTE
                       CLOSE ARQ-VASILHAMES
                       GOBACK
                   END-IF
                   SUBTRACT WS-QTD-MOVIMENTO FROM VAS-SALDO
                   MOVE WS-DATA-ATUAL  TO VAS-DT-ULT-COLETA
                   COMPUTE WS-QTD-MOVIMENTO = 0 - WS-QTD-MOVIMENTO
               WHEN "D"
      *
      * --> NA DEVOLUCAO DO PEDIDO O VASILHAME VOLTA CHEIO; O SALDO
      *     BAIXA ATE ZERO E O QUE PASSAR DISSO E DESCONSIDERADO
      *
                   IF REGISTRO-NOVO
                       MOVE "1"        TO PMV-RETORNO
                       CLOSE ARQ-VASILHAMES
                       GOBACK
                   END-IF
                   IF WS-QTD-MOVIMENTO > VAS-SALDO
                       MOVE VAS-SALDO  TO WS-QTD-MOVIMENTO
                   END-IF
                   SUBTRACT WS-QTD-MOVIMENTO FROM VAS-SALDO
                   COMPUTE WS-QTD-MOVIMENTO = 0 - WS-QTD-MOVIMENTO
               WHEN "A"
                   COMPUTE WS-QTD-MOVIMENTO =
                       PMV-QUANTIDADE - VAS-SALDO
                   MOVE PMV-QUANTIDADE TO VAS-SALDO
               WHEN OTHER
                   MOVE "9"            TO PMV-RETORNO
                   CLOSE ARQ-VASILHAMES
                   GOBACK
           END-EVALUATE
           PERFORM 3000-GRAVAR-SALDO
           MOVE VAS-SALDO              TO PMV-SALDO-PRODUTO
           PERFORM 4000-SOMAR-CLIENTE
           CLOSE ARQ-VASILHAMES
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-VASILHAMES           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-VASILHAMES
           IF FS-VAS-NAO-EXISTE
               OPEN OUTPUT ARQ-VASILHAMES
               CLOSE ARQ-VASILHAMES
               OPEN I-O ARQ-VASILHAMES
           END-IF
           IF NOT FS-VAS-OK
               MOVE "9"                TO PMV-RETORNO
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-VERIFICAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-PRODUTO-RETORNAVEL
           OPEN INPUT ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE PMV-PRODUTO        TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF FS-PRO-OK AND PRODUTO-RETORNAVEL
                   MOVE "S"            TO WS-PRODUTO-RETORNAVEL
               END-IF
               CLOSE ARQ-PRODUTOS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-SALDO               SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-DATA-ATUAL          TO VAS-DT-ALTERACAO
           MOVE PMV-OPERADOR           TO VAS-OPERADOR-ALTERACAO
           IF REGISTRO-NOVO
               WRITE REG-VASILHAME
           ELSE
               REWRITE REG-VASILHAME
           END-IF
           IF NOT FS-VAS-OK
               MOVE "9"                TO PMV-RETORNO
           ELSE
               PERFORM 3100-GRAVAR-JORNAL
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-JORNAL              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-MOV-VASILHAME
           IF FS-MVV-NAO-EXISTE
               OPEN OUTPUT ARQ-MOV-VASILHAME
           END-IF
           IF FS-MVV-OK
               MOVE WS-DATA-ATUAL      TO MVV-DATA
               MOVE WS-HORA-ATUAL (1:6) TO MVV-HORA
               MOVE PMV-CNPJ           TO MVV-CNPJ
               MOVE PMV-PRODUTO        TO MVV-PRODUTO
               MOVE PMV-FUNCAO         TO MVV-TIPO
               MOVE WS-QTD-MOVIMENTO   TO MVV-QUANTIDADE
               MOVE PMV-DOCUMENTO      TO MVV-DOCUMENTO
               MOVE PMV-PROGRAMA       TO MVV-PROGRAMA
               MOVE PMV-OPERADOR       TO MVV-OPERADOR
               MOVE VAS-SALDO          TO MVV-SALDO
               WRITE REG-MOV-VASILHAME
               CLOSE ARQ-MOV-VASILHAME
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-SOMAR-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      * SALDO TOTAL DO CLIENTE, SOMANDO TODOS OS PRODUTOS RETORNAVEIS  *
      * (E O QUE SE COMPARA COM O LIMITE DO CANAL E PORTE); DE PASSAGEM*
      * DEVOLVE O SALDO DO PRODUTO INFORMADO, QUANDO HOUVER            *
      *----------------------------------------------------------------*
           MOVE 0                      TO PMV-SALDO-CLIENTE
           MOVE PMV-CNPJ               TO VAS-CNPJ
           MOVE 0                      TO VAS-PRODUTO
           START ARQ-VASILHAMES        KEY IS NOT LESS THAN VAS-CHAVE
           IF FS-VAS-OK
               READ ARQ-VASILHAMES NEXT
               PERFORM UNTIL NOT FS-VAS-OK
                       OR VAS-CNPJ NOT = PMV-CNPJ
                   ADD VAS-SALDO       TO PMV-SALDO-CLIENTE
                   IF VAS-PRODUTO = PMV-PRODUTO
                       MOVE VAS-SALDO  TO PMV-SALDO-PRODUTO
                   END-IF
                   READ ARQ-VASILHAMES NEXT
               END-PERFORM
           END-IF
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM MOVIVASI.
      *----------------------------------------------------------------*
