      ******************************************************************
      * PROGRAMA.: INTPEDAP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: INTERFACE DE ENTRADA DOS PEDIDOS TIRADOS NO APP DE  *
      *            CAMPO - CADA LINHA TRAZ O CABECALHO DO PEDIDO E UM  *
      *            ITEM; AS LINHAS SEGUIDAS DO MESMO NUMERO FORMAM UM  *
      *            SO PEDIDO. A INCLUSAO E FEITA PELO SUBPROGRAMA      *
      *            INCLPEDI, COM AS REGRAS DA DIGITACAO; REJEITADOS    *
      *            VAO PARA O ARQUIVO DE ERROS COM CODIGO DE MOTIVO    *
      ******************************************************************
      * CODIGOS DE MOTIVO DA REJEICAO: OS DO RETORNO DO INCLPEDI       *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. INTPEDAP.
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
           SELECT ARQ-APP-PEDIDOS      ASSIGN TO  "WID-ARQ-APP-PED.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-APP.
      *
           SELECT ARQ-APP-PED-ERROS    ASSIGN TO  "WID-ARQ-APD-ERR.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-APP-ERROS.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-APP-PEDIDOS.
       01 REG-APP-PEDIDO.
           05 APD-NUMERO               PIC 9(09).
           05 APD-CNPJ                 PIC 9(14).
           05 APD-CPF                  PIC 9(11).
           05 APD-DATA                 PIC 9(08).
           05 APD-TIPO                 PIC X(01).
           05 APD-COND-PAGTO           PIC 9(02).
      *
      * --> UM ITEM POR LINHA; PRECO ZERO ASSUME CAMPANHA OU TABELA
      *
           05 APD-PRODUTO              PIC 9(07).
           05 APD-QUANTIDADE           PIC 9(05).
           05 APD-PRECO                PIC 9(09)V99.
      *
       FD ARQ-APP-PED-ERROS.
       01 REG-APP-PED-ERRO.
           05 ADE-NUMERO               PIC 9(09).
           05 ADE-CNPJ                 PIC 9(14).
           05 ADE-CPF                  PIC 9(11).
           05 ADE-DATA                 PIC 9(08).
           05 ADE-TIPO                 PIC X(01).
           05 ADE-COND-PAGTO           PIC 9(02).
           05 ADE-PRODUTO              PIC 9(07).
           05 ADE-QUANTIDADE           PIC 9(05).
           05 ADE-PRECO                PIC 9(09)V99.
           05 ADE-MOTIVO               PIC 9(02).
      *
      * --> SEQUENCIA DO ITEM RECUSADO E PEDIDO JA EXISTENTE NA
      *     DUPLICATA, PARA O TRATAMENTO DAS REJEICOES
      *
           05 ADE-ITEM-RECUSADO        PIC 9(03).
           05 ADE-NUM-EXISTENTE        PIC 9(09).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-APP                    PIC X(02).
           88 FS-APP-OK                VALUE "00" THRU "09".
           88 FS-APP-FIM               VALUE "10".
           88 FS-APP-NAO-EXISTE        VALUE "35".
       77 WS-FS-APP-ERROS              PIC X(02).
           88 FS-ERR-OK                VALUE "00" THRU "09".
           88 FS-ERR-NAO-EXISTE        VALUE "35".
      *
       01 WS-ITEM-IND                  PIC 9(03)       VALUE 0.
       01 WS-PEDIDO-EXCEDIDO           PIC X(01)       VALUE "N".
           88 PEDIDO-EXCEDIDO          VALUE "S".
      *
       01 WS-TOT-LIDOS                 PIC 9(07)       VALUE 0.
       01 WS-TOT-GRAVADOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-REJEITADOS            PIC 9(07)       VALUE 0.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE INCLUSAO DO PEDIDO
      *
       COPY PEDIPARM.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
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
       PERFORM 0000-INTERFACE-PEDIDOS.
      *----------------------------------------------------------------*
       0000-INTERFACE-PEDIDOS          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-APP-PEDIDOS
           IF FS-APP-NAO-EXISTE
               DISPLAY "ARQUIVO DE PEDIDOS DO APP NAO ENCONTRADO"
           ELSE
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-LER-APP-SEQ
               PERFORM 2100-PROCESSAR-PEDIDO
                                       UNTIL FS-APP-FIM
               PERFORM 6000-FECHAR-ARQUIVOS
               PERFORM 7000-IMPRIMIR-RESUMO
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
      * --> OS REJEITADOS FICAM NO ARQUIVO ATE SEREM TRATADOS, ENTAO
      *     A IMPORTACAO ACRESCENTA SEM TRUNCAR O QUE AINDA ESTA LA
      *
           OPEN EXTEND ARQ-APP-PED-ERROS
           IF FS-ERR-NAO-EXISTE
               OPEN OUTPUT ARQ-APP-PED-ERROS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LER-APP-SEQ                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-APP-PEDIDOS        NEXT
           IF NOT FS-APP-OK AND NOT FS-APP-FIM
               MOVE "10"               TO WS-FS-APP
           END-IF
           IF FS-APP-OK
               ADD 1                   TO WS-TOT-LIDOS
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-PROCESSAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      * AS LINHAS SEGUIDAS DO MESMO NUMERO FORMAM UM SO PEDIDO; NO     *
      * ITEM 51 O PEDIDO E RECUSADO (MOTIVO 14) SEM CHAMAR O INCLPEDI: *
      * OS 50 PRIMEIROS VAO PARA O ARQUIVO DE ERROS E AS LINHAS        *
      * SEGUINTES VAO DIRETO PARA LA, SEM PERDER NENHUM ITEM           *
      *----------------------------------------------------------------*
           INITIALIZE REG-PARM-PEDIDO
           MOVE APD-NUMERO             TO PPD-NUMERO
           MOVE APD-CNPJ               TO PPD-CNPJ
           MOVE APD-CPF                TO PPD-CPF
           MOVE APD-DATA               TO PPD-DATA
           MOVE APD-TIPO               TO PPD-TIPO
           MOVE APD-COND-PAGTO         TO PPD-COND-PAGTO
           MOVE "INTPEDAP"             TO PPD-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PPD-OPERADOR
           MOVE 0                      TO PPD-NIVEL
           MOVE 0                      TO PPD-QTD-ITENS
           MOVE "N"                    TO WS-PEDIDO-EXCEDIDO
           PERFORM UNTIL FS-APP-FIM
                   OR APD-NUMERO NOT = PPD-NUMERO
               IF PEDIDO-EXCEDIDO
                   PERFORM 2410-REJEITAR-EXCEDENTE
               ELSE
                   IF PPD-QTD-ITENS < 50
                       ADD 1           TO PPD-QTD-ITENS
                       MOVE APD-PRODUTO
                               TO PPD-ITE-PRODUTO (PPD-QTD-ITENS)
                       MOVE APD-QUANTIDADE
                               TO PPD-ITE-QUANTIDADE (PPD-QTD-ITENS)
                       MOVE APD-PRECO
                               TO PPD-ITE-PRECO (PPD-QTD-ITENS)
                   ELSE
                       MOVE 14         TO PPD-RETORNO
                       PERFORM 2400-REJEITAR-PEDIDO
                       MOVE "S"        TO WS-PEDIDO-EXCEDIDO
                       PERFORM 2410-REJEITAR-EXCEDENTE
                   END-IF
               END-IF
               PERFORM 2000-LER-APP-SEQ
           END-PERFORM
           IF PEDIDO-EXCEDIDO
               GO TO 2100-FIM
           END-IF
           CALL "INCLPEDI"             USING REG-PARM-PEDIDO
           IF PPD-GRAVADO
               ADD 1                   TO WS-TOT-GRAVADOS
           ELSE
               PERFORM 2400-REJEITAR-PEDIDO
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-REJEITAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * O PEDIDO REJEITADO VOLTA INTEIRO PARA O ARQUIVO DE ERROS, UMA  *
      * LINHA POR ITEM, PARA SER CORRIGIDO E REPROCESSADO              *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-REJEITADOS
           MOVE PPD-NUMERO             TO ADE-NUMERO
           MOVE PPD-CNPJ               TO ADE-CNPJ
           MOVE PPD-CPF                TO ADE-CPF
           MOVE PPD-DATA               TO ADE-DATA
           MOVE PPD-TIPO               TO ADE-TIPO
           MOVE PPD-COND-PAGTO         TO ADE-COND-PAGTO
           MOVE PPD-RETORNO            TO ADE-MOTIVO
           MOVE PPD-ITEM-RECUSADO      TO ADE-ITEM-RECUSADO
           MOVE PPD-NUM-EXISTENTE      TO ADE-NUM-EXISTENTE
           PERFORM VARYING WS-ITEM-IND FROM 1 BY 1
                   UNTIL WS-ITEM-IND > PPD-QTD-ITENS
               MOVE PPD-ITE-PRODUTO (WS-ITEM-IND)    TO ADE-PRODUTO
               MOVE PPD-ITE-QUANTIDADE (WS-ITEM-IND) TO ADE-QUANTIDADE
               MOVE PPD-ITE-PRECO (WS-ITEM-IND)      TO ADE-PRECO
               WRITE REG-APP-PED-ERRO
           END-PERFORM
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2410-REJEITAR-EXCEDENTE         SECTION.
      *----------------------------------------------------------------*
      * LINHA LIDA DEPOIS DO ITEM 50 DE UM PEDIDO JA RECUSADO: VAI     *
      * COMO ESTA PARA O ARQUIVO DE ERROS, JUNTO DAS DEMAIS            *
      *----------------------------------------------------------------*
           MOVE PPD-NUMERO             TO ADE-NUMERO
           MOVE PPD-CNPJ               TO ADE-CNPJ
           MOVE PPD-CPF                TO ADE-CPF
           MOVE PPD-DATA               TO ADE-DATA
           MOVE PPD-TIPO               TO ADE-TIPO
           MOVE PPD-COND-PAGTO         TO ADE-COND-PAGTO
           MOVE PPD-RETORNO            TO ADE-MOTIVO
           MOVE PPD-ITEM-RECUSADO      TO ADE-ITEM-RECUSADO
           MOVE PPD-NUM-EXISTENTE      TO ADE-NUM-EXISTENTE
           MOVE APD-PRODUTO            TO ADE-PRODUTO
           MOVE APD-QUANTIDADE         TO ADE-QUANTIDADE
           MOVE APD-PRECO              TO ADE-PRECO
           WRITE REG-APP-PED-ERRO
           .
       2410-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-APP-PEDIDOS
           IF FS-ERR-OK
               CLOSE ARQ-APP-PED-ERROS
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA INTERFACE DE PEDIDOS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LINHAS LIDAS..............: "
                   WS-TOT-LIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS GRAVADOS..........: "
                   WS-TOT-GRAVADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS REJEITADOS........: "
                   WS-TOT-REJEITADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM INTPEDAP.
      *----------------------------------------------------------------*
