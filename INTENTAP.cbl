      ******************************************************************
      * PROGRAMA.: INTENTAP                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: INTERFACE DE ENTRADA DAS ENTREGAS DO APP DO         *
      *            MOTORISTA - CADA LINHA TRAZ O ROMANEIO, A FATURA E  *
      *            O RESULTADO DA ENTREGA; NA ENTREGA PARCIAL VEM UMA  *
      *            LINHA POR PRODUTO QUE VOLTOU, EM SEQUENCIA. A BAIXA *
      *            E FEITA PELO SUBPROGRAMA BAIXENTR, O MESMO DA TELA; *
      *            REJEITADOS VAO PARA O ARQUIVO DE ERROS COM CODIGO   *
      *            DE MOTIVO                                           *
      ******************************************************************
      * CODIGOS DE MOTIVO DA REJEICAO (OS DO RETORNO DA BAIXA):        *
      *   01 - PARADA NAO ENCONTRADA NO ROMANEIO                       *
      *   02 - PARADA JA BAIXADA                                       *
      *   03 - RESULTADO INVALIDO                                      *
      *   04 - PRODUTO OU QUANTIDADE DEVOLVIDA FORA DA FATURA          *
      *   09 - ERRO NO ACESSO AOS ARQUIVOS                             *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. INTENTAP.
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
           SELECT ARQ-APP-ENTREGAS     ASSIGN TO  "WID-ARQ-APP-ENT.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-APP.
      *
           SELECT ARQ-APP-ENT-ERROS    ASSIGN TO  "WID-ARQ-APE-ERR.DAT"
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
       FD ARQ-APP-ENTREGAS.
       01 REG-APP-ENTREGA.
           05 APE-NUMERO-ROM           PIC 9(07).
           05 APE-DOCUMENTO            PIC 9(09).
           05 APE-RESULTADO            PIC X(01).
           05 APE-DATA                 PIC 9(08).
           05 APE-HORA                 PIC 9(06).
      *
      * --> SO NA ENTREGA PARCIAL: PRODUTO E QUANTIDADE QUE VOLTOU
      *
           05 APE-PRODUTO              PIC 9(07).
           05 APE-QUANTIDADE           PIC 9(05).
      *
       FD ARQ-APP-ENT-ERROS.
       01 REG-APP-ENT-ERRO.
           05 AEE-NUMERO-ROM           PIC 9(07).
           05 AEE-DOCUMENTO            PIC 9(09).
           05 AEE-RESULTADO            PIC X(01).
           05 AEE-DATA                 PIC 9(08).
           05 AEE-HORA                 PIC 9(06).
           05 AEE-PRODUTO              PIC 9(07).
           05 AEE-QUANTIDADE           PIC 9(05).
           05 AEE-MOTIVO               PIC 9(02).
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
       01 WS-ITEM-IND                  PIC 9(02)       VALUE 0.
       01 WS-MOTIVO-REJEICAO           PIC 9(02)       VALUE 0.
      *
       01 WS-TOT-LIDOS                 PIC 9(07)       VALUE 0.
       01 WS-TOT-ENTREGUES             PIC 9(07)       VALUE 0.
       01 WS-TOT-PARCIAIS              PIC 9(07)       VALUE 0.
       01 WS-TOT-RECUSADAS             PIC 9(07)       VALUE 0.
       01 WS-TOT-FECHADOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-REJEITADOS            PIC 9(07)       VALUE 0.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE BAIXA DA ENTREGA
      *
       COPY ENTRPARM.
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
       PERFORM 0000-INTERFACE-ENTREGAS.
      *----------------------------------------------------------------*
       0000-INTERFACE-ENTREGAS         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-APP-ENTREGAS
           IF FS-APP-NAO-EXISTE
               DISPLAY "ARQUIVO DE ENTREGAS DO APP NAO ENCONTRADO"
           ELSE
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-LER-APP-SEQ
               PERFORM 2100-PROCESSAR-ENTREGA
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
           OPEN EXTEND ARQ-APP-ENT-ERROS
           IF FS-ERR-NAO-EXISTE
               OPEN OUTPUT ARQ-APP-ENT-ERROS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LER-APP-SEQ                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-APP-ENTREGAS       NEXT
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
       2100-PROCESSAR-ENTREGA          SECTION.
      *----------------------------------------------------------------*
      * AS LINHAS SEGUIDAS DO MESMO ROMANEIO E FATURA FORMAM UMA SO    *
      * BAIXA; NA ENTREGA PARCIAL CADA LINHA E UM PRODUTO DEVOLVIDO    *
      *----------------------------------------------------------------*
           INITIALIZE REG-PARM-ENTREGA
           MOVE APE-NUMERO-ROM         TO PEN-NUMERO-ROM
           MOVE APE-DOCUMENTO          TO PEN-DOCUMENTO
           MOVE APE-RESULTADO          TO PEN-SITUACAO
           MOVE APE-DATA               TO PEN-DATA
           MOVE APE-HORA               TO PEN-HORA
           MOVE "A"                    TO PEN-ORIGEM
           MOVE "INTENTAP"             TO PEN-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PEN-OPERADOR
           MOVE 0                      TO PEN-QTD-ITENS
           PERFORM UNTIL FS-APP-FIM
                   OR APE-NUMERO-ROM NOT = PEN-NUMERO-ROM
                   OR APE-DOCUMENTO NOT = PEN-DOCUMENTO
               IF APE-PRODUTO > 0 AND PEN-QTD-ITENS < 50
                   ADD 1               TO PEN-QTD-ITENS
                   MOVE APE-PRODUTO
                               TO PEN-ITE-PRODUTO (PEN-QTD-ITENS)
                   MOVE APE-QUANTIDADE
                               TO PEN-ITE-QUANTIDADE (PEN-QTD-ITENS)
               END-IF
               PERFORM 2000-LER-APP-SEQ
           END-PERFORM
           CALL "BAIXENTR"             USING REG-PARM-ENTREGA
           IF PEN-BAIXADA
               EVALUATE PEN-SITUACAO
                   WHEN "E"
                       ADD 1           TO WS-TOT-ENTREGUES
                   WHEN "T"
                       ADD 1           TO WS-TOT-PARCIAIS
                   WHEN "R"
                       ADD 1           TO WS-TOT-RECUSADAS
                   WHEN "F"
                       ADD 1           TO WS-TOT-FECHADOS
               END-EVALUATE
           ELSE
               PERFORM 2400-REJEITAR-ENTREGA
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-REJEITAR-ENTREGA           SECTION.
      *----------------------------------------------------------------*
      * A BAIXA REJEITADA VOLTA INTEIRA PARA O ARQUIVO DE ERROS, UMA   *
      * LINHA POR PRODUTO, PARA SER CORRIGIDA E REENVIADA              *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-REJEITADOS
           MOVE PEN-RETORNO            TO WS-MOTIVO-REJEICAO
           MOVE PEN-NUMERO-ROM         TO AEE-NUMERO-ROM
           MOVE PEN-DOCUMENTO          TO AEE-DOCUMENTO
           MOVE PEN-SITUACAO           TO AEE-RESULTADO
           MOVE PEN-DATA               TO AEE-DATA
           MOVE PEN-HORA               TO AEE-HORA
           MOVE WS-MOTIVO-REJEICAO     TO AEE-MOTIVO
           IF PEN-QTD-ITENS = 0
               MOVE 0                  TO AEE-PRODUTO
               MOVE 0                  TO AEE-QUANTIDADE
               WRITE REG-APP-ENT-ERRO
           END-IF
           PERFORM VARYING WS-ITEM-IND FROM 1 BY 1
                   UNTIL WS-ITEM-IND > PEN-QTD-ITENS
               MOVE PEN-ITE-PRODUTO (WS-ITEM-IND)   TO AEE-PRODUTO
               MOVE PEN-ITE-QUANTIDADE (WS-ITEM-IND) TO AEE-QUANTIDADE
               WRITE REG-APP-ENT-ERRO
           END-PERFORM
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-APP-ENTREGAS
           IF FS-ERR-OK
               CLOSE ARQ-APP-ENT-ERROS
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA INTERFACE DE ENTREGAS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LINHAS LIDAS..............: "
                   WS-TOT-LIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ENTREGUES.................: "
                   WS-TOT-ENTREGUES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ENTREGUES PARCIAL.........: "
                   WS-TOT-PARCIAIS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "RECUSADAS.................: "
                   WS-TOT-RECUSADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTE FECHADO...........: "
                   WS-TOT-FECHADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "REJEITADAS................: "
                   WS-TOT-REJEITADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM INTENTAP.
      *----------------------------------------------------------------*
