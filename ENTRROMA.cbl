      ******************************************************************
      * PROGRAMA.: ENTRROMA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: BAIXA DAS ENTREGAS DE UM ROMANEIO NA VOLTA DO       *
      *            CAMINHAO - PARA CADA PARADA PENDENTE O OPERADOR     *
      *            INFORMA ENTREGUE, ENTREGUE PARCIAL (COM O QUE       *
      *            VOLTOU DE CADA ITEM), RECUSADO OU CLIENTE FECHADO;  *
      *            A BAIXA E FEITA PELO SUBPROGRAMA BAIXENTR, O MESMO  *
      *            DA INTERFACE DO APP DO MOTORISTA                    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. ENTRROMA.
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
           SELECT ARQ-ROMANEIOS        ASSIGN TO  "WID-ARQ-ROM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ROM-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ROMANEIO.
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
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-ROMANEIOS.
       COPY ROMACADA.
      *
       FD ARQ-PARADAS.
       COPY ROMPCADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ROMANEIO               PIC X(02).
           88 FS-ROM-OK                VALUE "00" THRU "09".
       77 WS-FS-PARADA                 PIC X(02).
           88 FS-RPA-OK                VALUE "00" THRU "09".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
      *
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NUMERO-ROMANEIO           PIC 9(07)       VALUE 0.
       01 WS-RESULTADO                 PIC X(01)       VALUE SPACE.
       01 WS-QTD-DEVOLVIDA             PIC 9(05)       VALUE 0.
       77 WS-CONFIRMA                  PIC X           VALUE "N".
      *
      * --> PARADAS PENDENTES DO ROMANEIO, CARREGADAS ANTES DA BAIXA
      *     PORQUE O SUBPROGRAMA ATUALIZA O MESMO ARQUIVO
      *
       01 WS-QTD-PARADAS               PIC 9(03)       VALUE 0.
       01 WS-PAR-TABELA.
           05 WS-PAR-OCORRENCIA        OCCURS 999 TIMES
                                       INDEXED BY WS-PAR-IND.
               10 WS-PAR-SEQUENCIA     PIC 9(03).
               10 WS-PAR-DOCUMENTO     PIC 9(09).
               10 WS-PAR-NUMERO-PED    PIC 9(09).
               10 WS-PAR-CNPJ          PIC 9(14).
               10 WS-PAR-VALOR         PIC 9(09)V99.
       01 WS-VALOR-ED                  PIC ZZZ.ZZZ.ZZ9,99.
      *
       01 WS-TOT-BAIXADAS              PIC 9(03)       VALUE 0.
       01 WS-TOT-DEVOLUCOES            PIC 9(03)       VALUE 0.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE BAIXA DA ENTREGA
      *
       COPY ENTRPARM.
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
       PERFORM 0000-BAIXAR-ROMANEIO.
      *----------------------------------------------------------------*
       0000-BAIXAR-ROMANEIO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "BAIXA DAS ENTREGAS DO ROMANEIO"
           DISPLAY "NUMERO DO ROMANEIO: "
                                       WITH NO ADVANCING
           ACCEPT WS-NUMERO-ROMANEIO
           OPEN INPUT ARQ-ROMANEIOS
           IF NOT FS-ROM-OK
               DISPLAY "NAO HA ROMANEIOS MONTADOS"
               GOBACK
           END-IF
           MOVE WS-NUMERO-ROMANEIO     TO ROM-NUMERO
           READ ARQ-ROMANEIOS
           IF NOT FS-ROM-OK
               DISPLAY "ROMANEIO NAO ENCONTRADO"
               CLOSE ARQ-ROMANEIOS
               GOBACK
           END-IF
           CLOSE ARQ-ROMANEIOS
           IF ROMANEIO-ENCERRADO
               DISPLAY "ROMANEIO JA ENCERRADO"
               GOBACK
           END-IF
           DISPLAY "DATA " ROM-DATA " VEICULO " ROM-PLACA
                   " MOTORISTA " ROM-MOTORISTA
           PERFORM 1000-CARREGAR-PARADAS
           IF WS-QTD-PARADAS = 0
               DISPLAY "NENHUMA PARADA PENDENTE NO ROMANEIO"
               GOBACK
           END-IF
           PERFORM VARYING WS-PAR-IND FROM 1 BY 1
                   UNTIL WS-PAR-IND > WS-QTD-PARADAS
               PERFORM 2000-BAIXAR-PARADA
           END-PERFORM
           DISPLAY "PARADAS BAIXADAS.......: " WS-TOT-BAIXADAS
           DISPLAY "DEVOLUCOES GERADAS.....: " WS-TOT-DEVOLUCOES
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CARREGAR-PARADAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-QTD-PARADAS
           OPEN INPUT ARQ-PARADAS
           IF NOT FS-RPA-OK
               GO TO 1000-FIM
           END-IF
           MOVE WS-NUMERO-ROMANEIO     TO RPA-NUMERO-ROM
           MOVE 0                      TO RPA-SEQUENCIA
           START ARQ-PARADAS           KEY >= RPA-CHAVE
           IF FS-RPA-OK
               READ ARQ-PARADAS NEXT
               PERFORM UNTIL NOT FS-RPA-OK
                       OR RPA-NUMERO-ROM NOT = WS-NUMERO-ROMANEIO
                       OR WS-QTD-PARADAS = 999
                   IF PARADA-PENDENTE
                       ADD 1           TO WS-QTD-PARADAS
                       SET WS-PAR-IND  TO WS-QTD-PARADAS
                       MOVE RPA-SEQUENCIA
                                   TO WS-PAR-SEQUENCIA (WS-PAR-IND)
                       MOVE RPA-DOCUMENTO
                                   TO WS-PAR-DOCUMENTO (WS-PAR-IND)
                       MOVE RPA-NUMERO-PED
                                   TO WS-PAR-NUMERO-PED (WS-PAR-IND)
                       MOVE RPA-CNPJ
                                   TO WS-PAR-CNPJ (WS-PAR-IND)
                       MOVE RPA-VALOR
                                   TO WS-PAR-VALOR (WS-PAR-IND)
                   END-IF
                   READ ARQ-PARADAS NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-PARADAS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-BAIXAR-PARADA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-PAR-VALOR (WS-PAR-IND) TO WS-VALOR-ED
           DISPLAY " "
           DISPLAY "PARADA " WS-PAR-SEQUENCIA (WS-PAR-IND)
                   " FATURA " WS-PAR-DOCUMENTO (WS-PAR-IND)
                   " CNPJ " WS-PAR-CNPJ (WS-PAR-IND)
                   " VALOR " WS-VALOR-ED
           DISPLAY "RESULTADO (E=ENTREGUE T=PARCIAL R=RECUSADO "
                   "F=CLIENTE FECHADO, BRANCO=PULAR): "
                                       WITH NO ADVANCING
           MOVE SPACE                  TO WS-RESULTADO
           ACCEPT WS-RESULTADO
           EVALUATE WS-RESULTADO
               WHEN "e"
                   MOVE "E"            TO WS-RESULTADO
               WHEN "t"
                   MOVE "T"            TO WS-RESULTADO
               WHEN "r"
                   MOVE "R"            TO WS-RESULTADO
               WHEN "f"
                   MOVE "F"            TO WS-RESULTADO
           END-EVALUATE
           IF WS-RESULTADO = SPACE
               GO TO 2000-FIM
           END-IF
           INITIALIZE REG-PARM-ENTREGA
           MOVE WS-NUMERO-ROMANEIO     TO PEN-NUMERO-ROM
           MOVE WS-PAR-DOCUMENTO (WS-PAR-IND) TO PEN-DOCUMENTO
           MOVE WS-RESULTADO           TO PEN-SITUACAO
           MOVE 0                      TO PEN-DATA
           MOVE "T"                    TO PEN-ORIGEM
           MOVE "ENTRROMA"             TO PEN-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PEN-OPERADOR
           MOVE 0                      TO PEN-QTD-ITENS
           IF WS-RESULTADO = "T"
               PERFORM 2100-INFORMAR-DEVOLVIDOS
           END-IF
           IF WS-RESULTADO = "R"
               DISPLAY "CONFIRMA A RECUSA COM DEVOLUCAO TOTAL? (S/N): "
                                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "PARADA NAO BAIXADA"
                   GO TO 2000-FIM
               END-IF
           END-IF
           CALL "BAIXENTR"             USING REG-PARM-ENTREGA
           EVALUATE TRUE
               WHEN PEN-BAIXADA
                   ADD 1               TO WS-TOT-BAIXADAS
                   IF PEN-SITUACAO = "R" OR PEN-SITUACAO = "T"
                       ADD 1           TO WS-TOT-DEVOLUCOES
                       MOVE PEN-VALOR-DEVOLVIDO TO WS-VALOR-ED
                       DISPLAY "DEVOLUCAO GERADA NO VALOR DE "
                               WS-VALOR-ED
                   END-IF
                   IF PEN-SITUACAO = "F"
                       DISPLAY "FATURA VOLTA PARA A PROXIMA CARGA"
                   END-IF
                   IF PEN-ENCERROU-ROMANEIO
                       DISPLAY "ROMANEIO ENCERRADO"
                   END-IF
               WHEN PEN-JA-BAIXADA
                   DISPLAY "PARADA JA BAIXADA"
               WHEN PEN-ITENS-INVALIDOS
                   DISPLAY "QUANTIDADES DEVOLVIDAS INVALIDAS - "
                           "PARADA NAO BAIXADA"
               WHEN OTHER
                   DISPLAY "ERRO NA BAIXA DA PARADA: " PEN-RETORNO
           END-EVALUATE
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-INFORMAR-DEVOLVIDOS        SECTION.
      *----------------------------------------------------------------*
      * NA ENTREGA PARCIAL PERGUNTA-SE, ITEM A ITEM DO PEDIDO, QUANTO  *
      * VOLTOU NO CAMINHAO (ZERO = FOI ENTREGUE INTEIRO)               *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-ITENS
           IF NOT FS-ITE-OK
               GO TO 2100-FIM
           END-IF
           MOVE WS-PAR-NUMERO-PED (WS-PAR-IND) TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS             KEY >= ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
               PERFORM UNTIL NOT FS-ITE-OK
                       OR ITE-NUMERO-PED NOT =
                          WS-PAR-NUMERO-PED (WS-PAR-IND)
                       OR PEN-QTD-ITENS = 50
                   DISPLAY "ITEM " ITE-SEQUENCIA
                           " PRODUTO " ITE-PRODUTO
                           " ENTREGAR " ITE-QUANTIDADE
                   DISPLAY "QUANTIDADE QUE VOLTOU (0 = NENHUMA): "
                                       WITH NO ADVANCING
                   MOVE 0              TO WS-QTD-DEVOLVIDA
                   ACCEPT WS-QTD-DEVOLVIDA
                   IF WS-QTD-DEVOLVIDA > 0
                       ADD 1           TO PEN-QTD-ITENS
                       MOVE ITE-PRODUTO
                               TO PEN-ITE-PRODUTO (PEN-QTD-ITENS)
                       MOVE WS-QTD-DEVOLVIDA
                               TO PEN-ITE-QUANTIDADE (PEN-QTD-ITENS)
                   END-IF
                   READ ARQ-ITENS NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-ITENS
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM ENTRROMA.
      *----------------------------------------------------------------*
