      ******************************************************************
      * PROGRAMA.: CADAXREF                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: DE-PARA DE CODIGOS DAS REDES - INCLUSAO, CONSULTA   *
      *            E EXCLUSAO DA CORRESPONDENCIA ENTRE O CODIGO DE     *
      *            LOJA DA REDE E O CNPJ DO CLIENTE, E ENTRE O CODIGO  *
      *            DE PRODUTO DA REDE E O NOSSO PRODUTO, USADA NA      *
      *            IMPORTACAO DOS PEDIDOS DE COMPRA DAS REDES          *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAXREF.
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
           SELECT ARQ-XREF             ASSIGN TO  "WID-ARQ-XRF.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS XRF-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-XREF.
      *
           SELECT ARQ-REDES            ASSIGN TO  "WID-ARQ-RED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RED-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REDE.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-XREF.
       COPY XREFCADA.
      *
       FD ARQ-REDES.
       COPY REDECADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-XRF             PIC X.
       77 WS-FS-XREF                   PIC X(02).
           88 FS-XRF-OK                VALUE "00" THRU "09".
           88 FS-XRF-NAO-ENCONTRADO    VALUE "23".
           88 FS-XRF-NAO-EXISTE        VALUE "35".
           88 FS-XRF-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-REDE                   PIC X(02).
           88 FS-RED-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-CNPJ-DIGITADO             PIC 9(14)       VALUE 0.
       01 WS-PRODUTO-DIGITADO          PIC 9(07)       VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      *
      * --> TELA DO DE-PARA DE CODIGOS DAS REDES
      *
       COPY XREFSCR.
      *
      * --> LABEL PARA MOSTRAR MENSAGENS
      *
       01 OPCAO-STATUS                 HIGHLIGHT.
           05 STATUS-OUTPUT                            LINE 25 COL 10
                                       PIC X(40)       FROM WS-STATUS.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-MANTER-XREF.
      *----------------------------------------------------------------*
       0000-MANTER-XREF                SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-XREF-REDE    REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "L"                    TO XRF-TIPO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-XREF
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-REDE-XRF
               ACCEPT SCR-TIPO-XRF
               ACCEPT SCR-CODIGO-XRF
               ACCEPT SCR-CNPJ-XRF
               ACCEPT SCR-PRODUTO-XRF
               ACCEPT OPCAO-INC-XRF
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-XRF
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-XREF
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-XREF
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-XREF
                   WHEN "v"
                   WHEN "V"
                       GOBACK
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-SALVAR-XREF                SECTION.
      *----------------------------------------------------------------*
      * A LOJA PRECISA SER CLIENTE ATIVO DA PROPRIA REDE; O PRODUTO,   *
      * ESTAR CADASTRADO                                               *
      *----------------------------------------------------------------*
           IF XRF-TIPO = "l"
               MOVE "L"                TO XRF-TIPO
           END-IF
           IF XRF-TIPO = "p"
               MOVE "P"                TO XRF-TIPO
           END-IF
           IF NOT XRF-LOJA AND NOT XRF-PRODUTO-REDE
               MOVE "TIPO DEVE SER L OU P"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF XRF-CODIGO-REDE = SPACES
               MOVE "CODIGO NA REDE NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           PERFORM 1050-VALIDAR-DESTINO
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-ABRIR-ARQUIVO-XREF
           MOVE XRF-CNPJ               TO WS-CNPJ-DIGITADO
           MOVE XRF-PRODUTO            TO WS-PRODUTO-DIGITADO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           READ ARQ-XREF
           IF FS-XRF-OK
               MOVE WS-CNPJ-DIGITADO   TO XRF-CNPJ
               MOVE WS-PRODUTO-DIGITADO
                                       TO XRF-PRODUTO
               MOVE WS-DATA-ATUAL      TO XRF-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO XRF-OPERADOR-ALTERACAO
               REWRITE REG-XREF-REDE
               IF FS-XRF-OK
                   MOVE "DE-PARA ALTERADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-XREF
               END-IF
           ELSE
               MOVE WS-CNPJ-DIGITADO   TO XRF-CNPJ
               MOVE WS-PRODUTO-DIGITADO
                                       TO XRF-PRODUTO
               MOVE WS-DATA-ATUAL      TO XRF-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO XRF-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO XRF-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO XRF-OPERADOR-ALTERACAO
               WRITE REG-XREF-REDE
               IF FS-XRF-OK
                   MOVE "DE-PARA CADASTRADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-XREF
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-XREF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-DESTINO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-REDES
           IF FS-RED-OK
               MOVE XRF-REDE           TO RED-CODIGO
               READ ARQ-REDES
               IF NOT FS-RED-OK
                   MOVE "REDE NAO CADASTRADA"
                                       TO WS-STATUS
               END-IF
               CLOSE ARQ-REDES
           ELSE
               MOVE "REDE NAO CADASTRADA"
                                       TO WS-STATUS
           END-IF
           IF WS-STATUS NOT = SPACES
               GO TO 1050-FIM
           END-IF
           IF XRF-LOJA
               MOVE 0                  TO XRF-PRODUTO
               OPEN INPUT ARQ-CLIENTES
               MOVE XRF-CNPJ           TO CNPJ
               IF FS-CLI-OK
                   READ ARQ-CLIENTES
               END-IF
               IF NOT FS-CLI-OK
                   MOVE "CLIENTE NAO ENCONTRADO"
                                       TO WS-STATUS
               ELSE
                   IF REDE-CODIGO NOT = XRF-REDE
                       MOVE "CLIENTE NAO PERTENCE A REDE"
                                       TO WS-STATUS
                   END-IF
               END-IF
               CLOSE ARQ-CLIENTES
           ELSE
               MOVE 0                  TO XRF-CNPJ
               OPEN INPUT ARQ-PRODUTOS
               MOVE XRF-PRODUTO        TO PRO-CODIGO
               IF FS-PRO-OK
                   READ ARQ-PRODUTOS
               END-IF
               IF NOT FS-PRO-OK
                   MOVE "PRODUTO NAO ENCONTRADO"
                                       TO WS-STATUS
               END-IF
               CLOSE ARQ-PRODUTOS
           END-IF
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-XREF         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-XREF
           IF FS-XRF-NAO-EXISTE
               OPEN OUTPUT ARQ-XREF
               CLOSE ARQ-XREF
               OPEN I-O ARQ-XREF
           END-IF
           IF NOT FS-XRF-OK
               PERFORM 9999-ERRO-ARQUIVO-XREF
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-XREF        SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-XREF
           IF NOT FS-XRF-OK
               PERFORM 9999-ERRO-ARQUIVO-XREF
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-XREF               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-ABRIR-ARQUIVO-XREF
           READ ARQ-XREF
           IF FS-XRF-NAO-ENCONTRADO
               MOVE "DE-PARA NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               DELETE ARQ-XREF
               IF FS-XRF-OK
                   MOVE "DE-PARA EXCLUIDO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-XREF
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-XREF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-XREF             SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA O DESTINO GRAVADO PARA A REDE,    *
      * TIPO E CODIGO INFORMADOS                                       *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-XREF
           READ ARQ-XREF
           IF FS-XRF-NAO-ENCONTRADO
               MOVE "DE-PARA NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "DE-PARA LOCALIZADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-XREF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-XREF          SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-XRF-ERRO-LAYOUT
               MOVE "ERRO NO LAYOUT DO ARQUIVO"    TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO"    TO WS-STATUS
           END-IF
           GOBACK
           .
       9999-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAXREF.
      *----------------------------------------------------------------*
