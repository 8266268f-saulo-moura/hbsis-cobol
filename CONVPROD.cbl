      ******************************************************************
      * PROGRAMA.: CONVPROD                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONVERSAO UNICA DO ARQUIVO DE PRODUTOS DO LAYOUT    *
      *            ANTERIOR (SEM A MARCA DE EMBALAGEM RETORNAVEL E     *
      *            DEMAIS CAMPOS NOVOS) PARA O LAYOUT ATUAL DE         *
      *            PRODCADA - LE O ARQUIVO VIVO NO LAYOUT ANTIGO E     *
      *            GRAVA A COPIA -NOVO NO LAYOUT ATUAL, COM OS CAMPOS  *
      *            NOVOS INICIALIZADOS                                 *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CONVPROD.
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
           SELECT ARQ-PRO-ANTIGO       ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ANT-PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRO-ANTIGO.
      *
           SELECT ARQ-PRO-NOVO         ASSIGN TO  "WID-ARQ-PRO-NOVO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRO-NOVO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      * --> LAYOUT ANTERIOR DO CADASTRO, SOMENTE PARA LEITURA
      *
       FD ARQ-PRO-ANTIGO.
       01 REG-PRO-ANTIGO.
           05 ANT-PRO-CODIGO           PIC 9(07).
           05 ANT-PRO-DESCRICAO        PIC X(40).
           05 ANT-PRO-UNIDADE          PIC X(03).
           05 ANT-PRO-PRECO-TABELA     PIC 9(09)V99.
           05 ANT-PRO-SITUACAO         PIC X(01).
           05 ANT-PRO-DT-INCLUSAO      PIC 9(08).
           05 ANT-PRO-DT-ALTERACAO     PIC 9(08).
           05 ANT-PRO-OPER-INCLUSAO    PIC X(08).
           05 ANT-PRO-OPER-ALTERACAO   PIC X(08).
      *
      * --> LAYOUT ATUAL, PARA GRAVACAO
      *
       FD ARQ-PRO-NOVO.
       COPY PRODCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PRO-ANTIGO             PIC X(02).
           88 FS-PRO-ANTIGO-OK         VALUE "00" THRU "09".
           88 FS-PRO-ANTIGO-FIM        VALUE "10".
           88 FS-PRO-ANTIGO-NAO-EXISTE VALUE "35".
       77 WS-FS-PRO-NOVO               PIC X(02).
           88 FS-PRO-NOVO-OK           VALUE "00" THRU "09".
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-PRO-CONVERTIDOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-PRO-ERROS             PIC 9(07)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-CONVERTER-PRODUTOS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-CONVERTER-PRODUTOS         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2000-CONVERTER-PRODUTOS
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CONVERTER-PRODUTOS         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PRO-ANTIGO
           IF FS-PRO-ANTIGO-NAO-EXISTE
               DISPLAY "NAO HA ARQUIVO DE PRODUTOS NO LAYOUT ANTERIOR"
               GO TO 2000-FIM
           END-IF
           IF NOT FS-PRO-ANTIGO-OK
               DISPLAY "ARQUIVO DE PRODUTOS FORA DO LAYOUT ANTERIOR: "
                       WS-FS-PRO-ANTIGO
               GO TO 2000-FIM
           END-IF
           OPEN OUTPUT ARQ-PRO-NOVO
           READ ARQ-PRO-ANTIGO         NEXT
           PERFORM UNTIL NOT FS-PRO-ANTIGO-OK
               PERFORM 2100-GRAVAR-PRODUTO-NOVO
               READ ARQ-PRO-ANTIGO     NEXT
           END-PERFORM
           IF NOT FS-PRO-ANTIGO-FIM
               DISPLAY "ERRO NA LEITURA DE PRODUTOS: "
                       WS-FS-PRO-ANTIGO
           END-IF
           CLOSE ARQ-PRO-NOVO
           CLOSE ARQ-PRO-ANTIGO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-GRAVAR-PRODUTO-NOVO        SECTION.
      *----------------------------------------------------------------*
      * OS CAMPOS QUE JA EXISTIAM SAO COPIADOS; OS NOVOS RECEBEM       *
      * ZEROS/ESPACOS E A EMBALAGEM ENTRA COMO DESCARTAVEL, ATE O      *
      * CADASTRO MARCAR OS RETORNAVEIS E INFORMAR PESO, VOLUME, A      *
      * FAMILIA E O PRECO DE CUSTO DO PRODUTO                          *
      *----------------------------------------------------------------*
           INITIALIZE REG-PRODUTO      REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE ANT-PRO-CODIGO         TO PRO-CODIGO
           MOVE ANT-PRO-DESCRICAO      TO PRO-DESCRICAO
           MOVE ANT-PRO-UNIDADE        TO PRO-UNIDADE
           MOVE ANT-PRO-PRECO-TABELA   TO PRO-PRECO-TABELA
           MOVE ANT-PRO-SITUACAO       TO PRO-SITUACAO
           MOVE ANT-PRO-DT-INCLUSAO    TO PRO-DT-INCLUSAO
           MOVE ANT-PRO-DT-ALTERACAO   TO PRO-DT-ALTERACAO
           MOVE ANT-PRO-OPER-INCLUSAO  TO PRO-OPERADOR-INCLUSAO
           MOVE ANT-PRO-OPER-ALTERACAO TO PRO-OPERADOR-ALTERACAO
           MOVE "N"                    TO PRO-RETORNAVEL
           WRITE REG-PRODUTO
           IF FS-PRO-NOVO-OK
               ADD 1                   TO WS-TOT-PRO-CONVERTIDOS
           ELSE
               ADD 1                   TO WS-TOT-PRO-ERROS
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA CONVERSAO DO CADASTRO DE PRODUTOS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PRODUTOS CONVERTIDOS.......: "
                   WS-TOT-PRO-CONVERTIDOS
                  " ERROS: " WS-TOT-PRO-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           DISPLAY "GRAVADO EM WID-ARQ-PRO-NOVO.DAT"
           DISPLAY "SUBSTITUA WID-ARQ-PRO.DAT POR ESTE APOS CONFERENCIA"
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CONVPROD.
      *----------------------------------------------------------------*
