      ******************************************************************
      * PROGRAMA.: APLIREAJ                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: APLICACAO DOS REAJUSTES DE PRECO PROGRAMADOS -      *
      *            PASSO DA CADEIA NOTURNA QUE, NA DATA DE VIGENCIA,   *
      *            ALTERA O PRECO DE TABELA DOS PRODUTOS E AS FAIXAS   *
      *            DA TABELA DE PRECOS DO ALVO E GRAVA CADA PRECO NOVO *
      *            NO HISTORICO DE PRECOS COM A DATA DE VIGENCIA       *
      ******************************************************************
      * REAJUSTE COM VIGENCIA JA VENCIDA (CADEIA QUE NAO RODOU) E      *
      * APLICADO NA PROXIMA EXECUCAO, MAS O HISTORICO GUARDA A         *
      * VIGENCIA PROGRAMADA. FAIXA QUE FICARIA COM MINIMO ACIMA DO     *
      * MAXIMO NAO E ALTERADA E E CONTADA COMO IGNORADA (AVISO)        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. APLIREAJ.
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
           SELECT ARQ-REAJUSTES        ASSIGN TO  "WID-ARQ-RJT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RJT-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REAJUSTE.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-TABELA-PRECO     ASSIGN TO  "WID-ARQ-TBP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TBP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TABELA.
      *
           SELECT ARQ-FAMILIAS         ASSIGN TO  "WID-ARQ-FAM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAM-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FAMILIA.
      *
           SELECT ARQ-LOG-EXECUCAO     ASSIGN TO  "WID-LOG-EXE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-LOG-EXE.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-REAJUSTES.
       COPY REAJCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-TABELA-PRECO.
       COPY TBPRCADA.
      *
       FD ARQ-FAMILIAS.
       COPY FAMICADA.
      *
       FD ARQ-LOG-EXECUCAO.
       COPY LOGECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-REAJUSTE               PIC X(02).
           88 FS-RJT-OK                VALUE "00" THRU "09".
           88 FS-RJT-NAO-EXISTE        VALUE "35".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-TABELA                 PIC X(02).
           88 FS-TBP-OK                VALUE "00" THRU "09".
       77 WS-FS-FAMILIA                PIC X(02).
           88 FS-FAM-OK                VALUE "00" THRU "09".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
      * --> ARQUIVOS OPCIONAIS: SEM TABELA DE PRECOS NAO HA FAIXA A
      *     REAJUSTAR; SEM FAMILIAS NENHUM PRODUTO ENTRA POR CATEGORIA
      *
       01 WS-TABELA-ABERTA             PIC X(01)       VALUE "N".
           88 TABELA-ABERTA            VALUE "S".
       01 WS-FAMILIAS-ABERTAS          PIC X(01)       VALUE "N".
           88 FAMILIAS-ABERTAS         VALUE "S".
      *
       01 WS-PRODUTO-NO-ALVO           PIC X(01)       VALUE "N".
           88 PRODUTO-NO-ALVO          VALUE "S".
      *
      * --> PRECOS ANTES E DEPOIS DO REAJUSTE
      *
       01 WS-PRECO-ANTERIOR            PIC 9(09)V99    VALUE 0.
       01 WS-MINIMO-ANTERIOR           PIC 9(09)V99    VALUE 0.
       01 WS-MAXIMO-ANTERIOR           PIC 9(09)V99    VALUE 0.
       01 WS-DATA-ANTERIOR             PIC 9(08)       VALUE 0.
       01 WS-PRECO-NOVO                PIC 9(09)V99    VALUE 0.
       01 WS-MINIMO-NOVO               PIC 9(09)V99    VALUE 0.
       01 WS-MAXIMO-NOVO               PIC 9(09)V99    VALUE 0.
      *
       01 WS-TOT-APLICADOS             PIC 9(05)       VALUE 0.
       01 WS-TOT-PRODUTOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-FAIXAS                PIC 9(07)       VALUE 0.
       01 WS-TOT-IGNORADAS             PIC 9(07)       VALUE 0.
       01 WS-TOT-ERROS                 PIC 9(07)       VALUE 0.
      *
       COPY PRECPARM.
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
       PERFORM 0000-APLICAR-REAJUSTES.
      *----------------------------------------------------------------*
       0000-APLICAR-REAJUSTES          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           OPEN I-O ARQ-REAJUSTES
           IF FS-RJT-NAO-EXISTE
               DISPLAY "NAO HA REAJUSTES PROGRAMADOS"
               MOVE 0                  TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT FS-RJT-OK
               DISPLAY "ERRO NA ABERTURA DOS REAJUSTES: "
                       WS-FS-REAJUSTE
               MOVE "ER"               TO WS-STATUS-EXECUCAO
               PERFORM 8900-GRAVAR-LOG-EXECUCAO
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               DISPLAY "ERRO NA ABERTURA DOS PRODUTOS: "
                       WS-FS-PRODUTO
               CLOSE ARQ-REAJUSTES
               MOVE "ER"               TO WS-STATUS-EXECUCAO
               PERFORM 8900-GRAVAR-LOG-EXECUCAO
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ARQ-TABELA-PRECO
           IF FS-TBP-OK
               MOVE "S"                TO WS-TABELA-ABERTA
           END-IF
           OPEN INPUT ARQ-FAMILIAS
           IF FS-FAM-OK
               MOVE "S"                TO WS-FAMILIAS-ABERTAS
           END-IF
           READ ARQ-REAJUSTES NEXT
           PERFORM UNTIL NOT FS-RJT-OK
               IF REAJUSTE-PENDENTE
                   AND RJT-DT-VIGENCIA NOT > WS-DATA-ATUAL
                   PERFORM 2000-APLICAR-REAJUSTE
               END-IF
               READ ARQ-REAJUSTES NEXT
           END-PERFORM
           MOVE "F"                    TO PMP-FUNCAO
           CALL "PRECPROD"             USING REG-PARM-PRECO
           CLOSE ARQ-PRODUTOS
           IF TABELA-ABERTA
               CLOSE ARQ-TABELA-PRECO
           END-IF
           IF FAMILIAS-ABERTAS
               CLOSE ARQ-FAMILIAS
           END-IF
           CLOSE ARQ-REAJUSTES
           IF WS-TOT-ERROS > 0 OR WS-TOT-IGNORADAS > 0
               MOVE "AV"               TO WS-STATUS-EXECUCAO
           END-IF
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "REAJ=" WS-TOT-APLICADOS
                  " PROD=" WS-TOT-PRODUTOS
                  " FAIXAS=" WS-TOT-FAIXAS
                  " IGN=" WS-TOT-IGNORADAS
                  " ERR=" WS-TOT-ERROS
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           DISPLAY "REAJUSTES APLICADOS: " WS-TOT-APLICADOS
           DISPLAY "PRECOS DE PRODUTO..: " WS-TOT-PRODUTOS
           DISPLAY "FAIXAS DA TABELA...: " WS-TOT-FAIXAS
           IF WS-STATUS-EXECUCAO = "AV"
               DISPLAY "FAIXAS IGNORADAS...: " WS-TOT-IGNORADAS
               DISPLAY "ERROS NO HISTORICO.: " WS-TOT-ERROS
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-APLICAR-REAJUSTE           SECTION.
      *----------------------------------------------------------------*
      * O PRECO DE TABELA DO PRODUTO NAO E SEGMENTADO E SO MUDA NO     *
      * REAJUSTE SEM FILIAL, CANAL NEM PORTE; AS FAIXAS MUDAM NOS      *
      * SEGMENTOS DO ALVO. NO FIM O REAJUSTE E MARCADO COMO APLICADO   *
      *----------------------------------------------------------------*
           MOVE 0                      TO RJT-QTD-PRODUTOS
           MOVE 0                      TO RJT-QTD-FAIXAS
           IF RJT-FILIAL = 0 AND RJT-CANAL = SPACE
               AND RJT-PORTE = SPACE
               PERFORM 2100-REAJUSTAR-PRODUTOS
           END-IF
           IF TABELA-ABERTA
               PERFORM 2200-REAJUSTAR-FAIXAS
           END-IF
           MOVE "A"                    TO RJT-SITUACAO
           MOVE WS-DATA-ATUAL          TO RJT-DT-APLICACAO
           MOVE WS-DATA-ATUAL          TO RJT-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO RJT-OPERADOR-ALTERACAO
           REWRITE REG-REAJUSTE
           ADD 1                       TO WS-TOT-APLICADOS
           ADD RJT-QTD-PRODUTOS        TO WS-TOT-PRODUTOS
           ADD RJT-QTD-FAIXAS          TO WS-TOT-FAIXAS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-REAJUSTAR-PRODUTOS         SECTION.
      *----------------------------------------------------------------*
      * UM PRODUTO PELA CHAVE OU TODOS EM SEQUENCIA                    *
      *----------------------------------------------------------------*
           IF RJT-PRODUTO > 0
               MOVE RJT-PRODUTO        TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF FS-PRO-OK
                   PERFORM 2150-REAJUSTAR-PRODUTO
               END-IF
               GO TO 2100-FIM
           END-IF
           MOVE 0                      TO PRO-CODIGO
           START ARQ-PRODUTOS          KEY IS NOT < PRO-CODIGO
           IF FS-PRO-OK
               READ ARQ-PRODUTOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PRO-OK
               PERFORM 2150-REAJUSTAR-PRODUTO
               READ ARQ-PRODUTOS NEXT
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2150-REAJUSTAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2300-VERIFICAR-CATEGORIA
           IF NOT PRODUTO-NO-ALVO
               GO TO 2150-FIM
           END-IF
           MOVE PRO-PRECO-TABELA       TO WS-PRECO-ANTERIOR
           IF REAJUSTE-PERCENTUAL
               COMPUTE WS-PRECO-NOVO ROUNDED =
                   PRO-PRECO-TABELA * (100 + RJT-PERCENTUAL) / 100
           ELSE
               IF RJT-NOVO-PRECO-TABELA > 0
                   MOVE RJT-NOVO-PRECO-TABELA
                                       TO WS-PRECO-NOVO
               ELSE
                   MOVE PRO-PRECO-TABELA
                                       TO WS-PRECO-NOVO
               END-IF
           END-IF
           IF WS-PRECO-NOVO = WS-PRECO-ANTERIOR
               GO TO 2150-FIM
           END-IF
           IF PRO-DT-ALTERACAO > 0
               MOVE PRO-DT-ALTERACAO   TO WS-DATA-ANTERIOR
           ELSE
               MOVE PRO-DT-INCLUSAO    TO WS-DATA-ANTERIOR
           END-IF
           MOVE WS-PRECO-NOVO          TO PRO-PRECO-TABELA
           MOVE WS-DATA-ATUAL          TO PRO-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO PRO-OPERADOR-ALTERACAO
           REWRITE REG-PRODUTO
           IF NOT FS-PRO-OK
               ADD 1                   TO WS-TOT-ERROS
               GO TO 2150-FIM
           END-IF
           ADD 1                       TO RJT-QTD-PRODUTOS
           INITIALIZE REG-PARM-PRECO   REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "G"                    TO PMP-FUNCAO
           MOVE "P"                    TO PMP-TIPO
           MOVE PRO-CODIGO             TO PMP-PRODUTO
           MOVE RJT-DT-VIGENCIA        TO PMP-DATA
           MOVE WS-PRECO-NOVO          TO PMP-PRECO-TABELA
           MOVE WS-PRECO-ANTERIOR      TO PMP-ANT-PRECO-TABELA
           MOVE WS-DATA-ANTERIOR       TO PMP-ANT-DATA
           PERFORM 2900-GRAVAR-HISTORICO
           .
       2150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-REAJUSTAR-FAIXAS           SECTION.
      *----------------------------------------------------------------*
      * PERCORRE A TABELA DE PRECOS INTEIRA; A CHAVE COMECA PELA       *
      * FILIAL, ENTAO O ALVO E CONFERIDO EM CADA FAIXA                 *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES             TO TBP-CHAVE
           START ARQ-TABELA-PRECO      KEY IS NOT < TBP-CHAVE
           IF FS-TBP-OK
               READ ARQ-TABELA-PRECO NEXT
           END-IF
           PERFORM UNTIL NOT FS-TBP-OK
               IF (RJT-FILIAL = 0 OR RJT-FILIAL = TBP-FILIAL)
                   AND (RJT-CANAL = SPACE OR RJT-CANAL = TBP-CANAL)
                   AND (RJT-PORTE = SPACE OR RJT-PORTE = TBP-PORTE)
                   AND (RJT-PRODUTO = 0
                        OR RJT-PRODUTO = TBP-PRODUTO)
                   PERFORM 2250-REAJUSTAR-FAIXA
               END-IF
               READ ARQ-TABELA-PRECO NEXT
           END-PERFORM
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2250-REAJUSTAR-FAIXA            SECTION.
      *----------------------------------------------------------------*
      *
           IF RJT-CATEGORIA NOT = SPACES
               MOVE TBP-PRODUTO        TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF NOT FS-PRO-OK
                   GO TO 2250-FIM
               END-IF
           END-IF
           PERFORM 2300-VERIFICAR-CATEGORIA
           IF NOT PRODUTO-NO-ALVO
               GO TO 2250-FIM
           END-IF
           MOVE TBP-PRECO-MINIMO       TO WS-MINIMO-ANTERIOR
           MOVE TBP-PRECO-MAXIMO       TO WS-MAXIMO-ANTERIOR
           MOVE TBP-PRECO-MINIMO       TO WS-MINIMO-NOVO
           MOVE TBP-PRECO-MAXIMO       TO WS-MAXIMO-NOVO
           IF REAJUSTE-PERCENTUAL
               COMPUTE WS-MINIMO-NOVO ROUNDED =
                   TBP-PRECO-MINIMO * (100 + RJT-PERCENTUAL) / 100
               COMPUTE WS-MAXIMO-NOVO ROUNDED =
                   TBP-PRECO-MAXIMO * (100 + RJT-PERCENTUAL) / 100
           ELSE
               IF RJT-NOVO-PRECO-MINIMO > 0
                   MOVE RJT-NOVO-PRECO-MINIMO
                                       TO WS-MINIMO-NOVO
               END-IF
               IF RJT-NOVO-PRECO-MAXIMO > 0
                   MOVE RJT-NOVO-PRECO-MAXIMO
                                       TO WS-MAXIMO-NOVO
               END-IF
           END-IF
           IF WS-MINIMO-NOVO = WS-MINIMO-ANTERIOR
               AND WS-MAXIMO-NOVO = WS-MAXIMO-ANTERIOR
               GO TO 2250-FIM
           END-IF
           IF WS-MINIMO-NOVO > WS-MAXIMO-NOVO
               ADD 1                   TO WS-TOT-IGNORADAS
               DISPLAY "REAJUSTE " RJT-CODIGO " FAIXA IGNORADA: "
                       TBP-CHAVE
               GO TO 2250-FIM
           END-IF
           IF TBP-DT-ALTERACAO > 0
               MOVE TBP-DT-ALTERACAO   TO WS-DATA-ANTERIOR
           ELSE
               MOVE TBP-DT-INCLUSAO    TO WS-DATA-ANTERIOR
           END-IF
           MOVE WS-MINIMO-NOVO         TO TBP-PRECO-MINIMO
           MOVE WS-MAXIMO-NOVO         TO TBP-PRECO-MAXIMO
           MOVE WS-DATA-ATUAL          TO TBP-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO TBP-OPERADOR-ALTERACAO
           REWRITE REG-TABELA-PRECO
           IF NOT FS-TBP-OK
               ADD 1                   TO WS-TOT-ERROS
               GO TO 2250-FIM
           END-IF
           ADD 1                       TO RJT-QTD-FAIXAS
           INITIALIZE REG-PARM-PRECO   REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "G"                    TO PMP-FUNCAO
           MOVE "F"                    TO PMP-TIPO
           MOVE TBP-PRODUTO            TO PMP-PRODUTO
           MOVE TBP-FILIAL             TO PMP-FILIAL
           MOVE TBP-CANAL              TO PMP-CANAL
           MOVE TBP-PORTE              TO PMP-PORTE
           MOVE RJT-DT-VIGENCIA        TO PMP-DATA
           MOVE WS-MINIMO-NOVO         TO PMP-PRECO-MINIMO
           MOVE WS-MAXIMO-NOVO         TO PMP-PRECO-MAXIMO
           MOVE WS-MINIMO-ANTERIOR     TO PMP-ANT-PRECO-MINIMO
           MOVE WS-MAXIMO-ANTERIOR     TO PMP-ANT-PRECO-MAXIMO
           MOVE WS-DATA-ANTERIOR       TO PMP-ANT-DATA
           PERFORM 2900-GRAVAR-HISTORICO
           .
       2250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-VERIFICAR-CATEGORIA        SECTION.
      *----------------------------------------------------------------*
      * COM CATEGORIA NO ALVO, O PRODUTO (JA LIDO) ENTRA SE A SUA      *
      * FAMILIA FOR DAQUELA CATEGORIA                                  *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-PRODUTO-NO-ALVO
           IF RJT-CATEGORIA = SPACES
               GO TO 2300-FIM
           END-IF
           MOVE "N"                    TO WS-PRODUTO-NO-ALVO
           IF NOT FAMILIAS-ABERTAS OR PRO-FAMILIA = 0
               GO TO 2300-FIM
           END-IF
           MOVE PRO-FAMILIA            TO FAM-CODIGO
           READ ARQ-FAMILIAS
           IF FS-FAM-OK AND FAM-CATEGORIA = RJT-CATEGORIA
               MOVE "S"                TO WS-PRODUTO-NO-ALVO
           END-IF
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*
      * O PRECO NOVO ENTRA NO HISTORICO COM A VIGENCIA PROGRAMADA E A  *
      * REFERENCIA DO REAJUSTE                                         *
      *----------------------------------------------------------------*
           MOVE "R"                    TO PMP-ORIGEM-GRAVACAO
           MOVE RJT-CODIGO             TO PMP-REAJUSTE
           MOVE WS-OPERADOR-ATUAL      TO PMP-OPERADOR
           CALL "PRECPROD"             USING REG-PARM-PRECO
           IF NOT PMP-OK
               ADD 1                   TO WS-TOT-ERROS
               DISPLAY "ERRO NO HISTORICO DE PRECOS - PRODUTO "
                       PMP-PRODUTO
           END-IF
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8900-GRAVAR-LOG-EXECUCAO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-LOG-EXECUCAO
           IF FS-EXE-NAO-EXISTE
               OPEN OUTPUT ARQ-LOG-EXECUCAO
           END-IF
           IF FS-EXE-OK
               ACCEPT WS-HORA-ATUAL    FROM TIME
               MOVE WS-DATA-ATUAL      TO EXE-DATA
               MOVE "APLIREAJ"         TO EXE-PROGRAMA
               MOVE WS-HORA-INICIO-EXEC TO EXE-HORA-INICIO
               MOVE WS-HORA-ATUAL (1:6) TO EXE-HORA-FIM
               MOVE WS-STATUS-EXECUCAO TO EXE-STATUS
               MOVE WS-CONTADORES-EXEC TO EXE-CONTADORES
               WRITE REG-LOG-EXECUCAO
               CLOSE ARQ-LOG-EXECUCAO
           END-IF
           .
       8900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM APLIREAJ.
      *----------------------------------------------------------------*
