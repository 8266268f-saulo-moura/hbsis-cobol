      ******************************************************************
      * PROGRAMA.: CADATRIB                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MANUTENCAO DAS REGRAS DE TRIBUTACAO - ALIQUOTAS DE  *
      *            ICMS, ICMS-ST E IPI POR CLASSE FISCAL, UF DE        *
      *            ORIGEM, UF DE DESTINO E TIPO DE CLIENTE, USADAS NO  *
      *            CALCULO DOS IMPOSTOS DO FATURAMENTO                 *
      ******************************************************************
      * A CLASSE FISCAL EM BRANCO GRAVA A REGRA GERAL DAS UFS E O TIPO *
      * DE CLIENTE EM BRANCO VALE PARA QUALQUER CANAL; O FATURAMENTO   *
      * PROCURA DA REGRA MAIS ESPECIFICA PARA A MAIS GERAL             *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADATRIB.
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
           SELECT ARQ-TRIBUTACAO       ASSIGN TO  "WID-ARQ-TRB.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TRB-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TRIBUTACAO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-TRIBUTACAO.
       COPY TRIBCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-TRB             PIC X.
       77 WS-FS-TRIBUTACAO             PIC X(02).
           88 FS-TRB-OK                VALUE "00" THRU "09".
           88 FS-TRB-FIM               VALUE "10".
           88 FS-TRB-NAO-ENCONTRADO    VALUE "23".
           88 FS-TRB-NAO-EXISTE        VALUE "35".
           88 FS-TRB-ERRO-LAYOUT       VALUE "39".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
      *
      * --> REGRA DIGITADA NA TELA, GUARDADA ANTES DA LEITURA
      *
       01 WS-REGRA-DIGITADA            PIC X(62)       VALUE SPACES.
       01 WS-INC-DATA                  PIC 9(08)       VALUE 0.
       01 WS-INC-OPERADOR              PIC X(08)       VALUE SPACES.
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
      * --> TELA DAS REGRAS DE TRIBUTACAO
      *
       COPY TRIBSCR.
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
       PERFORM 0000-MANTER-TRIBUTACAO.
      *----------------------------------------------------------------*
       0000-MANTER-TRIBUTACAO          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-REGRA-TRIBUTARIA
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-TRIBUTACAO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CLASSE-TRB
               ACCEPT SCR-UF-ORIGEM-TRB
               ACCEPT SCR-UF-DESTINO-TRB
               ACCEPT SCR-TIPO-TRB
               ACCEPT SCR-ICMS-TRB
               ACCEPT SCR-IPI-TRB
               ACCEPT SCR-MVA-TRB
               ACCEPT SCR-ICMS-ST-TRB
               ACCEPT OPCAO-INC-TRB
               MOVE SPACES             TO WS-STATUS
               INSPECT TRB-CHAVE       CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE WS-OPCAO-INC-TRB
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-REGRA
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-REGRA
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-REGRA
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
       1000-SALVAR-REGRA               SECTION.
      *----------------------------------------------------------------*
      * INCLUI A REGRA NOVA OU ALTERA A JA CADASTRADA                  *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-REGRA
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-ABRIR-ARQUIVO-TRIBUTACAO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE REG-REGRA-TRIBUTARIA   TO WS-REGRA-DIGITADA
           READ ARQ-TRIBUTACAO
           IF FS-TRB-OK
               MOVE TRB-DT-INCLUSAO    TO WS-INC-DATA
               MOVE TRB-OPERADOR-INCLUSAO
                                       TO WS-INC-OPERADOR
               MOVE WS-REGRA-DIGITADA  TO REG-REGRA-TRIBUTARIA
               MOVE WS-INC-DATA        TO TRB-DT-INCLUSAO
               MOVE WS-INC-OPERADOR    TO TRB-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO TRB-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO TRB-OPERADOR-ALTERACAO
               REWRITE REG-REGRA-TRIBUTARIA
               IF FS-TRB-OK
                   MOVE "REGRA ALTERADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-TRIBUTACAO
               END-IF
           ELSE
               MOVE WS-REGRA-DIGITADA  TO REG-REGRA-TRIBUTARIA
               MOVE WS-DATA-ATUAL      TO TRB-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO TRB-OPERADOR-INCLUSAO
               MOVE 0                  TO TRB-DT-ALTERACAO
               MOVE SPACES             TO TRB-OPERADOR-ALTERACAO
               WRITE REG-REGRA-TRIBUTARIA
               IF FS-TRB-OK
                   MOVE "REGRA CADASTRADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-TRIBUTACAO
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-TRIBUTACAO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-REGRA              SECTION.
      *----------------------------------------------------------------*
      * UFS INFORMADAS, CLASSE COM OS 8 DIGITOS DO NCM (OU EM BRANCO), *
      * TIPO DE CLIENTE DE UM CANAL VALIDO E ST COM MVA E ALIQUOTA     *
      *----------------------------------------------------------------*
           IF TRB-CLASSE-FISCAL NOT = SPACES
               AND TRB-CLASSE-FISCAL NOT NUMERIC
               MOVE "CLASSE FISCAL DEVE TER 8 DIGITOS"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF TRB-UF-ORIGEM = SPACES OR TRB-UF-DESTINO = SPACES
               MOVE "UF DE ORIGEM E DE DESTINO OBRIGATORIAS"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF TRB-TIPO-CLIENTE NOT = SPACE AND NOT = "B"
               AND NOT = "M" AND NOT = "R" AND NOT = "A"
               MOVE "TIPO DE CLIENTE: B, M, R, A OU BRANCO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF TRB-MVA-ST > 0 AND TRB-ALIQ-ICMS-ST = 0
               MOVE "ALIQUOTA INTERNA DO ST NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF TRB-MVA-ST = 0 AND TRB-ALIQ-ICMS-ST > 0
               MOVE "MVA DO ICMS-ST NAO INFORMADA"
                                       TO WS-STATUS
           END-IF
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-TRIBUTACAO   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-TRIBUTACAO
           IF FS-TRB-NAO-EXISTE
               OPEN OUTPUT ARQ-TRIBUTACAO
               CLOSE ARQ-TRIBUTACAO
               OPEN I-O ARQ-TRIBUTACAO
           END-IF
           IF NOT FS-TRB-OK
               PERFORM 9999-ERRO-ARQUIVO-TRIBUTACAO
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-TRIBUTACAO  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-TRIBUTACAO
           IF NOT FS-TRB-OK
               PERFORM 9999-ERRO-ARQUIVO-TRIBUTACAO
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-REGRA              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-ABRIR-ARQUIVO-TRIBUTACAO
           READ ARQ-TRIBUTACAO
           IF FS-TRB-NAO-ENCONTRADO
               MOVE "REGRA NAO ENCONTRADA"
                                       TO WS-STATUS
           ELSE
               DELETE ARQ-TRIBUTACAO
               IF FS-TRB-OK
                   MOVE "REGRA EXCLUIDA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-TRIBUTACAO
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-TRIBUTACAO
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-REGRA            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-ABRIR-ARQUIVO-TRIBUTACAO
           READ ARQ-TRIBUTACAO
           IF FS-TRB-OK
               MOVE "REGRA ENCONTRADA"
                                       TO WS-STATUS
           ELSE
               MOVE "REGRA NAO ENCONTRADA"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-TRIBUTACAO
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-TRIBUTACAO    SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-TRB-ERRO-LAYOUT
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
       END PROGRAM CADATRIB.
      *----------------------------------------------------------------*
