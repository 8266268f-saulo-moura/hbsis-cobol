      ******************************************************************
      * PROGRAMA.: CADAASSI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MANUTENCAO DAS ASSINATURAS DE RELATORIOS - QUAL     *
      *            SUPERVISOR, VENDEDOR OU FILIAL RECEBE POR E-MAIL AS *
      *            GERACOES DE CADA PROGRAMA NO SPOOL, E IMPRESSAO DAS *
      *            ASSINATURAS COM O LOG DE ENTREGAS                   *
      ******************************************************************
      * A DISTRIBUICAO E FEITA PELO LOTE DISTRELA; AQUI SO SE MANTEM   *
      * QUEM ASSINA O QUE                                              *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAASSI.
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
           SELECT ARQ-ASSINATURAS      ASSIGN TO  "WID-ARQ-ASS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ASS-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ASSINATURA.
      *
           SELECT ARQ-SUPERVISORES     ASSIGN TO  "WID-ARQ-SUP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SUP-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SUPERVISOR.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-DISTRIBUICAO     ASSIGN TO  "WID-ARQ-DST.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DST-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DISTRIBUICAO.
      *
           SELECT ARQ-REL-ASSINATURAS  ASSIGN TO  "WID-REL-ASS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-ASS.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-ASSINATURAS.
       COPY ASSICADA.
      *
       FD ARQ-SUPERVISORES.
       COPY SUPECADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-DISTRIBUICAO.
       COPY DSTRCADA.
      *
       FD ARQ-REL-ASSINATURAS.
       01 REG-REL-ASSINATURAS          PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-ASS             PIC X.
       77 WS-FS-ASSINATURA             PIC X(02).
           88 FS-ASS-OK                VALUE "00" THRU "09".
           88 FS-ASS-NAO-ENCONTRADO    VALUE "23".
           88 FS-ASS-NAO-EXISTE        VALUE "35".
           88 FS-ASS-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-DISTRIBUICAO           PIC X(02).
           88 FS-DST-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-ASS                PIC X(02).
           88 FS-REL-ASS-OK            VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-EMAIL-CADASTRO            PIC X(40)       VALUE SPACES.
       01 WS-LINHA-RELATORIO           PIC X(132)      VALUE SPACES.
      *
       01 WS-ASS-DIGITADA.
           05 WS-ASS-DIG-EMAIL         PIC X(40).
           05 WS-ASS-DIG-SO-EQUIPE     PIC X(01).
           05 WS-ASS-DIG-SITUACAO      PIC X(01).
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
      * --> TELA DAS ASSINATURAS DE RELATORIOS
      *
       COPY ASSISCR.
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
       PERFORM 0000-MANTER-ASSINATURAS.
      *----------------------------------------------------------------*
       0000-MANTER-ASSINATURAS         SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-ASSINATURA   REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-MANTER-ASSINATURA
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-TIPO-ASS
               ACCEPT SCR-CODIGO-ASS
               ACCEPT SCR-PROGRAMA-ASS
               ACCEPT SCR-EMAIL-ASS
               ACCEPT SCR-SO-EQUIPE-ASS
               ACCEPT SCR-SITUACAO-ASS
               ACCEPT OPCAO-INC-ASS
               MOVE SPACES             TO WS-STATUS
               INSPECT ASS-CHAVE       CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT ASS-SO-EQUIPE   CONVERTING "sn" TO "SN"
               INSPECT ASS-SITUACAO    CONVERTING "ai" TO "AI"
               EVALUATE WS-OPCAO-INC-ASS
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-ASSINATURA
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-ASSINATURA
                   WHEN "i"
                   WHEN "I"
                       PERFORM 3000-RELATORIO-ASSINATURAS
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
       1000-SALVAR-ASSINATURA          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-VALIDAR-CHAVE
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           IF ASS-SO-EQUIPE = SPACE
               MOVE "N"                TO ASS-SO-EQUIPE
           END-IF
           IF ASS-SO-EQUIPE NOT = "S" AND ASS-SO-EQUIPE NOT = "N"
               MOVE "INFORME S OU N PARA A PROPRIA EQUIPE"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           IF ASS-SITUACAO = SPACE
               MOVE "A"                TO ASS-SITUACAO
           END-IF
           IF NOT ASSINATURA-ATIVA AND NOT ASSINATURA-INATIVA
               MOVE "SITUACAO DEVE SER A OU I"
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           PERFORM 1150-VALIDAR-DESTINATARIO
           IF WS-STATUS NOT = SPACES
               GO TO 1000-FIM
           END-IF
           MOVE ASS-EMAIL              TO WS-ASS-DIG-EMAIL
           MOVE ASS-SO-EQUIPE          TO WS-ASS-DIG-SO-EQUIPE
           MOVE ASS-SITUACAO           TO WS-ASS-DIG-SITUACAO
           PERFORM 1200-ABRIR-ARQUIVO-ASSINATURAS
           READ ARQ-ASSINATURAS
           MOVE WS-ASS-DIG-EMAIL       TO ASS-EMAIL
           MOVE WS-ASS-DIG-SO-EQUIPE   TO ASS-SO-EQUIPE
           MOVE WS-ASS-DIG-SITUACAO    TO ASS-SITUACAO
           IF FS-ASS-OK
               REWRITE REG-ASSINATURA
               IF FS-ASS-OK
                   MOVE "ASSINATURA ALTERADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-ASSINATURAS
               END-IF
           ELSE
               ACCEPT WS-DATA-ATUAL    FROM DATE YYYYMMDD
               MOVE WS-DATA-ATUAL      TO ASS-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO ASS-OPERADOR-INCLUSAO
               WRITE REG-ASSINATURA
               IF FS-ASS-OK
                   MOVE "ASSINATURA GRAVADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-ASSINATURAS
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-ASSINATURAS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-VALIDAR-CHAVE              SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ASS-TIPO-VALIDO
               MOVE "TIPO DEVE SER S, V OU F"
                                       TO WS-STATUS
               GO TO 1100-FIM
           END-IF
           IF ASS-CODIGO = 0
               MOVE "CODIGO DO DESTINATARIO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1100-FIM
           END-IF
           IF ASS-PROGRAMA = SPACES
               MOVE "PROGRAMA DO RELATORIO NAO INFORMADO"
                                       TO WS-STATUS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1150-VALIDAR-DESTINATARIO       SECTION.
      *----------------------------------------------------------------*
      * O DESTINATARIO PRECISA EXISTIR E TER PARA ONDE MANDAR: O       *
      * E-MAIL DA ASSINATURA OU, NA FALTA, O DO CADASTRO               *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-EMAIL-CADASTRO
           EVALUATE TRUE
               WHEN ASS-SUPERVISOR
                   OPEN INPUT ARQ-SUPERVISORES
                   MOVE ASS-CODIGO     TO SUP-CODIGO
                   READ ARQ-SUPERVISORES
                   IF FS-SUP-OK
                       MOVE SUP-EMAIL  TO WS-EMAIL-CADASTRO
                   ELSE
                       MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO WS-STATUS
                   END-IF
                   CLOSE ARQ-SUPERVISORES
               WHEN ASS-VENDEDOR
                   OPEN INPUT ARQ-VENDEDORES
                   MOVE ASS-CODIGO     TO VEN-CPF
                   READ ARQ-VENDEDORES
                   IF FS-VEN-OK
                       MOVE VEN-EMAIL  TO WS-EMAIL-CADASTRO
                   ELSE
                       MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-STATUS
                   END-IF
                   CLOSE ARQ-VENDEDORES
               WHEN ASS-FILIAL
                   IF ASS-CODIGO > 99
                       MOVE "FILIAL INVALIDA"
                                       TO WS-STATUS
                   END-IF
           END-EVALUATE
           IF WS-STATUS = SPACES
               AND ASS-EMAIL = SPACES AND WS-EMAIL-CADASTRO = SPACES
               MOVE "INFORME O E-MAIL DO DESTINATARIO"
                                       TO WS-STATUS
           END-IF
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ABRIR-ARQUIVO-ASSINATURAS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ASSINATURAS
           IF FS-ASS-NAO-EXISTE
               OPEN OUTPUT ARQ-ASSINATURAS
               CLOSE ARQ-ASSINATURAS
               OPEN I-O ARQ-ASSINATURAS
           END-IF
           IF NOT FS-ASS-OK
               PERFORM 9999-ERRO-ARQUIVO-ASSINATURAS
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-ASSINATURAS SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-ASSINATURAS
           IF NOT FS-ASS-OK
               PERFORM 9999-ERRO-ARQUIVO-ASSINATURAS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-ASSINATURA         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1100-VALIDAR-CHAVE
           IF WS-STATUS NOT = SPACES
               GO TO 2000-FIM
           END-IF
           PERFORM 1200-ABRIR-ARQUIVO-ASSINATURAS
           READ ARQ-ASSINATURAS
           IF FS-ASS-NAO-ENCONTRADO
               MOVE "ASSINATURA NAO ENCONTRADA"
                                       TO WS-STATUS
           ELSE
               DELETE ARQ-ASSINATURAS
               IF FS-ASS-OK
                   MOVE "ASSINATURA EXCLUIDA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-ASSINATURAS
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-ASSINATURAS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-RELATORIO-ASSINATURAS      SECTION.
      *----------------------------------------------------------------*
      * AS ASSINATURAS CADASTRADAS E O LOG DO QUE FOI ENTREGUE A QUEM  *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-ASSINATURAS
           IF NOT FS-ASS-OK
               MOVE "NAO HA ASSINATURAS CADASTRADAS"
                                       TO WS-STATUS
               GO TO 3000-FIM
           END-IF
           OPEN OUTPUT ARQ-REL-ASSINATURAS
           MOVE "ASSINATURAS DE RELATORIOS"
                                       TO WS-LINHA-RELATORIO
           PERFORM 3100-GRAVAR-LINHA
           READ ARQ-ASSINATURAS NEXT
           PERFORM UNTIL NOT FS-ASS-OK
               MOVE SPACES             TO WS-LINHA-RELATORIO
               STRING ASS-TIPO " " ASS-CODIGO " " ASS-PROGRAMA
                      " " ASS-EMAIL " EQUIPE " ASS-SO-EQUIPE
                      " SITUACAO " ASS-SITUACAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELATORIO
               PERFORM 3100-GRAVAR-LINHA
               READ ARQ-ASSINATURAS NEXT
           END-PERFORM
           CLOSE ARQ-ASSINATURAS
           MOVE "ENTREGAS REALIZADAS"  TO WS-LINHA-RELATORIO
           PERFORM 3100-GRAVAR-LINHA
           OPEN INPUT ARQ-DISTRIBUICAO
           IF FS-DST-OK
               READ ARQ-DISTRIBUICAO NEXT
               PERFORM UNTIL NOT FS-DST-OK
                   MOVE SPACES         TO WS-LINHA-RELATORIO
                   STRING DST-DATA " " DST-HORA " " DST-TIPO " "
                          DST-CODIGO " " DST-PROGRAMA " "
                          DST-NOME-RELATORIO " " DST-EMAIL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELATORIO
                   PERFORM 3100-GRAVAR-LINHA
                   READ ARQ-DISTRIBUICAO NEXT
               END-PERFORM
               CLOSE ARQ-DISTRIBUICAO
           END-IF
           CLOSE ARQ-REL-ASSINATURAS
           MOVE "RELATORIO GRAVADO EM WID-REL-ASS.DAT"
                                       TO WS-STATUS
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-RELATORIO     TO REG-REL-ASSINATURAS
           WRITE REG-REL-ASSINATURAS
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-ASSINATURAS   SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-ASS-ERRO-LAYOUT
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
       END PROGRAM CADAASSI.
      *----------------------------------------------------------------*
