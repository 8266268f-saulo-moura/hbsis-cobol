      ******************************************************************
      * PROGRAMA.: CADARECL                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RECLAMACOES DE CLIENTES (SAC) - ABERTURA COM TIPO,  *
      *            PEDIDO OU FATURA RECLAMADOS, SUPERVISOR RESPONSAVEL *
      *            E DATA LIMITE PELO PRAZO DO TIPO; MUDANCA DE        *
      *            SITUACAO COM NOTA E CONSULTA DO HISTORICO           *
      ******************************************************************
      * A RECLAMACAO NASCE ABERTA (A), PASSA A EM ANDAMENTO (E) E      *
      * TERMINA RESOLVIDA (R); RESOLVIDA NAO MUDA MAIS. CADA ABERTURA  *
      * OU MUDANCA GRAVA UMA LINHA NO HISTORICO COM A NOTA DIGITADA    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADARECL.
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
           SELECT ARQ-RECLAMACOES      ASSIGN TO  "WID-ARQ-RCL.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RCL-NUMERO
               ALTERNATE RECORD KEY    IS RCL-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECLAMACAO.
      *
           SELECT ARQ-HIST-RECLAMACAO  ASSIGN TO  "WID-ARQ-RCH.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-HISTORICO.
      *
           SELECT ARQ-TIPOS-SAC        ASSIGN TO  "WID-ARQ-TSA.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TSA-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TIPO-SAC.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
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
           SELECT ARQ-FATURAS          ASSIGN TO  "WID-ARQ-FAT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAT-DOCUMENTO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FATURA.
      *
           SELECT ARQ-SUPERVISORES     ASSIGN TO  "WID-ARQ-SUP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SUP-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SUPERVISOR.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-RECLAMACOES.
       COPY RECLCADA.
      *
       FD ARQ-HIST-RECLAMACAO.
       COPY RCLHCADA.
      *
       FD ARQ-TIPOS-SAC.
       COPY TSACCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-FATURAS.
       COPY FATUCADA.
      *
       FD ARQ-SUPERVISORES.
       COPY SUPECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-RCL             PIC X.
       77 WS-FS-RECLAMACAO             PIC X(02).
           88 FS-RCL-OK                VALUE "00" THRU "09".
           88 FS-RCL-FIM               VALUE "10".
           88 FS-RCL-NAO-ENCONTRADO    VALUE "23".
           88 FS-RCL-NAO-EXISTE        VALUE "35".
           88 FS-RCL-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-HISTORICO              PIC X(02).
           88 FS-RCH-OK                VALUE "00" THRU "09".
           88 FS-RCH-FIM               VALUE "10".
           88 FS-RCH-NAO-EXISTE        VALUE "35".
       77 WS-FS-TIPO-SAC               PIC X(02).
           88 FS-TSA-OK                VALUE "00" THRU "09".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-FATURA                 PIC X(02).
           88 FS-FAT-OK                VALUE "00" THRU "09".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-RECLAMACAO-VALIDA         PIC X(01)       VALUE "N".
           88 RECLAMACAO-VALIDA        VALUE "S".
       01 WS-PROX-RECLAMACAO           PIC 9(07)       VALUE 0.
       01 WS-DESCRICAO-TIPO            PIC X(30)       VALUE SPACES.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-QTD-HISTORICO             PIC 9(03)       VALUE 0.
      *
      * --> MUDANCA DE SITUACAO E NOTA DIGITADAS NA TELA
      *
       01 WS-NOVA-SITUACAO             PIC X(01)       VALUE SPACE.
       01 WS-NOTA-DIGITADA             PIC X(60)       VALUE SPACES.
       01 WS-SITUACAO-ANTERIOR         PIC X(01)       VALUE SPACE.
      *
      * --> CAMPOS DIGITADOS NA ABERTURA, GUARDADOS ENQUANTO O ARQUIVO
      *     E PERCORRIDO PARA ACHAR O PROXIMO NUMERO
      *
       01 WS-RECLAMACAO-DIGITADA.
           05 WS-RCL-DIG-CNPJ          PIC 9(14).
           05 WS-RCL-DIG-TIPO          PIC 9(02).
           05 WS-RCL-DIG-PEDIDO        PIC 9(09).
           05 WS-RCL-DIG-FATURA        PIC 9(09).
           05 WS-RCL-DIG-DESCRICAO     PIC X(60).
           05 WS-RCL-DIG-SUPERVISOR    PIC 9(07).
           05 WS-RCL-DIG-PRAZO         PIC 9(03).
      *
      * --> LINHA DO HISTORICO MOSTRADA NA CONSULTA
      *
       01 WS-LINHA-HISTORICO.
           05 SAI-RCH-DATA             PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-RCH-HORA             PIC 99B99B99.
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-RCH-ANTERIOR         PIC X(01).
           05 FILLER                   PIC X(02)       VALUE "->".
           05 SAI-RCH-SITUACAO         PIC X(01).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-RCH-OPERADOR         PIC X(08).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-RCH-NOTA             PIC X(60).
       01 WS-NUMERO-EDITADO            PIC Z(06)9.
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
      * --> TELA DAS RECLAMACOES DE CLIENTES
      *
       COPY RECLSCR.
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
       PERFORM 0000-MANTER-RECLAMACOES.
      *----------------------------------------------------------------*
       0000-MANTER-RECLAMACOES         SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-RECLAMACAO   REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-RECLAMACAO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-NUMERO-RCL
               ACCEPT SCR-CNPJ-RCL
               ACCEPT SCR-TIPO-RCL
               ACCEPT SCR-PEDIDO-RCL
               ACCEPT SCR-FATURA-RCL
               ACCEPT SCR-SUPERVISOR-RCL
               ACCEPT SCR-DESCRICAO-RCL
               ACCEPT SCR-NOVA-SITUACAO-RCL
               ACCEPT SCR-NOTA-RCL
               ACCEPT OPCAO-INC-RCL
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-RCL
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-RECLAMACAO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-RECLAMACAO
                   WHEN "h"
                   WHEN "H"
                       PERFORM 4000-MOSTRAR-HISTORICO
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
       1000-SALVAR-RECLAMACAO          SECTION.
      *----------------------------------------------------------------*
      * NUMERO ZERO ABRE UMA RECLAMACAO NOVA COM O PROXIMO NUMERO;     *
      * NUMERO INFORMADO MUDA A SITUACAO DA RECLAMACAO PENDENTE        *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           IF RCL-NUMERO NOT = 0
               PERFORM 2000-MUDAR-SITUACAO
               GO TO 1000-FIM
           END-IF
           PERFORM 1050-VALIDAR-RECLAMACAO
           IF NOT RECLAMACAO-VALIDA
               GO TO 1000-FIM
           END-IF
           MOVE RCL-CNPJ               TO WS-RCL-DIG-CNPJ
           MOVE RCL-TIPO               TO WS-RCL-DIG-TIPO
           MOVE RCL-NUMERO-PED         TO WS-RCL-DIG-PEDIDO
           MOVE RCL-DOCUMENTO-FAT      TO WS-RCL-DIG-FATURA
           MOVE RCL-DESCRICAO          TO WS-RCL-DIG-DESCRICAO
           MOVE RCL-SUPERVISOR         TO WS-RCL-DIG-SUPERVISOR
           MOVE TSA-PRAZO-DIAS         TO WS-RCL-DIG-PRAZO
           PERFORM 1100-ABRIR-ARQUIVO-RECLAMACOES
           PERFORM 1150-ACHAR-PROXIMO-NUMERO
           INITIALIZE REG-RECLAMACAO   REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE WS-PROX-RECLAMACAO     TO RCL-NUMERO
           MOVE WS-RCL-DIG-CNPJ        TO RCL-CNPJ
           MOVE WS-RCL-DIG-TIPO        TO RCL-TIPO
           MOVE WS-RCL-DIG-PEDIDO      TO RCL-NUMERO-PED
           MOVE WS-RCL-DIG-FATURA      TO RCL-DOCUMENTO-FAT
           MOVE WS-RCL-DIG-DESCRICAO   TO RCL-DESCRICAO
           MOVE WS-RCL-DIG-SUPERVISOR  TO RCL-SUPERVISOR
           MOVE WS-FILIAL-CLIENTE      TO RCL-FILIAL
           MOVE WS-DATA-ATUAL          TO RCL-DATA-ABERTURA
           MOVE WS-HORA-ATUAL (1:6)    TO RCL-HORA-ABERTURA
           MOVE WS-RCL-DIG-PRAZO       TO RCL-PRAZO-DIAS
           COMPUTE RCL-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                + WS-RCL-DIG-PRAZO)
           MOVE 0                      TO RCL-DATA-RESOLUCAO
           MOVE "A"                    TO RCL-SITUACAO
           MOVE WS-DATA-ATUAL          TO RCL-DT-INCLUSAO
           MOVE WS-OPERADOR-ATUAL      TO RCL-OPERADOR-INCLUSAO
           MOVE WS-DATA-ATUAL          TO RCL-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO RCL-OPERADOR-ALTERACAO
           WRITE REG-RECLAMACAO
           IF NOT FS-RCL-OK
               PERFORM 9999-ERRO-ARQUIVO-RECLAMACOES
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-RECLAMACOES
           MOVE SPACE                  TO WS-SITUACAO-ANTERIOR
           IF WS-NOTA-DIGITADA = SPACES
               MOVE "RECLAMACAO ABERTA"
                                       TO WS-NOTA-DIGITADA
           END-IF
           PERFORM 1500-GRAVAR-HISTORICO
           MOVE RCL-NUMERO             TO WS-NUMERO-EDITADO
           STRING "RECLAMACAO " WS-NUMERO-EDITADO " ABERTA"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-RECLAMACAO         SECTION.
      *----------------------------------------------------------------*
      * CLIENTE E TIPO ATIVOS, DESCRICAO INFORMADA, PEDIDO E FATURA DO *
      * PROPRIO CLIENTE E SUPERVISOR ATIVO (ZERO ASSUME O SUPERVISOR   *
      * DO CLIENTE)                                                    *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-RECLAMACAO-VALIDA
           MOVE SPACES                 TO WS-DESCRICAO-TIPO
           IF RCL-CNPJ = 0
               MOVE "CNPJ DO CLIENTE NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF RCL-DESCRICAO = SPACES
               MOVE "DESCRICAO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE "CADASTRO DE CLIENTES INDISPONIVEL"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE RCL-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE SPACE              TO SITUACAO
           END-IF
           CLOSE ARQ-CLIENTES
           IF NOT REGISTRO-ATIVO
               MOVE "CLIENTE NAO CADASTRADO OU INATIVO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE FILIAL                 TO WS-FILIAL-CLIENTE
           IF RCL-SUPERVISOR = 0
               MOVE SUPERVISOR-CODIGO  TO RCL-SUPERVISOR
           END-IF
           PERFORM 1060-LER-TIPO
           IF WS-DESCRICAO-TIPO = SPACES OR NOT TIPO-RECLAMACAO-ATIVO
               MOVE "TIPO DE RECLAMACAO INVALIDO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF RCL-NUMERO-PED > 0
               MOVE 0                  TO PED-CNPJ
               OPEN INPUT ARQ-PEDIDOS
               IF FS-PED-OK
                   MOVE RCL-NUMERO-PED TO PED-NUMERO
                   READ ARQ-PEDIDOS
                   IF NOT FS-PED-OK
                       MOVE 0          TO PED-CNPJ
                   END-IF
                   CLOSE ARQ-PEDIDOS
               END-IF
               IF PED-CNPJ NOT = RCL-CNPJ
                   MOVE "PEDIDO NAO E DESTE CLIENTE"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
           END-IF
           IF RCL-DOCUMENTO-FAT > 0
               MOVE 0                  TO FAT-CNPJ
               OPEN INPUT ARQ-FATURAS
               IF FS-FAT-OK
                   MOVE RCL-DOCUMENTO-FAT
                                       TO FAT-DOCUMENTO
                   READ ARQ-FATURAS
                   IF NOT FS-FAT-OK
                       MOVE 0          TO FAT-CNPJ
                   END-IF
                   CLOSE ARQ-FATURAS
               END-IF
               IF FAT-CNPJ NOT = RCL-CNPJ
                   MOVE "FATURA NAO E DESTE CLIENTE"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
               IF RCL-NUMERO-PED > 0
                   AND FAT-NUMERO-PED NOT = RCL-NUMERO-PED
                   MOVE "FATURA NAO E DO PEDIDO INFORMADO"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
           END-IF
           IF RCL-SUPERVISOR = 0
               MOVE "CLIENTE SEM SUPERVISOR - INFORME"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE SPACE                  TO SUP-SITUACAO
           OPEN INPUT ARQ-SUPERVISORES
           IF FS-SUP-OK
               MOVE RCL-SUPERVISOR     TO SUP-CODIGO
               READ ARQ-SUPERVISORES
               IF NOT FS-SUP-OK
                   MOVE SPACE          TO SUP-SITUACAO
               END-IF
               CLOSE ARQ-SUPERVISORES
           END-IF
           IF NOT SUPERVISOR-ATIVO
               MOVE "SUPERVISOR NAO CADASTRADO OU INATIVO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE "S"                    TO WS-RECLAMACAO-VALIDA
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-LER-TIPO                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-DESCRICAO-TIPO
           OPEN INPUT ARQ-TIPOS-SAC
           IF FS-TSA-OK
               MOVE RCL-TIPO           TO TSA-CODIGO
               READ ARQ-TIPOS-SAC
               IF FS-TSA-OK
                   MOVE TSA-DESCRICAO  TO WS-DESCRICAO-TIPO
               END-IF
               CLOSE ARQ-TIPOS-SAC
           END-IF
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-RECLAMACOES  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-RECLAMACOES
           IF FS-RCL-NAO-EXISTE
               OPEN OUTPUT ARQ-RECLAMACOES
               CLOSE ARQ-RECLAMACOES
               OPEN I-O ARQ-RECLAMACOES
           END-IF
           IF NOT FS-RCL-OK
               PERFORM 9999-ERRO-ARQUIVO-RECLAMACOES
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1150-ACHAR-PROXIMO-NUMERO       SECTION.
      *----------------------------------------------------------------*
      * A RECLAMACAO NOVA RECEBE O NUMERO SEGUINTE AO MAIOR JA GRAVADO *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PROX-RECLAMACAO
           MOVE 0                      TO RCL-NUMERO
           START ARQ-RECLAMACOES       KEY IS NOT < RCL-NUMERO
           IF FS-RCL-OK
               READ ARQ-RECLAMACOES NEXT
           END-IF
           PERFORM UNTIL NOT FS-RCL-OK
               MOVE RCL-NUMERO         TO WS-PROX-RECLAMACAO
               READ ARQ-RECLAMACOES NEXT
           END-PERFORM
           ADD 1                       TO WS-PROX-RECLAMACAO
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-RECLAMACOES SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-RECLAMACOES
           IF NOT FS-RCL-OK
               PERFORM 9999-ERRO-ARQUIVO-RECLAMACOES
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*
      * UMA LINHA POR ABERTURA OU MUDANCA DE SITUACAO, COM A NOTA      *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-HIST-RECLAMACAO
           IF FS-RCH-NAO-EXISTE
               OPEN OUTPUT ARQ-HIST-RECLAMACAO
           END-IF
           IF FS-RCH-OK
               MOVE RCL-NUMERO         TO RCH-NUMERO
               MOVE WS-DATA-ATUAL      TO RCH-DATA
               MOVE WS-HORA-ATUAL (1:6) TO RCH-HORA
               MOVE WS-SITUACAO-ANTERIOR
                                       TO RCH-SITUACAO-ANTERIOR
               MOVE RCL-SITUACAO       TO RCH-SITUACAO
               MOVE WS-NOTA-DIGITADA   TO RCH-NOTA
               MOVE WS-OPERADOR-ATUAL  TO RCH-OPERADOR
               WRITE REG-HIST-RECLAMACAO
               CLOSE ARQ-HIST-RECLAMACAO
           END-IF
           MOVE SPACE                  TO WS-NOVA-SITUACAO
           MOVE SPACES                 TO WS-NOTA-DIGITADA
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-MUDAR-SITUACAO             SECTION.
      *----------------------------------------------------------------*
      * A RECLAMACAO PENDENTE PASSA A EM ANDAMENTO OU A RESOLVIDA, COM *
      * NOTA OBRIGATORIA; A RESOLVIDA GUARDA A DATA DA RESOLUCAO       *
      *----------------------------------------------------------------*
           IF WS-NOVA-SITUACAO = "e"
               MOVE "E"                TO WS-NOVA-SITUACAO
           END-IF
           IF WS-NOVA-SITUACAO = "r"
               MOVE "R"                TO WS-NOVA-SITUACAO
           END-IF
           IF WS-NOVA-SITUACAO NOT = "E" AND WS-NOVA-SITUACAO NOT = "R"
               MOVE "NOVA SITUACAO DEVE SER E OU R"
                                       TO WS-STATUS
               GO TO 2000-FIM
           END-IF
           IF WS-NOTA-DIGITADA = SPACES
               MOVE "NOTA DA MUDANCA NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 2000-FIM
           END-IF
           PERFORM 1100-ABRIR-ARQUIVO-RECLAMACOES
           READ ARQ-RECLAMACOES
           IF NOT FS-RCL-OK
               MOVE "RECLAMACAO NAO ENCONTRADA"
                                       TO WS-STATUS
               PERFORM 1400-FECHAR-ARQUIVO-RECLAMACOES
               GO TO 2000-FIM
           END-IF
           IF RECLAMACAO-RESOLVIDA
               MOVE "RECLAMACAO JA RESOLVIDA"
                                       TO WS-STATUS
               PERFORM 1400-FECHAR-ARQUIVO-RECLAMACOES
               GO TO 2000-FIM
           END-IF
           IF RCL-SITUACAO = WS-NOVA-SITUACAO
               MOVE "RECLAMACAO JA ESTA NESSA SITUACAO"
                                       TO WS-STATUS
               PERFORM 1400-FECHAR-ARQUIVO-RECLAMACOES
               GO TO 2000-FIM
           END-IF
           MOVE RCL-SITUACAO           TO WS-SITUACAO-ANTERIOR
           MOVE WS-NOVA-SITUACAO       TO RCL-SITUACAO
           IF RECLAMACAO-RESOLVIDA
               MOVE WS-DATA-ATUAL      TO RCL-DATA-RESOLUCAO
           END-IF
           MOVE WS-DATA-ATUAL          TO RCL-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO RCL-OPERADOR-ALTERACAO
           REWRITE REG-RECLAMACAO
           IF NOT FS-RCL-OK
               PERFORM 9999-ERRO-ARQUIVO-RECLAMACOES
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-RECLAMACOES
           PERFORM 1500-GRAVAR-HISTORICO
           PERFORM 1060-LER-TIPO
           IF RECLAMACAO-RESOLVIDA
               MOVE "RECLAMACAO RESOLVIDA"
                                       TO WS-STATUS
           ELSE
               MOVE "RECLAMACAO EM ANDAMENTO"
                                       TO WS-STATUS
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-RECLAMACAO       SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA A RECLAMACAO DO NUMERO INFORMADO, *
      * COM A DESCRICAO DO TIPO, A DATA LIMITE E A SITUACAO            *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-RECLAMACOES
           READ ARQ-RECLAMACOES
           IF NOT FS-RCL-OK
               MOVE "RECLAMACAO NAO ENCONTRADA"
                                       TO WS-STATUS
               MOVE SPACES             TO WS-DESCRICAO-TIPO
           ELSE
               MOVE "RECLAMACAO LOCALIZADA"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-RECLAMACOES
           IF WS-STATUS = "RECLAMACAO LOCALIZADA"
               PERFORM 1060-LER-TIPO
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-MOSTRAR-HISTORICO          SECTION.
      *----------------------------------------------------------------*
      * LISTA AS MUDANCAS DE SITUACAO DA RECLAMACAO INFORMADA, NA      *
      * ORDEM EM QUE FORAM GRAVADAS                                    *
      *----------------------------------------------------------------*
           IF RCL-NUMERO = 0
               MOVE "NUMERO DA RECLAMACAO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           MOVE 0                      TO WS-QTD-HISTORICO
           OPEN INPUT ARQ-HIST-RECLAMACAO
           IF NOT FS-RCH-OK
               MOVE "RECLAMACAO SEM HISTORICO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           DISPLAY " "
           MOVE RCL-NUMERO             TO WS-NUMERO-EDITADO
           DISPLAY "HISTORICO DA RECLAMACAO " WS-NUMERO-EDITADO
           READ ARQ-HIST-RECLAMACAO
           PERFORM UNTIL NOT FS-RCH-OK
               IF RCH-NUMERO = RCL-NUMERO
                   ADD 1               TO WS-QTD-HISTORICO
                   MOVE RCH-DATA       TO SAI-RCH-DATA
                   MOVE RCH-HORA       TO SAI-RCH-HORA
                   MOVE RCH-SITUACAO-ANTERIOR
                                       TO SAI-RCH-ANTERIOR
                   MOVE RCH-SITUACAO   TO SAI-RCH-SITUACAO
                   MOVE RCH-OPERADOR   TO SAI-RCH-OPERADOR
                   MOVE RCH-NOTA       TO SAI-RCH-NOTA
                   DISPLAY WS-LINHA-HISTORICO
               END-IF
               READ ARQ-HIST-RECLAMACAO
           END-PERFORM
           CLOSE ARQ-HIST-RECLAMACAO
           IF WS-QTD-HISTORICO = 0
               MOVE "RECLAMACAO SEM HISTORICO"
                                       TO WS-STATUS
           END-IF
           DISPLAY "APERTE ENTER PARA VOLTAR"
           ACCEPT OPCAO-INC-RCL
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-RECLAMACOES   SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-RCL-ERRO-LAYOUT
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
       END PROGRAM CADARECL.
      *----------------------------------------------------------------*
