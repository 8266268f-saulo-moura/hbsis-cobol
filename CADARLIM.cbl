      ******************************************************************
      * PROGRAMA.: CADARLIM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: DECISAO DO SUPERVISOR SOBRE AS PROPOSTAS DE REVISAO *
      *            DO LIMITE DE CREDITO GERADAS PELO LOTE REVILIMI -   *
      *            ACEITA O VALOR PROPOSTO, AJUSTA PARA OUTRO VALOR OU *
      *            RECUSA. O LIMITE APLICADO E GRAVADO NO CLIENTE COM  *
      *            EVENTO NO DIARIO DE AUDITORIA                       *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADARLIM.
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
           SELECT ARQ-REVISAO-LIMITE   ASSIGN TO  "WID-ARQ-RLC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RLC-CNPJ
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REVISAO.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-AUDITORIA        ASSIGN TO  "WID-AUD-CAD.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-AUDITORIA.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-REVISAO-LIMITE.
       COPY RLIMCADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-AUDITORIA.
       COPY AUDICADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-REV-RLC             PIC X.
       77 WS-FS-REVISAO                PIC X(02).
           88 FS-RLC-OK                VALUE "00" THRU "09".
           88 FS-RLC-FIM               VALUE "10".
           88 FS-RLC-NAO-ENCONTRADO    VALUE "23".
           88 FS-RLC-NAO-EXISTE        VALUE "35".
           88 FS-RLC-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
           88 FS-CLI-REG-BLOQUEADO     VALUE "51".
       77 WS-FS-AUDITORIA              PIC X(02).
           88 FS-AUD-OK                VALUE "00" THRU "09".
           88 FS-AUD-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-HORA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-IMAGEM-ANTES              PIC X(400)      VALUE SPACES.
      *
      * --> PROPOSTA NA TELA: SO A PROPOSTA CARREGADA E AINDA PENDENTE
      *     PODE SER DECIDIDA; O NOVO LIMITE COMECA COM O VALOR
      *     PROPOSTO E O SUPERVISOR PODE AJUSTAR ANTES DE APLICAR
      *
       01 WS-CNPJ-CARREGADO            PIC 9(14)       VALUE 0.
       01 WS-NOVO-LIMITE               PIC 9(09)V99    VALUE 0.
       01 WS-DESC-SITUACAO             PIC X(20)       VALUE SPACES.
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
      * --> TELA DA REVISAO DE LIMITE
      *
       COPY RLIMSCR.
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
       PERFORM 0000-REVISAR-LIMITE.
      *----------------------------------------------------------------*
       0000-REVISAR-LIMITE             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-REVISAO-LIMITE
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE SPACES                 TO NOME
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-REVISAO-LIMITE
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CNPJ-RLC
               ACCEPT SCR-NOVO-LIMITE-RLC
               ACCEPT OPCAO-REV-RLC
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-REV-RLC
                   WHEN "c"
                   WHEN "C"
                       PERFORM 1000-CARREGAR-PROPOSTA
                   WHEN "n"
                   WHEN "N"
                       PERFORM 2000-PROXIMA-PENDENTE
                   WHEN "s"
                   WHEN "S"
                       PERFORM 3000-APLICAR-LIMITE
                   WHEN "r"
                   WHEN "R"
                       PERFORM 4000-RECUSAR-PROPOSTA
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
       1000-CARREGAR-PROPOSTA          SECTION.
      *----------------------------------------------------------------*
      * LE A PROPOSTA DO CNPJ DIGITADO E DEIXA O VALOR PROPOSTO NO     *
      * NOVO LIMITE; PROPOSTA JA DECIDIDA MOSTRA O LIMITE APLICADO     *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-CNPJ-CARREGADO
           PERFORM 1100-ABRIR-ARQUIVO-REVISAO
           READ ARQ-REVISAO-LIMITE
           EVALUATE TRUE
               WHEN FS-RLC-NAO-ENCONTRADO
                   MOVE "NAO HA PROPOSTA PARA O CNPJ"
                                       TO WS-STATUS
                   MOVE SPACES         TO NOME
                   MOVE SPACES         TO WS-DESC-SITUACAO
               WHEN NOT FS-RLC-OK
                   PERFORM 9999-ERRO-ARQUIVO-REVISAO
               WHEN OTHER
                   PERFORM 1200-MOSTRAR-PROPOSTA
           END-EVALUATE
           CLOSE ARQ-REVISAO-LIMITE
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-REVISAO      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-REVISAO-LIMITE
           IF FS-RLC-NAO-EXISTE
               OPEN OUTPUT ARQ-REVISAO-LIMITE
               CLOSE ARQ-REVISAO-LIMITE
               OPEN I-O ARQ-REVISAO-LIMITE
           END-IF
           IF NOT FS-RLC-OK
               PERFORM 9999-ERRO-ARQUIVO-REVISAO
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-MOSTRAR-PROPOSTA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE RLC-CNPJ               TO WS-CNPJ-CARREGADO
           MOVE SPACES                 TO NOME
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE RLC-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF NOT FS-CLI-OK
                   MOVE "CLIENTE NAO CADASTRADO"
                                       TO NOME
               END-IF
               CLOSE ARQ-CLIENTES
           END-IF
           EVALUATE TRUE
               WHEN RLC-PENDENTE
                   MOVE "PENDENTE"     TO WS-DESC-SITUACAO
                   MOVE RLC-LIMITE-PROPOSTO
                                       TO WS-NOVO-LIMITE
                   MOVE "PROPOSTA CARREGADA - APLIQUE COM S"
                                       TO WS-STATUS
               WHEN RLC-ACEITA
                   MOVE "ACEITA"       TO WS-DESC-SITUACAO
                   MOVE RLC-LIMITE-APLICADO
                                       TO WS-NOVO-LIMITE
                   MOVE "PROPOSTA JA DECIDIDA"
                                       TO WS-STATUS
               WHEN RLC-AJUSTADA
                   MOVE "AJUSTADA"     TO WS-DESC-SITUACAO
                   MOVE RLC-LIMITE-APLICADO
                                       TO WS-NOVO-LIMITE
                   MOVE "PROPOSTA JA DECIDIDA"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE "RECUSADA"     TO WS-DESC-SITUACAO
                   MOVE RLC-LIMITE-APLICADO
                                       TO WS-NOVO-LIMITE
                   MOVE "PROPOSTA JA DECIDIDA"
                                       TO WS-STATUS
           END-EVALUATE
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROXIMA-PENDENTE           SECTION.
      *----------------------------------------------------------------*
      * AVANCA A PARTIR DO CNPJ DA TELA ATE A PROXIMA PROPOSTA AINDA   *
      * PENDENTE, PARA O SUPERVISOR PERCORRER O LOTE EM SEQUENCIA      *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-CNPJ-CARREGADO
           PERFORM 1100-ABRIR-ARQUIVO-REVISAO
           START ARQ-REVISAO-LIMITE    KEY IS > RLC-CNPJ
           IF FS-RLC-OK
               READ ARQ-REVISAO-LIMITE NEXT
               PERFORM UNTIL NOT FS-RLC-OK OR RLC-PENDENTE
                   READ ARQ-REVISAO-LIMITE NEXT
               END-PERFORM
           END-IF
           IF FS-RLC-OK
               PERFORM 1200-MOSTRAR-PROPOSTA
           ELSE
               INITIALIZE REG-REVISAO-LIMITE
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
               MOVE SPACES             TO NOME
               MOVE SPACES             TO WS-DESC-SITUACAO
               MOVE 0                  TO WS-NOVO-LIMITE
               MOVE "NAO HA MAIS PROPOSTAS PENDENTES"
                                       TO WS-STATUS
           END-IF
           CLOSE ARQ-REVISAO-LIMITE
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-APLICAR-LIMITE             SECTION.
      *----------------------------------------------------------------*
      * GRAVA O NOVO LIMITE NO CLIENTE (COM AUDITORIA) E FECHA A       *
      * PROPOSTA COMO ACEITA, QUANDO O VALOR E O PROPOSTO, OU AJUSTADA *
      *----------------------------------------------------------------*
           IF WS-CNPJ-CARREGADO = 0
               OR WS-CNPJ-CARREGADO NOT = RLC-CNPJ
               MOVE "CARREGUE A PROPOSTA ANTES (C OU N)"
                                       TO WS-STATUS
               GO TO 3000-FIM
           END-IF
           IF WS-NOVO-LIMITE = 0
               MOVE "NOVO LIMITE DEVE SER MAIOR QUE ZERO"
                                       TO WS-STATUS
               GO TO 3000-FIM
           END-IF
           PERFORM 1100-ABRIR-ARQUIVO-REVISAO
           READ ARQ-REVISAO-LIMITE
           IF NOT FS-RLC-OK
               MOVE "NAO HA PROPOSTA PARA O CNPJ"
                                       TO WS-STATUS
               CLOSE ARQ-REVISAO-LIMITE
               GO TO 3000-FIM
           END-IF
           IF NOT RLC-PENDENTE
               MOVE "PROPOSTA JA DECIDIDA"
                                       TO WS-STATUS
               CLOSE ARQ-REVISAO-LIMITE
               GO TO 3000-FIM
           END-IF
           PERFORM 3100-ALTERAR-CLIENTE
           IF FS-CLI-OK
               ACCEPT WS-DATA-ATUAL    FROM DATE YYYYMMDD
               IF WS-NOVO-LIMITE = RLC-LIMITE-PROPOSTO
                   MOVE "A"            TO RLC-SITUACAO
               ELSE
                   MOVE "J"            TO RLC-SITUACAO
               END-IF
               MOVE WS-NOVO-LIMITE     TO RLC-LIMITE-APLICADO
               MOVE WS-DATA-ATUAL      TO RLC-DATA-DECISAO
               MOVE WS-OPERADOR-ATUAL  TO RLC-OPERADOR-DECISAO
               REWRITE REG-REVISAO-LIMITE
               IF NOT FS-RLC-OK
                   PERFORM 9999-ERRO-ARQUIVO-REVISAO
               END-IF
               PERFORM 1200-MOSTRAR-PROPOSTA
               IF RLC-ACEITA
                   MOVE "LIMITE APLICADO - PROPOSTA ACEITA"
                                       TO WS-STATUS
               ELSE
                   MOVE "LIMITE APLICADO - PROPOSTA AJUSTADA"
                                       TO WS-STATUS
               END-IF
           END-IF
           CLOSE ARQ-REVISAO-LIMITE
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-ALTERAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * REGRAVA O LIMITE COM O REGISTRO BLOQUEADO, COMO NA MANUTENCAO  *
      * DO CADASTRO, E GUARDA AS IMAGENS ANTES/DEPOIS NA AUDITORIA     *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE "ERRO NO ACESSO AO CADASTRO DE CLIENTES"
                                       TO WS-STATUS
               GO TO 3100-FIM
           END-IF
           MOVE RLC-CNPJ               TO CNPJ
           READ ARQ-CLIENTES           WITH LOCK
           EVALUATE TRUE
               WHEN FS-CLI-REG-BLOQUEADO
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                                       TO WS-STATUS
               WHEN NOT FS-CLI-OK
                   MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE REGISTRO       TO WS-IMAGEM-ANTES
                   ACCEPT WS-DATA-ATUAL
                                       FROM DATE YYYYMMDD
                   MOVE WS-NOVO-LIMITE TO LIMITE-CREDITO
                   MOVE WS-DATA-ATUAL  TO DT-ALTERACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO OPERADOR-ALTERACAO
                   REWRITE REGISTRO
                   UNLOCK ARQ-CLIENTES
                   IF FS-CLI-OK
                       PERFORM 8100-GRAVAR-AUDITORIA
                   ELSE
                       MOVE "ERRO NA GRAVACAO DO CLIENTE"
                                       TO WS-STATUS
                   END-IF
           END-EVALUATE
           CLOSE ARQ-CLIENTES
           IF WS-STATUS NOT = SPACES
               MOVE "99"               TO WS-FS-CLIENTE
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-RECUSAR-PROPOSTA           SECTION.
      *----------------------------------------------------------------*
      * RECUSA MANTEM O LIMITE DO CLIENTE E FECHA A PROPOSTA; O LOTE   *
      * SEGUINTE PODE PROPOR DE NOVO SE OS INDICADORES PERSISTIREM     *
      *----------------------------------------------------------------*
           IF WS-CNPJ-CARREGADO = 0
               OR WS-CNPJ-CARREGADO NOT = RLC-CNPJ
               MOVE "CARREGUE A PROPOSTA ANTES (C OU N)"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           PERFORM 1100-ABRIR-ARQUIVO-REVISAO
           READ ARQ-REVISAO-LIMITE
           EVALUATE TRUE
               WHEN NOT FS-RLC-OK
                   MOVE "NAO HA PROPOSTA PARA O CNPJ"
                                       TO WS-STATUS
               WHEN NOT RLC-PENDENTE
                   MOVE "PROPOSTA JA DECIDIDA"
                                       TO WS-STATUS
               WHEN OTHER
                   ACCEPT WS-DATA-ATUAL
                                       FROM DATE YYYYMMDD
                   MOVE "R"            TO RLC-SITUACAO
                   MOVE RLC-LIMITE-ATUAL
                                       TO RLC-LIMITE-APLICADO
                   MOVE WS-DATA-ATUAL  TO RLC-DATA-DECISAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO RLC-OPERADOR-DECISAO
                   REWRITE REG-REVISAO-LIMITE
                   IF NOT FS-RLC-OK
                       PERFORM 9999-ERRO-ARQUIVO-REVISAO
                   END-IF
                   PERFORM 1200-MOSTRAR-PROPOSTA
                   MOVE "PROPOSTA RECUSADA - LIMITE MANTIDO"
                                       TO WS-STATUS
           END-EVALUATE
           CLOSE ARQ-REVISAO-LIMITE
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8100-GRAVAR-AUDITORIA           SECTION.
      *----------------------------------------------------------------*
      * REGISTRA NO DIARIO DE AUDITORIA A IMAGEM DO CLIENTE ANTES E    *
      * DEPOIS DA TROCA DO LIMITE                                      *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUD-NAO-EXISTE
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           IF FS-AUD-OK
               ACCEPT WS-DATA-ATUAL    FROM DATE YYYYMMDD
               ACCEPT WS-HORA-ATUAL    FROM TIME
               MOVE WS-DATA-ATUAL      TO AUD-DATA
               MOVE WS-HORA-ATUAL (1:6) TO AUD-HORA
               MOVE WS-OPERADOR-ATUAL  TO AUD-OPERADOR
               MOVE "CADARLIM"         TO AUD-PROGRAMA
               MOVE "ALTERACAO"        TO AUD-OPERACAO
               MOVE "C"                TO AUD-TIPO
               MOVE CNPJ               TO AUD-CHAVE
               MOVE WS-IMAGEM-ANTES    TO AUD-IMAGEM-ANTES
               MOVE REGISTRO           TO AUD-IMAGEM-DEPOIS
               WRITE REG-AUDITORIA
               CLOSE ARQ-AUDITORIA
           END-IF
           .
       8100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-REVISAO       SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-RLC-ERRO-LAYOUT
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
       END PROGRAM CADARLIM.
      *----------------------------------------------------------------*
