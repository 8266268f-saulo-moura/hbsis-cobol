      * DATA.....: 02/09/2026                                          *
      * OBJETIVO.: CADASTRO DE PRODUTOS (SKU) - MANUTENCAO DO CODIGO,  *
      *            DESCRICAO, UNIDADE, PRECO DE TABELA E SITUACAO,     *
      *            PARA QUE OS PEDIDOS REFERENCIEM PRODUTOS REAIS, E   *
      *            DAS FAMILIAS (MARCA, CATEGORIA E EMBALAGEM) A QUE   *
      *            OS PRODUTOS SAO LIGADOS, COM O HISTORICO DATADO DO  *
      *            PRECO DE CUSTO                                      *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-FAMILIAS         ASSIGN TO  "WID-ARQ-FAM.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAM-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FAMILIA.
      *
           SELECT ARQ-CUSTOS           ASSIGN TO  "WID-ARQ-CUS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CUS-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CUSTO.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-FAMILIAS.
       COPY FAMICADA.
      *
       FD ARQ-CUSTOS.
       COPY CUSTCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-PRO                 PIC X.
       77 WS-OPCAO-INC-PRO             PIC X.
       77 WS-OPCAO-FAM-PRO             PIC X.
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
           88 FS-PRO-FIM               VALUE "10".
           88 FS-PRO-NAO-EXISTE        VALUE "35".
           88 FS-PRO-ERRO-LAYOUT       VALUE "39".
           88 FS-PRO-ARQUIVO-EM-USO    VALUE "91".
       77 WS-FS-FAMILIA                PIC X(02).
           88 FS-FAM-OK                VALUE "00" THRU "09".
           88 FS-FAM-NAO-ENCONTRADO    VALUE "23".
           88 FS-FAM-NAO-EXISTE        VALUE "35".
       77 WS-FS-CUSTO                  PIC X(02).
           88 FS-CUS-OK                VALUE "00" THRU "09".
           88 FS-CUS-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-PRODUTO-VALIDO            PIC X(01)       VALUE "N".
           88 PRODUTO-VALIDO           VALUE "S".
      *
      * --> FAMILIA DIGITADA NA TELA, GUARDADA ENQUANTO O REGISTRO
      *     GRAVADO E LIDO PARA SABER SE E INCLUSAO OU ALTERACAO
      *
       01 WS-FAMILIA-DIGITADA          PIC X(138)      VALUE SPACES.
       01 WS-FAM-DT-INCLUSAO           PIC 9(08)       VALUE 0.
       01 WS-FAM-OPER-INCLUSAO         PIC X(08)       VALUE SPACES.
       01 WS-FAMILIA-ENCONTRADA        PIC X(01)       VALUE "N".
           88 FAMILIA-ENCONTRADA       VALUE "S".
       01 WS-FAMILIA-VALIDA            PIC X(01)       VALUE "N".
           88 FAMILIA-VALIDA           VALUE "S".
      *
      * --> CUSTO DO PRODUTO ANTES DA DIGITACAO E VIGENCIA DO CUSTO
      *     NOVO; SO A MUDANCA DE CUSTO GERA REGISTRO NO HISTORICO
      *
       01 WS-CUSTO-ANTERIOR            PIC 9(09)V99    VALUE 0.
       01 WS-CUS-VIGENCIA              PIC 9(08)       VALUE 0.
      *
      * --> PRECO DE TABELA ANTES DA DIGITACAO E DATA DA SUA ULTIMA
      *     MANUTENCAO; A MUDANCA DE PRECO VAI PARA O HISTORICO DE
      *     PRECOS COM VIGENCIA NA DATA DA ALTERACAO
      *
       01 WS-PRECO-ANTERIOR            PIC 9(09)V99    VALUE 0.
       01 WS-PRECO-DT-ANTERIOR         PIC 9(08)       VALUE 0.
      *
       COPY PRECPARM.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
                       PERFORM 2000-ALTERAR-PRODUTO
                   WHEN "3"
                       PERFORM 5000-CONSULTAR-PRODUTO
                   WHEN "4"
                       PERFORM 3000-MANTER-FAMILIAS
                   WHEN "m"
                   WHEN "M"
                       GOBACK
      *
           INITIALIZE REG-PRODUTO      REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE SPACES                 TO FAM-DESCRICAO
           MOVE "A"                    TO PRO-SITUACAO
           MOVE "N"                    TO PRO-RETORNAVEL
           MOVE 0                      TO WS-CUSTO-ANTERIOR
           MOVE 0                      TO WS-PRECO-ANTERIOR
           MOVE 0                      TO WS-PRECO-DT-ANTERIOR
           ACCEPT WS-CUS-VIGENCIA      FROM DATE YYYYMMDD
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-PRODUTO
               ACCEPT SCR-CODIGO-PRO
               ACCEPT SCR-UNIDADE-PRO
               ACCEPT SCR-PRECO-PRO
               ACCEPT SCR-SITUACAO-PRO
               ACCEPT SCR-CLASSE-FISCAL-PRO
               ACCEPT SCR-RETORNAVEL-PRO
               ACCEPT SCR-PESO-PRO
               ACCEPT SCR-VOLUME-PRO
               ACCEPT SCR-FAMILIA-PRO
               ACCEPT SCR-CUSTO-PRO
               ACCEPT SCR-VIGENCIA-CUSTO-PRO
               ACCEPT OPCAO-INC-PRO
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-PRO
                           PERFORM 1150-VALIDAR-PRODUTO
                           IF PRODUTO-VALIDO
                               PERFORM 1300-GRAVAR-ARQUIVO-PRODUTOS
                               PERFORM 1500-GRAVAR-HISTORICO-CUSTO
                               PERFORM 1600-GRAVAR-HISTORICO-PRECO
                           END-IF
                       END-IF
                       PERFORM 1400-FECHAR-ARQUIVO-PRODUTOS
       1150-VALIDAR-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      * O PRODUTO SO E ACEITO COM CODIGO, DESCRICAO E PRECO DE TABELA  *
      * INFORMADOS, COM SITUACAO ATIVO OU INATIVO, COM A EMBALAGEM     *
      * MARCADA COMO RETORNAVEL OU NAO E LIGADO A UMA FAMILIA ATIVA;   *
      * O CUSTO NOVO NAO PODE TER VIGENCIA FUTURA E A CLASSE FISCAL,   *
      * QUANDO INFORMADA, TEM OS 8 DIGITOS DO NCM                      *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE "N"                    TO WS-PRODUTO-VALIDO
           IF PRO-CODIGO = 0
               MOVE "CODIGO DO PRODUTO NAO INFORMADO"
                           MOVE "SITUACAO DEVE SER A OU I"
                                       TO WS-STATUS
                       ELSE
                       IF NOT PRODUTO-RETORNAVEL
                           AND NOT PRODUTO-DESCARTAVEL
                           MOVE "RETORNAVEL DEVE SER S OU N"
                                       TO WS-STATUS
                       ELSE
                           PERFORM 1160-VALIDAR-FAMILIA
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF PRODUTO-VALIDO
               AND PRO-PRECO-CUSTO NOT = WS-CUSTO-ANTERIOR
               IF WS-CUS-VIGENCIA = 0
                   MOVE WS-DATA-ATUAL  TO WS-CUS-VIGENCIA
               END-IF
               IF WS-CUS-VIGENCIA > WS-DATA-ATUAL
                   MOVE "N"            TO WS-PRODUTO-VALIDO
                   MOVE "VIGENCIA DO CUSTO NAO PODE SER FUTURA"
                                       TO WS-STATUS
               END-IF
           END-IF
           IF PRODUTO-VALIDO
               AND PRO-CLASSE-FISCAL NOT = SPACES
               AND PRO-CLASSE-FISCAL NOT NUMERIC
               MOVE "N"                TO WS-PRODUTO-VALIDO
               MOVE "CLASSE FISCAL DEVE TER 8 DIGITOS"
                                       TO WS-STATUS
           END-IF
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1160-VALIDAR-FAMILIA            SECTION.
      *----------------------------------------------------------------*
      *
           IF PRO-FAMILIA = 0
               MOVE "FAMILIA DO PRODUTO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1160-FIM
           END-IF
           PERFORM 1170-LER-FAMILIA-PRODUTO
           EVALUATE TRUE
               WHEN NOT FAMILIA-ENCONTRADA
                   MOVE "FAMILIA NAO CADASTRADA"
                                       TO WS-STATUS
               WHEN FAMILIA-INATIVA
                   MOVE "FAMILIA INATIVA"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE "S"            TO WS-PRODUTO-VALIDO
           END-EVALUATE
           .
       1160-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1170-LER-FAMILIA-PRODUTO        SECTION.
      *----------------------------------------------------------------*
      * LE A FAMILIA DO PRODUTO PARA VALIDACAO E PARA MOSTRAR A        *
      * DESCRICAO NA TELA                                              *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-FAMILIA-ENCONTRADA
           MOVE SPACES                 TO FAM-DESCRICAO
           OPEN INPUT ARQ-FAMILIAS
           IF NOT FS-FAM-OK
               GO TO 1170-FIM
           END-IF
           MOVE PRO-FAMILIA            TO FAM-CODIGO
           READ ARQ-FAMILIAS
           IF FS-FAM-OK
               MOVE "S"                TO WS-FAMILIA-ENCONTRADA
           ELSE
               MOVE SPACES             TO FAM-DESCRICAO
           END-IF
           CLOSE ARQ-FAMILIAS
           .
       1170-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-PESQUISAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-GRAVAR-HISTORICO-CUSTO     SECTION.
      *----------------------------------------------------------------*
      * CUSTO NOVO OU ALTERADO ENTRA NO HISTORICO COM A VIGENCIA       *
      * DIGITADA; NA MESMA VIGENCIA O REGISTRO E SUBSTITUIDO           *
      *----------------------------------------------------------------*
           IF NOT FS-PRO-OK
               OR PRO-PRECO-CUSTO = WS-CUSTO-ANTERIOR
               OR PRO-PRECO-CUSTO = 0
               GO TO 1500-FIM
           END-IF
           OPEN I-O ARQ-CUSTOS
           IF FS-CUS-NAO-EXISTE
               OPEN OUTPUT ARQ-CUSTOS
               CLOSE ARQ-CUSTOS
               OPEN I-O ARQ-CUSTOS
           END-IF
           IF NOT FS-CUS-OK
               MOVE "ERRO NA GRAVACAO DO HISTORICO DE CUSTO"
                                       TO WS-STATUS
               GO TO 1500-FIM
           END-IF
           MOVE PRO-CODIGO             TO CUS-PRODUTO
           MOVE WS-CUS-VIGENCIA        TO CUS-DT-VIGENCIA
           READ ARQ-CUSTOS
           MOVE PRO-PRECO-CUSTO        TO CUS-PRECO-CUSTO
           MOVE WS-DATA-ATUAL          TO CUS-DT-INCLUSAO
           MOVE WS-OPERADOR-ATUAL      TO CUS-OPERADOR-INCLUSAO
           IF FS-CUS-OK
               REWRITE REG-CUSTO
           ELSE
               WRITE REG-CUSTO
           END-IF
           IF NOT FS-CUS-OK
               MOVE "ERRO NA GRAVACAO DO HISTORICO DE CUSTO"
                                       TO WS-STATUS
           END-IF
           CLOSE ARQ-CUSTOS
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1510-LER-VIGENCIA-CUSTO         SECTION.
      *----------------------------------------------------------------*
      * PARA A CONSULTA, MOSTRA A VIGENCIA DO ULTIMO CUSTO GRAVADO     *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-CUS-VIGENCIA
           OPEN INPUT ARQ-CUSTOS
           IF NOT FS-CUS-OK
               GO TO 1510-FIM
           END-IF
           MOVE PRO-CODIGO             TO CUS-PRODUTO
           MOVE 0                      TO CUS-DT-VIGENCIA
           START ARQ-CUSTOS            KEY IS NOT < CUS-CHAVE
           IF FS-CUS-OK
               READ ARQ-CUSTOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-CUS-OK
                   OR CUS-PRODUTO NOT = PRO-CODIGO
               MOVE CUS-DT-VIGENCIA    TO WS-CUS-VIGENCIA
               READ ARQ-CUSTOS NEXT
           END-PERFORM
           CLOSE ARQ-CUSTOS
           .
       1510-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1600-GRAVAR-HISTORICO-PRECO     SECTION.
      *----------------------------------------------------------------*
      * PRECO DE TABELA NOVO OU ALTERADO ENTRA NO HISTORICO DE PRECOS  *
      * COM VIGENCIA NA DATA DA MANUTENCAO                             *
      *----------------------------------------------------------------*
           IF NOT FS-PRO-OK
               OR PRO-PRECO-TABELA = WS-PRECO-ANTERIOR
               GO TO 1600-FIM
           END-IF
           INITIALIZE REG-PARM-PRECO   REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "G"                    TO PMP-FUNCAO
           MOVE "P"                    TO PMP-TIPO
           MOVE PRO-CODIGO             TO PMP-PRODUTO
           MOVE WS-DATA-ATUAL          TO PMP-DATA
           MOVE PRO-PRECO-TABELA       TO PMP-PRECO-TABELA
           MOVE WS-PRECO-ANTERIOR      TO PMP-ANT-PRECO-TABELA
           MOVE WS-PRECO-DT-ANTERIOR   TO PMP-ANT-DATA
           MOVE "M"                    TO PMP-ORIGEM-GRAVACAO
           MOVE WS-OPERADOR-ATUAL      TO PMP-OPERADOR
           CALL "PRECPROD"             USING REG-PARM-PRECO
           IF NOT PMP-OK
               MOVE "ERRO NA GRAVACAO DO HISTORICO DE PRECO"
                                       TO WS-STATUS
           END-IF
           MOVE "F"                    TO PMP-FUNCAO
           CALL "PRECPROD"             USING REG-PARM-PRECO
           .
       1600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ALTERAR-PRODUTO            SECTION.
      *----------------------------------------------------------------*
               PERFORM 1400-FECHAR-ARQUIVO-PRODUTOS
               PERFORM 0000-MENU-CADASTRO-PRODUTO
           END-IF
           PERFORM 1170-LER-FAMILIA-PRODUTO
           MOVE PRO-PRECO-CUSTO        TO WS-CUSTO-ANTERIOR
           MOVE PRO-PRECO-TABELA       TO WS-PRECO-ANTERIOR
           IF PRO-DT-ALTERACAO > 0
               MOVE PRO-DT-ALTERACAO   TO WS-PRECO-DT-ANTERIOR
           ELSE
               MOVE PRO-DT-INCLUSAO    TO WS-PRECO-DT-ANTERIOR
           END-IF
           ACCEPT WS-CUS-VIGENCIA      FROM DATE YYYYMMDD
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-PRODUTO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-UNIDADE-PRO
               ACCEPT SCR-PRECO-PRO
               ACCEPT SCR-SITUACAO-PRO
               ACCEPT SCR-CLASSE-FISCAL-PRO
               ACCEPT SCR-RETORNAVEL-PRO
               ACCEPT SCR-PESO-PRO
               ACCEPT SCR-VOLUME-PRO
               ACCEPT SCR-FAMILIA-PRO
               ACCEPT SCR-CUSTO-PRO
               ACCEPT SCR-VIGENCIA-CUSTO-PRO
               ACCEPT OPCAO-INC-PRO
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-PRO
                       PERFORM 1150-VALIDAR-PRODUTO
                       IF PRODUTO-VALIDO
                           PERFORM 2100-REGRAVAR-PRODUTO
                           PERFORM 1500-GRAVAR-HISTORICO-CUSTO
                           PERFORM 1600-GRAVAR-HISTORICO-PRECO
                           PERFORM 1400-FECHAR-ARQUIVO-PRODUTOS
                           PERFORM 0000-MENU-CADASTRO-PRODUTO
                       END-IF
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-MANTER-FAMILIAS            SECTION.
      *----------------------------------------------------------------*
      * INCLUSAO E ALTERACAO DAS FAMILIAS: C CARREGA A FAMILIA DO      *
      * CODIGO DIGITADO; S GRAVA (NOVA) OU REGRAVA (EXISTENTE)         *
      *----------------------------------------------------------------*
           INITIALIZE REG-FAMILIA      REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "A"                    TO FAM-SITUACAO
           PERFORM 3100-ABRIR-ARQUIVO-FAMILIAS
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-FAMILIA-PRODUTO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CODIGO-FAM
               ACCEPT SCR-DESCRICAO-FAM
               ACCEPT SCR-MARCA-FAM
               ACCEPT SCR-CATEGORIA-FAM
               ACCEPT SCR-EMBALAGEM-FAM
               ACCEPT SCR-SITUACAO-FAM
               ACCEPT OPCAO-FAM-PRO
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-FAM-PRO
                   WHEN "c"
                   WHEN "C"
                       READ ARQ-FAMILIAS
                       IF NOT FS-FAM-OK
                           MOVE "FAMILIA NAO CADASTRADA - NOVA"
                                       TO WS-STATUS
                       END-IF
                   WHEN "s"
                   WHEN "S"
                       PERFORM 3200-VALIDAR-FAMILIA
                       IF FAMILIA-VALIDA
                           PERFORM 3300-GRAVAR-FAMILIA
                       END-IF
                   WHEN "v"
                   WHEN "V"
                       CLOSE ARQ-FAMILIAS
                       PERFORM 0000-MENU-CADASTRO-PRODUTO
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-ABRIR-ARQUIVO-FAMILIAS     SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-FAMILIAS
           IF FS-FAM-NAO-EXISTE
               OPEN OUTPUT ARQ-FAMILIAS
               CLOSE ARQ-FAMILIAS
               OPEN I-O ARQ-FAMILIAS
           END-IF
           IF NOT FS-FAM-OK
               MOVE "ERRO NO ACESSO AO ARQUIVO DE FAMILIAS"
                                       TO WS-STATUS
               PERFORM 0000-MENU-CADASTRO-PRODUTO
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-VALIDAR-FAMILIA            SECTION.
      *----------------------------------------------------------------*
      * A FAMILIA SO E ACEITA COM CODIGO, DESCRICAO E OS TRES NIVEIS   *
      * (MARCA, CATEGORIA E EMBALAGEM) INFORMADOS                      *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-FAMILIA-VALIDA
           EVALUATE TRUE
               WHEN FAM-CODIGO = 0
                   MOVE "CODIGO DA FAMILIA NAO INFORMADO"
                                       TO WS-STATUS
               WHEN FAM-DESCRICAO = SPACES
                   MOVE "DESCRICAO NAO INFORMADA"
                                       TO WS-STATUS
               WHEN FAM-MARCA = SPACES
                   MOVE "MARCA NAO INFORMADA"
                                       TO WS-STATUS
               WHEN FAM-CATEGORIA = SPACES
                   MOVE "CATEGORIA NAO INFORMADA"
                                       TO WS-STATUS
               WHEN FAM-EMBALAGEM = SPACES
                   MOVE "EMBALAGEM NAO INFORMADA"
                                       TO WS-STATUS
               WHEN NOT FAMILIA-ATIVA AND NOT FAMILIA-INATIVA
                   MOVE "SITUACAO DEVE SER A OU I"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE "S"            TO WS-FAMILIA-VALIDA
           END-EVALUATE
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3300-GRAVAR-FAMILIA             SECTION.
      *----------------------------------------------------------------*
      * GUARDA O QUE FOI DIGITADO, LE A CHAVE PARA SABER SE A FAMILIA  *
      * JA EXISTE E PRESERVA A INCLUSAO ORIGINAL NA ALTERACAO          *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE REG-FAMILIA            TO WS-FAMILIA-DIGITADA
           READ ARQ-FAMILIAS
           IF FS-FAM-OK
               MOVE FAM-DT-INCLUSAO    TO WS-FAM-DT-INCLUSAO
               MOVE FAM-OPERADOR-INCLUSAO
                                       TO WS-FAM-OPER-INCLUSAO
               MOVE WS-FAMILIA-DIGITADA
                                       TO REG-FAMILIA
               MOVE WS-FAM-DT-INCLUSAO TO FAM-DT-INCLUSAO
               MOVE WS-FAM-OPER-INCLUSAO
                                       TO FAM-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO FAM-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO FAM-OPERADOR-ALTERACAO
               REWRITE REG-FAMILIA
               IF FS-FAM-OK
                   MOVE "FAMILIA ALTERADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   MOVE "ERRO NA GRAVACAO DA FAMILIA"
                                       TO WS-STATUS
               END-IF
           ELSE
               MOVE WS-FAMILIA-DIGITADA
                                       TO REG-FAMILIA
               MOVE WS-DATA-ATUAL      TO FAM-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO FAM-OPERADOR-INCLUSAO
               MOVE 0                  TO FAM-DT-ALTERACAO
               MOVE SPACES             TO FAM-OPERADOR-ALTERACAO
               WRITE REG-FAMILIA
               IF FS-FAM-OK
                   MOVE "FAMILIA CADASTRADA COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   MOVE "ERRO NA GRAVACAO DA FAMILIA"
                                       TO WS-STATUS
               END-IF
           END-IF
           .
       3300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-CONSULTAR-PRODUTO          SECTION.
      *----------------------------------------------------------------*
               MOVE "PRODUTO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               PERFORM 1170-LER-FAMILIA-PRODUTO
               PERFORM 1510-LER-VIGENCIA-CUSTO
               DISPLAY SCR-INCLUIR-PRODUTO
               MOVE "APERTE ENTER PARA VOLTAR"
                                       TO WS-STATUS
