               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
               RECORD KEY              IS TBP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TABELA.
      *
           SELECT ARQ-COBRANCA         ASSIGN TO  "WID-ARQ-COB.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS COB-CNPJ
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-COBRANCA.
      *
           SELECT ARQ-REDES            ASSIGN TO  "WID-ARQ-RED.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RED-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REDE.
      *
           SELECT ARQ-CAMPANHAS        ASSIGN TO  "WID-ARQ-CMP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CMP-CODIGO
               ALTERNATE RECORD KEY    IS CMP-PRODUTO WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CAMPANHA.
      *
           SELECT ARQ-AUDITORIA        ASSIGN TO  "WID-AUD-CAD.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-AUDITORIA.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-TABELA-PRECO.
       COPY TBPRCADA.
      *
       FD ARQ-COBRANCA.
       COPY COBRCADA.
      *
       FD ARQ-REDES.
       COPY REDECADA.
      *
       FD ARQ-CAMPANHAS.
       COPY CAMPCADA.
      *
       FD ARQ-AUDITORIA.
       COPY AUDICADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           88 FS-FCH-OK                VALUE "00" THRU "09".
           88 FS-FCH-NAO-ENCONTRADO    VALUE "23".
           88 FS-FCH-NAO-EXISTE        VALUE "35".
       77 WS-FS-COBRANCA               PIC X(02).
           88 FS-COB-OK                VALUE "00" THRU "09".
       77 WS-FS-REDE                   PIC X(02).
           88 FS-RED-OK                VALUE "00" THRU "09".
       77 WS-FS-CAMPANHA               PIC X(02).
           88 FS-CMP-OK                VALUE "00" THRU "09".
       77 WS-FS-AUDITORIA              PIC X(02).
           88 FS-AUD-OK                VALUE "00" THRU "09".
           88 FS-AUD-NAO-EXISTE        VALUE "35".
      *
      * --> BLOQUEIO DA REGUA DE COBRANCA: CLIENTE NO AVISO FINAL SO
      *     COMPRA DEPOIS DE QUITAR O VENCIDO OU COM LIBERACAO DE
      *     SUPERVISOR
      *
       01 WS-SALDO-VENCIDO             PIC 9(11)V99    VALUE 0.
      *
      * --> SALDO EM ABERTO DO CLIENTE NO CONTAS A RECEBER, APURADO
      *     NA VALIDACAO DO PEDIDO PARA O BLOQUEIO POR LIMITE, JA
      *     ABATIDO O CREDITO QUE O CLIENTE TEM COM A EMPRESA
      *
       01 WS-LIMITE-CLIENTE            PIC 9(09)V99    VALUE 0.
       01 WS-SALDO-ABERTO              PIC 9(11)V99    VALUE 0.
       COPY CREDPARM.
      *
      * --> LIMITE DO GRUPO ECONOMICO: CLIENTES DA REDE DO CLIENTE DO
      *     PEDIDO E O SALDO EM ABERTO SOMADO DE TODOS ELES
      *
       01 WS-REDE-CLIENTE              PIC 9(05)       VALUE 0.
       01 WS-LIMITE-REDE               PIC 9(09)V99    VALUE 0.
       01 WS-SALDO-ABERTO-REDE         PIC 9(11)V99    VALUE 0.
       01 WS-CREDITO-REDE              PIC 9(11)V99    VALUE 0.
       01 WS-QTD-MEMBROS               PIC 9(04)       VALUE 0.
       01 WS-MEMBRO-IND                PIC 9(04)       VALUE 0.
       01 WS-MEMBROS-TABELA.
           05 WS-MEMBRO-CNPJ           PIC 9(14)       OCCURS 999 TIMES.
      *
      * --> SEGMENTACAO DO CLIENTE DO PEDIDO, GUARDADA NA VALIDACAO
      *     PARA A CONSULTA DA FAIXA DE PRECO DE CADA ITEM
       01 WS-CANAL-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-PORTE-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
      *
      * --> MUNICIPIO DO CLIENTE E DATA DE ENTREGA PELO CALENDARIO DE
      *     ENTREGA: O PRAZO CONTA DA DATA DO PEDIDO OU DE HOJE, A QUE
      *     FOR MAIOR, COM O HORARIO DE CORTE SO NO PEDIDO DO DIA
      *
       01 WS-MUNICIPIO-CLIENTE         PIC X(30)       VALUE SPACES.
       01 WS-UF-CLIENTE                PIC X(02)       VALUE SPACES.
       01 WS-HORA-PEDIDO               PIC 9(08)       VALUE 0.
       COPY PRAZPARM.
       01 WS-PRECO-NA-FAIXA            PIC X(01)       VALUE "S".
           88 PRECO-NA-FAIXA           VALUE "S".
       01 WS-TABELA-ABERTA             PIC X(01)       VALUE "N".
           88 TABELA-ABERTA            VALUE "S".
      *
      * --> CAMPANHA PROMOCIONAL DO ITEM: A DE MENOR PRECO ENTRE AS
      *     ATIVAS DO PRODUTO NA DATA DO PEDIDO, PARA O PUBLICO DO
      *     CLIENTE E COM SALDO NO TETO DE VOLUME
      *
       01 WS-CAMPANHAS-ABERTAS         PIC X(01)       VALUE "N".
           88 CAMPANHAS-ABERTAS        VALUE "S".
       01 WS-CAMPANHA-ITEM             PIC 9(05)       VALUE 0.
       01 WS-PRECO-CAMPANHA            PIC 9(09)V99    VALUE 0.
       01 WS-PRECO-CANDIDATO           PIC 9(09)V99    VALUE 0.
       01 WS-QTD-NA-CAMPANHA           PIC 9(08)       VALUE 0.
      *
      * --> GUARDA O NUMERO E O MOTIVO DIGITADOS NO CANCELAMENTO
      *     ENQUANTO O REGISTRO DO PEDIDO E LIDO DO ARQUIVO
               10 WS-ITE-TAB-QTD       PIC 9(05).
               10 WS-ITE-TAB-PRECO     PIC 9(09)V99.
               10 WS-ITE-TAB-VALOR     PIC 9(09)V99.
               10 WS-ITE-TAB-CAMPANHA  PIC 9(05).
               10 WS-ITE-TAB-ORIGEM    PIC 9(03).
       01 WS-ITENS-FECHADOS            PIC X(01)       VALUE "N".
           88 ITENS-FECHADOS           VALUE "S".
       01 WS-LINHA-ITEM                PIC X(70).
      *
      * --> CONTROLE DE ESTOQUE: O ITEM SO ENTRA QUANDO O DISPONIVEL
      *     DA FILIAL DO CLIENTE COBRE A QUANTIDADE (SOMADA AS LINHAS
      *     DO MESMO PRODUTO JA DIGITADAS); A GRAVACAO RESERVA E O
      *     CANCELAMENTO LIBERA A RESERVA
      *
       COPY ESTQPARM.
       01 WS-QTD-NO-PEDIDO             PIC 9(07)       VALUE 0.
       01 WS-ESTOQUE-SUFICIENTE        PIC X(01)       VALUE "S".
           88 ESTOQUE-SUFICIENTE       VALUE "S".
       01 WS-DISPONIVEL-EDITADO        PIC -(7)9.
      *
      * --> LIMITE DE VASILHAMES DO CANAL E PORTE DO CLIENTE, LIDO
      *     DOS PARAMETROS NA VALIDACAO DO PEDIDO
      *
       COPY VASIPARM.
       01 WS-LIMITE-VASILHAME          PIC 9(05)       VALUE 0.
       01 WS-ACAO-VASILHAME            PIC X(01)       VALUE "A".
           88 VASILHAME-BLOQUEIA-PEDIDO VALUE "B".
       01 WS-CANAL-IND                 PIC 9(01)       VALUE 0.
       01 WS-PORTE-IND                 PIC 9(01)       VALUE 0.
      *
      * --> ALVARAS DO CLIENTE NA DATA DO PEDIDO
      *
       COPY ALVAPARM.
      *
      * --> ALTERACAO DE PEDIDO DIGITADO: OS ITENS GRAVADOS FICAM NA
      *     TABELA ORIGINAL PARA DESCONTAR A PROPRIA RESERVA E O
      *     PROPRIO VOLUME DE CAMPANHA NAS VALIDACOES, E PARA COMPARAR
      *     COM A TABELA EDITADA NA GRAVACAO; CADA LINHA EDITADA GUARDA
      *     A POSICAO DA ORIGINAL DE ONDE VEIO (ZERO = LINHA NOVA)
      *
       77 WS-OPCAO-ALT-PED             PIC X.
       77 WS-OPCAO-ALT-ITE             PIC X.
       01 WS-SEQ-ALTERAR               PIC 9(03)       VALUE 0.
       01 WS-QTD-ANTES                 PIC 9(03)       VALUE 0.
       01 WS-ALT-IND                   PIC 9(03)       VALUE 0.
       01 WS-ALT-PROX                  PIC 9(03)       VALUE 0.
       01 WS-COND-PAGTO-NOVA           PIC 9(02)       VALUE 0.
       01 WS-COND-PAGTO-ANTES          PIC 9(02)       VALUE 0.
       01 WS-PEDIDO-ALTERADO           PIC X(01)       VALUE "N".
           88 PEDIDO-ALTERADO          VALUE "S".
       01 WS-LINHA-ALTERADA            PIC X(01)       VALUE "N".
           88 LINHA-ALTERADA           VALUE "S".
       01 WS-FAIXAS-OK                 PIC X(01)       VALUE "S".
           88 FAIXAS-OK                VALUE "S".
       01 WS-ITENS-GRAVADOS            PIC X(01)       VALUE "S".
           88 ITENS-GRAVADOS           VALUE "S".
       01 WS-QTD-ORIGINAL              PIC 9(03)       VALUE 0.
       01 WS-ORI-TABELA.
           05 WS-ORI-OCORRENCIA        OCCURS 50 TIMES
                                       INDEXED BY WS-ORI-IND.
               10 WS-ORI-SEQUENCIA     PIC 9(03).
               10 WS-ORI-PRODUTO       PIC 9(07).
               10 WS-ORI-QTD           PIC 9(05).
               10 WS-ORI-PRECO         PIC 9(09)V99.
               10 WS-ORI-VALOR         PIC 9(09)V99.
               10 WS-ORI-CAMPANHA      PIC 9(05).
               10 WS-ORI-MANTIDA       PIC X(01).
       01 WS-ITE-SALVO.
           05 WS-SAV-PRODUTO           PIC 9(07).
           05 WS-SAV-QTD               PIC 9(05).
           05 WS-SAV-PRECO             PIC 9(09)V99.
           05 WS-SAV-VALOR             PIC 9(09)V99.
           05 WS-SAV-CAMPANHA          PIC 9(05).
           05 WS-SAV-ORIGEM            PIC 9(03).
      *
      * --> DIARIO DE AUDITORIA: IMAGENS ANTES E DEPOIS DE CADA MUDANCA
      *     DO PEDIDO E DOS ITENS, COM O OPERADOR
      *
       01 WS-AUD-OPERACAO              PIC X(10)       VALUE SPACES.
       01 WS-AUD-TIPO                  PIC X(01)       VALUE SPACE.
       01 WS-IMAGEM-ANTES              PIC X(400)      VALUE SPACES.
       01 WS-IMAGEM-DEPOIS             PIC X(400)      VALUE SPACES.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
                       PERFORM 5000-CONSULTAR-PEDIDO
                   WHEN "3"
                       PERFORM 3000-CANCELAR-PEDIDO
                   WHEN "4"
                       PERFORM 4000-ALTERAR-PEDIDO
                   WHEN "m"
                   WHEN "M"
                       GOBACK
                                       ALPHANUMERIC BY SPACES
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL          TO PED-DATA
           MOVE 0                      TO WS-QTD-ORIGINAL
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-PEDIDO
               ACCEPT SCR-NUMERO-PED
           IF WS-QTD-ITENS >= 50
               MOVE "LIMITE DE ITENS DO PEDIDO ATINGIDO"
                                       TO WS-STATUS
               GO TO 1060-FIM
           END-IF
           MOVE ITE-PRODUTO            TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF NOT FS-PRO-OK OR PRODUTO-INATIVO
               MOVE "PRODUTO NAO ENCONTRADO OU INATIVO"
                                       TO WS-STATUS
               GO TO 1060-FIM
           END-IF
           IF ITE-QUANTIDADE = 0
               MOVE "QUANTIDADE NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1060-FIM
           END-IF
           MOVE 0                      TO ITE-CAMPANHA
           IF PED-TIPO = "V" OR PED-TIPO = SPACE
               PERFORM 1065-PROCURAR-CAMPANHA
               IF WS-CAMPANHA-ITEM > 0
                   AND (ITE-PRECO-UNITARIO = 0
                   OR ITE-PRECO-UNITARIO >= WS-PRECO-CAMPANHA)
                   MOVE WS-PRECO-CAMPANHA
                                       TO ITE-PRECO-UNITARIO
                   MOVE WS-CAMPANHA-ITEM
                                       TO ITE-CAMPANHA
               END-IF
           END-IF
           IF ITE-PRECO-UNITARIO = 0
               MOVE PRO-PRECO-TABELA   TO ITE-PRECO-UNITARIO
           END-IF
           IF ITE-CAMPANHA = 0
               PERFORM 1070-VALIDAR-FAIXA-PRECO
               IF NOT PRECO-NA-FAIXA
                   MOVE "PRECO FORA DA FAIXA DO SEGMENTO"
                                       TO WS-STATUS
                   GO TO 1060-FIM
               END-IF
           END-IF
           PERFORM 1080-VERIFICAR-ESTOQUE
           IF NOT ESTOQUE-SUFICIENTE
               MOVE SPACES             TO WS-STATUS
               STRING "ESTOQUE INSUFICIENTE - DISPONIVEL "
                      WS-DISPONIVEL-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               GO TO 1060-FIM
           END-IF
           COMPUTE ITE-VALOR-TOTAL =
               ITE-QUANTIDADE * ITE-PRECO-UNITARIO
           ADD 1                       TO WS-QTD-ITENS
           SET WS-ITE-IND              TO WS-QTD-ITENS
           MOVE ITE-PRODUTO        TO WS-ITE-TAB-PRODUTO (WS-ITE-IND)
           MOVE ITE-QUANTIDADE     TO WS-ITE-TAB-QTD (WS-ITE-IND)
           MOVE ITE-PRECO-UNITARIO TO WS-ITE-TAB-PRECO (WS-ITE-IND)
           MOVE ITE-VALOR-TOTAL    TO WS-ITE-TAB-VALOR (WS-ITE-IND)
           MOVE ITE-CAMPANHA       TO WS-ITE-TAB-CAMPANHA (WS-ITE-IND)
           MOVE 0                  TO WS-ITE-TAB-ORIGEM (WS-ITE-IND)
           ADD ITE-VALOR-TOTAL         TO WS-TOTAL-PEDIDO
           IF ITE-CAMPANHA > 0
               MOVE SPACES             TO WS-STATUS
               STRING "ITEM ADICIONADO - CAMPANHA "
                      ITE-CAMPANHA
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           ELSE
               MOVE "ITEM ADICIONADO AO PEDIDO"
                                       TO WS-STATUS
           END-IF
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1065-PROCURAR-CAMPANHA          SECTION.
      *----------------------------------------------------------------*
      * PERCORRE AS CAMPANHAS DO PRODUTO PELA CHAVE ALTERNATIVA E      *
      * GUARDA A DE MENOR PRECO ENTRE AS QUE SE APLICAM AO ITEM; SEM   *
      * ARQUIVO DE CAMPANHAS O ITEM SEGUE SEM CAMPANHA                 *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-CAMPANHA-ITEM
           MOVE 0                      TO WS-PRECO-CAMPANHA
           IF NOT CAMPANHAS-ABERTAS
               GO TO 1065-FIM
           END-IF
           MOVE ITE-PRODUTO            TO CMP-PRODUTO
           START ARQ-CAMPANHAS         KEY IS = CMP-PRODUTO
           IF FS-CMP-OK
               READ ARQ-CAMPANHAS NEXT
           END-IF
           PERFORM UNTIL NOT FS-CMP-OK
                   OR CMP-PRODUTO NOT = ITE-PRODUTO
               PERFORM 1066-AVALIAR-CAMPANHA
               READ ARQ-CAMPANHAS NEXT
           END-PERFORM
           .
       1065-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1066-AVALIAR-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      * A CAMPANHA VALE QUANDO ESTA ATIVA, A DATA DO PEDIDO ESTA NO    *
      * PERIODO, O CLIENTE ESTA NO PUBLICO E O TETO COMPORTA O VOLUME  *
      * JA VENDIDO MAIS O DESTE PEDIDO (LINHAS DIGITADAS E A ATUAL);   *
      * NA ALTERACAO SAI DO VENDIDO O VOLUME DOS ITENS JA GRAVADOS     *
      *----------------------------------------------------------------*
           IF NOT CAMPANHA-ATIVA
               OR PED-DATA < CMP-DT-INICIO OR PED-DATA > CMP-DT-FIM
               GO TO 1066-FIM
           END-IF
           IF (CMP-FILIAL > 0 AND CMP-FILIAL NOT = WS-FILIAL-CLIENTE)
               OR (CMP-CANAL NOT = SPACE
               AND CMP-CANAL NOT = WS-CANAL-CLIENTE)
               OR (CMP-PORTE NOT = SPACE
               AND CMP-PORTE NOT = WS-PORTE-CLIENTE)
               OR (CMP-REDE > 0 AND CMP-REDE NOT = WS-REDE-CLIENTE)
               GO TO 1066-FIM
           END-IF
           IF CMP-VOLUME-MAXIMO > 0
               COMPUTE WS-QTD-NA-CAMPANHA =
                   CMP-VOLUME-VENDIDO + ITE-QUANTIDADE
               PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                       UNTIL WS-ITE-IND > WS-QTD-ITENS
                   IF WS-ITE-TAB-CAMPANHA (WS-ITE-IND) = CMP-CODIGO
                       ADD WS-ITE-TAB-QTD (WS-ITE-IND)
                                       TO WS-QTD-NA-CAMPANHA
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ORI-IND FROM 1 BY 1
                       UNTIL WS-ORI-IND > WS-QTD-ORIGINAL
                   IF WS-ORI-CAMPANHA (WS-ORI-IND) = CMP-CODIGO
                       IF WS-QTD-NA-CAMPANHA > WS-ORI-QTD (WS-ORI-IND)
                           SUBTRACT WS-ORI-QTD (WS-ORI-IND)
                                       FROM WS-QTD-NA-CAMPANHA
                       ELSE
                           MOVE 0      TO WS-QTD-NA-CAMPANHA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-QTD-NA-CAMPANHA > CMP-VOLUME-MAXIMO
                   GO TO 1066-FIM
               END-IF
           END-IF
           IF CMP-PRECO-PROMOCIONAL > 0
               MOVE CMP-PRECO-PROMOCIONAL
                                       TO WS-PRECO-CANDIDATO
           ELSE
               COMPUTE WS-PRECO-CANDIDATO ROUNDED =
                   PRO-PRECO-TABELA * (100 - CMP-PCT-DESCONTO) / 100
           END-IF
           IF WS-CAMPANHA-ITEM = 0
               OR WS-PRECO-CANDIDATO < WS-PRECO-CAMPANHA
               MOVE CMP-CODIGO         TO WS-CAMPANHA-ITEM
               MOVE WS-PRECO-CANDIDATO TO WS-PRECO-CAMPANHA
           END-IF
           .
       1066-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
      * PRECO DIGITADO E ACEITO                                        *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-PRECO-NA-FAIXA
           IF TABELA-ABERTA
               MOVE WS-FILIAL-CLIENTE  TO TBP-FILIAL
               MOVE WS-CANAL-CLIENTE   TO TBP-CANAL
               MOVE WS-PORTE-CLIENTE   TO TBP-PORTE
       1070-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1080-VERIFICAR-ESTOQUE          SECTION.
      *----------------------------------------------------------------*
      * CONSULTA O SALDO DO PRODUTO NA FILIAL DO CLIENTE; A QUANTIDADE *
      * PEDIDA INCLUI AS LINHAS DO MESMO PRODUTO JA DIGITADAS NESTE    *
      * PEDIDO. PRODUTO SEM CONTROLE DE ESTOQUE NA FILIAL E ACEITO.    *
      * NA ALTERACAO DESCONTA A QUANTIDADE JA RESERVADA PELO PEDIDO    *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-ESTOQUE-SUFICIENTE
           MOVE ITE-QUANTIDADE         TO WS-QTD-NO-PEDIDO
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS
               IF WS-ITE-TAB-PRODUTO (WS-ITE-IND) = ITE-PRODUTO
                   ADD WS-ITE-TAB-QTD (WS-ITE-IND)
                                       TO WS-QTD-NO-PEDIDO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ORI-IND FROM 1 BY 1
                   UNTIL WS-ORI-IND > WS-QTD-ORIGINAL
               IF WS-ORI-PRODUTO (WS-ORI-IND) = ITE-PRODUTO
                   IF WS-QTD-NO-PEDIDO > WS-ORI-QTD (WS-ORI-IND)
                       SUBTRACT WS-ORI-QTD (WS-ORI-IND)
                                       FROM WS-QTD-NO-PEDIDO
                   ELSE
                       MOVE 0          TO WS-QTD-NO-PEDIDO
                   END-IF
               END-IF
           END-PERFORM
           MOVE "C"                    TO PME-FUNCAO
           MOVE WS-FILIAL-CLIENTE      TO PME-FILIAL
           MOVE ITE-PRODUTO            TO PME-PRODUTO
           MOVE 0                      TO PME-QUANTIDADE
           MOVE 0                      TO PME-DOCUMENTO
           MOVE "CADAPEDI"             TO PME-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           IF PME-APLICADO
               AND PME-QTD-DISPONIVEL < WS-QTD-NO-PEDIDO
               MOVE "N"                TO WS-ESTOQUE-SUFICIENTE
               MOVE PME-QTD-DISPONIVEL TO WS-DISPONIVEL-EDITADO
           END-IF
           .
       1080-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
               CLOSE ARQ-PRODUTOS
               OPEN INPUT ARQ-PRODUTOS
           END-IF
           MOVE "N"                    TO WS-TABELA-ABERTA
           OPEN INPUT ARQ-TABELA-PRECO
           IF FS-TBP-OK
               MOVE "S"                TO WS-TABELA-ABERTA
           END-IF
           MOVE "N"                    TO WS-CAMPANHAS-ABERTAS
           OPEN I-O ARQ-CAMPANHAS
           IF FS-CMP-OK
               MOVE "S"                TO WS-CAMPANHAS-ABERTAS
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-VENDEDORES
           OPEN INPUT ARQ-CARTEIRA
               MOVE CANAL              TO WS-CANAL-CLIENTE
               MOVE PORTE              TO WS-PORTE-CLIENTE
               MOVE FILIAL             TO WS-FILIAL-CLIENTE
               MOVE MUNICIPIO          TO WS-MUNICIPIO-CLIENTE
               MOVE UF                 TO WS-UF-CLIENTE
               MOVE LIMITE-CREDITO     TO WS-LIMITE-CLIENTE
               MOVE REDE-CODIGO        TO WS-REDE-CLIENTE
               MOVE PED-CPF            TO VEN-CPF
               READ ARQ-VENDEDORES     KEY IS VEN-CPF
               IF NOT FS-VEN-OK OR VEN-SITUACAO = "I"
                       ELSE
                           MOVE "S"    TO WS-PEDIDO-VALIDO
                           PERFORM 1160-VERIFICAR-LIMITE-CREDITO
                           IF PEDIDO-VALIDO AND WS-REDE-CLIENTE > 0
                               PERFORM 1162-VERIFICAR-LIMITE-REDE
                           END-IF
                           IF PEDIDO-VALIDO
                               PERFORM 1170-VERIFICAR-COBRANCA
                           END-IF
                           IF PEDIDO-VALIDO
                               PERFORM 1165-VERIFICAR-VASILHAMES
                           END-IF
                           IF PEDIDO-VALIDO
                               PERFORM 1175-VERIFICAR-ALVARA
                           END-IF
                       END-IF
                   END-IF
               END-IF
      *----------------------------------------------------------------*
       1160-VERIFICAR-LIMITE-CREDITO   SECTION.
      *----------------------------------------------------------------*
      * SOMA OS TITULOS EM ABERTO DO CLIENTE NO CONTAS A RECEBER,      *
      * MENOS O CREDITO DO CLIENTE (DEVOLUCOES, PAGAMENTOS A MAIOR);   *
      * ACIMA DO LIMITE DE CREDITO DO CADASTRO O PEDIDO E RECUSADO,    *
      * SALVO QUANDO O OPERADOR E SUPERVISOR (LIBERACAO REGISTRADA NA  *
      * MENSAGEM); LIMITE ZERO SIGNIFICA CLIENTE SEM CONTROLE          *
               MOVE 0                  TO WS-SALDO-ABERTO
               OPEN INPUT ARQ-RECEBER
               IF FS-REC-OK
                   MOVE PED-CNPJ       TO REC-CNPJ
                   START ARQ-RECEBER   KEY IS = REC-CNPJ
                   IF FS-REC-OK
                       READ ARQ-RECEBER NEXT
                   END-IF
                   PERFORM UNTIL NOT FS-REC-OK
                           OR REC-CNPJ NOT = PED-CNPJ
                       IF TITULO-ABERTO
                           COMPUTE WS-SALDO-ABERTO =
                               WS-SALDO-ABERTO
                               + REC-VALOR - REC-VALOR-PAGO
                   END-PERFORM
                   CLOSE ARQ-RECEBER
               END-IF
               MOVE "T"                TO PMC-FUNCAO
               MOVE PED-CNPJ           TO PMC-CNPJ
               MOVE 0                  TO PMC-VALOR
               CALL "MOVICRED"         USING REG-PARM-CREDITO
               IF PMC-APLICADO
                   IF PMC-SALDO-CLIENTE > WS-SALDO-ABERTO
                       MOVE 0          TO WS-SALDO-ABERTO
                   ELSE
                       SUBTRACT PMC-SALDO-CLIENTE
                                       FROM WS-SALDO-ABERTO
                   END-IF
               END-IF
               IF WS-SALDO-ABERTO > WS-LIMITE-CLIENTE
                   IF NIVEL-SUPERVISOR
                       MOVE "LIMITE EXCEDIDO - LIBERADO SUPERVISOR"
       1160-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1162-VERIFICAR-LIMITE-REDE      SECTION.
      *----------------------------------------------------------------*
      * CLIENTE DE REDE COM LIMITE DE GRUPO: SOMA OS TITULOS EM ABERTO *
      * DE TODOS OS CLIENTES DA REDE, MENOS O CREDITO DELES, E RECUSA  *
      * O PEDIDO ACIMA DO LIMITE DO GRUPO MESMO QUE O LIMITE DA LOJA   *
      * ESTEJA FOLGADO; SUPERVISOR LIBERA COMO NO LIMITE DO CLIENTE    *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-LIMITE-REDE
           OPEN INPUT ARQ-REDES
           IF FS-RED-OK
               MOVE WS-REDE-CLIENTE    TO RED-CODIGO
               READ ARQ-REDES
               IF FS-RED-OK
                   MOVE RED-LIMITE-CREDITO
                                       TO WS-LIMITE-REDE
               END-IF
               CLOSE ARQ-REDES
           END-IF
           IF WS-LIMITE-REDE = 0
               GO TO 1162-FIM
           END-IF
           MOVE 0                      TO WS-QTD-MEMBROS
           MOVE 0                      TO WS-CREDITO-REDE
           MOVE 0                      TO CNPJ
           START ARQ-CLIENTES          KEY IS NOT < CNPJ
           IF FS-CLI-OK
               READ ARQ-CLIENTES NEXT
               PERFORM UNTIL NOT FS-CLI-OK
                   IF REDE-CODIGO = WS-REDE-CLIENTE
                       AND WS-QTD-MEMBROS < 999
                       ADD 1           TO WS-QTD-MEMBROS
                       MOVE CNPJ
                           TO WS-MEMBRO-CNPJ (WS-QTD-MEMBROS)
                       MOVE "T"        TO PMC-FUNCAO
                       MOVE CNPJ       TO PMC-CNPJ
                       MOVE 0          TO PMC-VALOR
                       CALL "MOVICRED" USING REG-PARM-CREDITO
                       IF PMC-APLICADO
                           ADD PMC-SALDO-CLIENTE
                                       TO WS-CREDITO-REDE
                       END-IF
                   END-IF
                   READ ARQ-CLIENTES NEXT
               END-PERFORM
           END-IF
           MOVE PED-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           MOVE 0                      TO WS-SALDO-ABERTO-REDE
           OPEN INPUT ARQ-RECEBER
           IF FS-REC-OK
               PERFORM VARYING WS-MEMBRO-IND FROM 1 BY 1
                       UNTIL WS-MEMBRO-IND > WS-QTD-MEMBROS
                   PERFORM 1163-SOMAR-TITULOS-MEMBRO
               END-PERFORM
               CLOSE ARQ-RECEBER
           END-IF
           IF WS-CREDITO-REDE > WS-SALDO-ABERTO-REDE
               MOVE 0                  TO WS-SALDO-ABERTO-REDE
           ELSE
               SUBTRACT WS-CREDITO-REDE
                                       FROM WS-SALDO-ABERTO-REDE
           END-IF
           IF WS-SALDO-ABERTO-REDE > WS-LIMITE-REDE
               IF NIVEL-SUPERVISOR
                   MOVE "LIMITE DA REDE EXCEDIDO - LIB SUPERVISOR"
                                       TO WS-STATUS
               ELSE
                   MOVE "N"            TO WS-PEDIDO-VALIDO
                   MOVE "REDE ACIMA DO LIMITE DE CREDITO DO GRUPO"
                                       TO WS-STATUS
               END-IF
           END-IF
           .
       1162-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1163-SOMAR-TITULOS-MEMBRO       SECTION.
      *----------------------------------------------------------------*
      * TITULOS EM ABERTO DE UM CLIENTE DA REDE, PELA CHAVE DE CNPJ    *
      *----------------------------------------------------------------*
           MOVE WS-MEMBRO-CNPJ (WS-MEMBRO-IND)
                                       TO REC-CNPJ
           START ARQ-RECEBER           KEY IS = REC-CNPJ
           IF NOT FS-REC-OK
               GO TO 1163-FIM
           END-IF
           READ ARQ-RECEBER NEXT
           PERFORM UNTIL NOT FS-REC-OK
                   OR REC-CNPJ NOT = WS-MEMBRO-CNPJ (WS-MEMBRO-IND)
               IF TITULO-ABERTO
                   COMPUTE WS-SALDO-ABERTO-REDE =
                       WS-SALDO-ABERTO-REDE
                       + REC-VALOR - REC-VALOR-PAGO
               END-IF
               READ ARQ-RECEBER NEXT
           END-PERFORM
           .
       1163-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1165-VERIFICAR-VASILHAMES       SECTION.
      *----------------------------------------------------------------*
      * COMPARA OS VASILHAMES QUE O CLIENTE DEVE COM O LIMITE DO SEU   *
      * CANAL E PORTE NOS PARAMETROS; ACIMA DELE O PEDIDO E RECUSADO   *
      * (SALVO SUPERVISOR) OU SO AVISADO, CONFORME OS PARAMETROS.      *
      * CLIENTE SEM CANAL OU PORTE, OU LIMITE ZERO, NAO E CONTROLADO   *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-LIMITE-VASILHAME
           EVALUATE WS-CANAL-CLIENTE
               WHEN "B"
                   MOVE 1              TO WS-CANAL-IND
               WHEN "M"
                   MOVE 2              TO WS-CANAL-IND
               WHEN "R"
                   MOVE 3              TO WS-CANAL-IND
               WHEN "A"
                   MOVE 4              TO WS-CANAL-IND
               WHEN OTHER
                   GO TO 1165-FIM
           END-EVALUATE
           EVALUATE WS-PORTE-CLIENTE
               WHEN "P"
                   MOVE 1              TO WS-PORTE-IND
               WHEN "M"
                   MOVE 2              TO WS-PORTE-IND
               WHEN "G"
                   MOVE 3              TO WS-PORTE-IND
               WHEN OTHER
                   GO TO 1165-FIM
           END-EVALUATE
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   AND PAR-LIMITE-VASILHAME (WS-CANAL-IND WS-PORTE-IND)
                                       NUMERIC
                   MOVE PAR-LIMITE-VASILHAME
                        (WS-CANAL-IND WS-PORTE-IND)
                                       TO WS-LIMITE-VASILHAME
                   MOVE PAR-VASILHAME-ACAO
                                       TO WS-ACAO-VASILHAME
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           IF WS-LIMITE-VASILHAME = 0
               GO TO 1165-FIM
           END-IF
           MOVE "T"                    TO PMV-FUNCAO
           MOVE PED-CNPJ               TO PMV-CNPJ
           MOVE 0                      TO PMV-PRODUTO
           MOVE 0                      TO PMV-QUANTIDADE
           MOVE 0                      TO PMV-DOCUMENTO
           MOVE "CADAPEDI"             TO PMV-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PMV-OPERADOR
           CALL "MOVIVASI"             USING REG-PARM-VASILHAME
           IF NOT PMV-APLICADO
               OR PMV-SALDO-CLIENTE NOT > WS-LIMITE-VASILHAME
               GO TO 1165-FIM
           END-IF
           IF VASILHAME-BLOQUEIA-PEDIDO AND NOT NIVEL-SUPERVISOR
               MOVE "N"                TO WS-PEDIDO-VALIDO
               MOVE "CLIENTE ACIMA DO LIMITE DE VASILHAMES"
                                       TO WS-STATUS
           ELSE
               MOVE "AVISO: CLIENTE ACIMA DO LIMITE VASILHAME"
                                       TO WS-STATUS
           END-IF
           .
       1165-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1170-VERIFICAR-COBRANCA         SECTION.
      *----------------------------------------------------------------*
      * CLIENTE BLOQUEADO NO AVISO FINAL DA REGUA DE COBRANCA: O       *
      * PEDIDO E RECUSADO ENQUANTO HOUVER TITULO VENCIDO EM ABERTO.    *
      * O SUPERVISOR LIBERA O CLIENTE, E A LIBERACAO FICA GRAVADA NO   *
      * REGISTRO DE COBRANCA ATE A QUITACAO                            *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-COBRANCA
           IF NOT FS-COB-OK
               GO TO 1170-FIM
           END-IF
           MOVE PED-CNPJ               TO COB-CNPJ
           READ ARQ-COBRANCA
           IF NOT FS-COB-OK OR NOT COB-CLIENTE-BLOQUEADO
               OR COB-BLOQUEIO-LIBERADO
               CLOSE ARQ-COBRANCA
               GO TO 1170-FIM
           END-IF
           CLOSE ARQ-COBRANCA
      *
      * --> QUITADO DEPOIS DA ULTIMA EXECUCAO DO LOTE: NAO BLOQUEIA
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE 0                      TO WS-SALDO-VENCIDO
           OPEN INPUT ARQ-RECEBER
           IF FS-REC-OK
               MOVE PED-CNPJ           TO REC-CNPJ
               START ARQ-RECEBER       KEY IS = REC-CNPJ
               IF FS-REC-OK
                   READ ARQ-RECEBER NEXT
               END-IF
               PERFORM UNTIL NOT FS-REC-OK
                       OR REC-CNPJ NOT = PED-CNPJ
                   IF TITULO-ABERTO
                       AND REC-DATA-VENCIMENTO < WS-DATA-ATUAL
                       COMPUTE WS-SALDO-VENCIDO =
                           WS-SALDO-VENCIDO
                           + REC-VALOR - REC-VALOR-PAGO
                   END-IF
                   READ ARQ-RECEBER NEXT
               END-PERFORM
               CLOSE ARQ-RECEBER
           END-IF
           IF WS-SALDO-VENCIDO = 0
               GO TO 1170-FIM
           END-IF
           IF NOT NIVEL-SUPERVISOR
               MOVE "N"                TO WS-PEDIDO-VALIDO
               MOVE "CLIENTE BLOQUEADO NA COBRANCA"
                                       TO WS-STATUS
               GO TO 1170-FIM
           END-IF
           OPEN I-O ARQ-COBRANCA
           IF FS-COB-OK
               MOVE PED-CNPJ           TO COB-CNPJ
               READ ARQ-COBRANCA
               IF FS-COB-OK
                   MOVE "S"            TO COB-LIBERACAO
                   MOVE WS-DATA-ATUAL  TO COB-DATA-LIBERACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO COB-OPERADOR-LIBERACAO
                   REWRITE REG-COBRANCA
               END-IF
               CLOSE ARQ-COBRANCA
           END-IF
           MOVE "BLOQUEIO COBRANCA - LIBERADO SUPERVISOR"
                                       TO WS-STATUS
           .
       1170-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1175-VERIFICAR-ALVARA           SECTION.
      *----------------------------------------------------------------*
      * CLIENTE COM ALVARA EXIGIDO VENCIDO NA DATA DO PEDIDO: O PEDIDO *
      * E RECUSADO, SALVO QUANDO O SUPERVISOR DIGITA                   *
      *----------------------------------------------------------------*
           MOVE PED-CNPJ               TO PAL-CNPJ
           MOVE PED-DATA               TO PAL-DATA
           CALL "VERIALVA"             USING REG-PARM-ALVARA
           IF NOT PAL-VENCIDO
               GO TO 1175-FIM
           END-IF
           IF NIVEL-SUPERVISOR
               MOVE "ALVARA VENCIDO - LIBERADO SUPERVISOR"
                                       TO WS-STATUS
           ELSE
               MOVE "N"                TO WS-PEDIDO-VALIDO
               MOVE SPACES             TO WS-STATUS
               STRING "ALVARA EXIGIDO VENCIDO (TIPO "
                      PAL-TIPO-VENCIDO ")"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           END-IF
           .
       1175-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-PESQUISAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
           MOVE PED-TIPO               TO WS-DUP-SAV-TIPO
           MOVE PED-COND-PAGTO         TO WS-DUP-SAV-COND
           PERFORM 1260-LER-TOLERANCIA
           START ARQ-PEDIDOS           KEY IS = PED-CNPJ
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
               PERFORM UNTIL NOT FS-PED-OK OR DUPLICATA-ACHADA
                       OR PED-CNPJ NOT = WS-DUP-SAV-CNPJ
                   IF PED-CPF = WS-DUP-SAV-CPF
                       AND PED-DATA = WS-DUP-SAV-DATA
                       AND NOT PEDIDO-CANCELADO
                       COMPUTE WS-DIFERENCA-DUP =
           MOVE SPACES                 TO PED-MOTIVO-CANCEL
           MOVE 0                      TO PED-DT-CANCEL
           MOVE SPACES                 TO PED-OPERADOR-CANCEL
           MOVE SPACES                 TO PED-PEDIDO-REDE
           PERFORM 1310-CALCULAR-ENTREGA
           WRITE REG-PEDIDO
           IF NOT FS-PED-OK
               PERFORM 9999-ERRO-ARQUIVO-PEDIDOS
           ELSE
               MOVE SPACES             TO WS-STATUS
               STRING "PEDIDO CADASTRADO - ENTREGA "
                      PED-DT-ENTREGA
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           END-IF
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1310-CALCULAR-ENTREGA           SECTION.
      *----------------------------------------------------------------*
      * DATA DE ENTREGA PELOS DIAS ATENDIDOS NO MUNICIPIO DO CLIENTE,  *
      * PELO HORARIO DE CORTE E PELOS FERIADOS                         *
      *----------------------------------------------------------------*
           ACCEPT WS-HORA-PEDIDO       FROM TIME
           MOVE "C"                    TO PZE-FUNCAO
           MOVE WS-FILIAL-CLIENTE      TO PZE-FILIAL
           MOVE WS-MUNICIPIO-CLIENTE   TO PZE-MUNICIPIO
           MOVE WS-UF-CLIENTE          TO PZE-UF
           IF PED-DATA > WS-DATA-ATUAL
               MOVE PED-DATA           TO PZE-DATA
               MOVE 0                  TO PZE-HORA
           ELSE
               MOVE WS-DATA-ATUAL      TO PZE-DATA
               MOVE WS-HORA-PEDIDO (1:4)
                                       TO PZE-HORA
           END-IF
           CALL "PRAZENTR"             USING REG-PARM-ENTREGA
           MOVE PZE-DT-ENTREGA         TO PED-DT-ENTREGA
           .
       1310-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1350-GRAVAR-ITENS               SECTION.
      *----------------------------------------------------------------*
                                       TO ITE-PRECO-UNITARIO
               MOVE WS-ITE-TAB-VALOR (WS-ITE-IND)
                                       TO ITE-VALOR-TOTAL
               MOVE WS-ITE-TAB-CAMPANHA (WS-ITE-IND)
                                       TO ITE-CAMPANHA
               WRITE REG-ITEM-PEDIDO
               IF NOT FS-ITE-OK
                   MOVE "ERRO NA GRAVACAO DOS ITENS"
                                       TO WS-STATUS
               ELSE
                   IF ITE-CAMPANHA > 0
                       PERFORM 1360-SOMAR-VOLUME-CAMPANHA
                   END-IF
                   MOVE "R"            TO PME-FUNCAO
                   MOVE WS-FILIAL-CLIENTE TO PME-FILIAL
                   MOVE ITE-PRODUTO    TO PME-PRODUTO
                   MOVE ITE-QUANTIDADE TO PME-QUANTIDADE
                   MOVE PED-NUMERO     TO PME-DOCUMENTO
                   MOVE "CADAPEDI"     TO PME-PROGRAMA
                   MOVE WS-OPERADOR-ATUAL TO PME-OPERADOR
                   CALL "MOVIESTQ"     USING REG-PARM-ESTOQUE
               END-IF
           END-PERFORM
           .
       1350-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1360-SOMAR-VOLUME-CAMPANHA      SECTION.
      *----------------------------------------------------------------*
      * O ITEM GRAVADO CONSOME O TETO DE VOLUME DA SUA CAMPANHA        *
      *----------------------------------------------------------------*
           IF NOT CAMPANHAS-ABERTAS
               GO TO 1360-FIM
           END-IF
           MOVE ITE-CAMPANHA           TO CMP-CODIGO
           READ ARQ-CAMPANHAS          KEY IS CMP-CODIGO
           IF FS-CMP-OK
               ADD ITE-QUANTIDADE      TO CMP-VOLUME-VENDIDO
               REWRITE REG-CAMPANHA
           END-IF
           .
       1360-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
           IF FS-PRO-OK
               CLOSE ARQ-PRODUTOS
           END-IF
           IF TABELA-ABERTA
               CLOSE ARQ-TABELA-PRECO
               MOVE "N"                TO WS-TABELA-ABERTA
           END-IF
           IF CAMPANHAS-ABERTAS
               CLOSE ARQ-CAMPANHAS
               MOVE "N"                TO WS-CAMPANHAS-ABERTAS
           END-IF
           MOVE "F"                    TO PZE-FUNCAO
           CALL "PRAZENTR"             USING REG-PARM-ENTREGA
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
                       IF NOT FS-PED-OK
                           PERFORM 9999-ERRO-ARQUIVO-PEDIDOS
                       ELSE
                           PERFORM 3150-LIBERAR-RESERVA
                           MOVE "PEDIDO CANCELADO COM SUCESSO"
                                       TO WS-STATUS
                       END-IF
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3150-LIBERAR-RESERVA            SECTION.
      *----------------------------------------------------------------*
      * DEVOLVE AO DISPONIVEL A QUANTIDADE RESERVADA POR CADA ITEM DO  *
      * PEDIDO CANCELADO, NA FILIAL DO CLIENTE, E DEVOLVE AO TETO DA   *
      * CAMPANHA O VOLUME DOS ITENS PRECIFICADOS POR ELA               *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-FILIAL-CLIENTE
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE PED-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE FILIAL         TO WS-FILIAL-CLIENTE
               END-IF
               CLOSE ARQ-CLIENTES
           END-IF
           MOVE "N"                    TO WS-CAMPANHAS-ABERTAS
           OPEN I-O ARQ-CAMPANHAS
           IF FS-CMP-OK
               MOVE "S"                TO WS-CAMPANHAS-ABERTAS
           END-IF
           OPEN INPUT ARQ-ITENS
           IF FS-ITE-OK
               MOVE PED-NUMERO         TO ITE-NUMERO-PED
               MOVE 0                  TO ITE-SEQUENCIA
               START ARQ-ITENS KEY >= ITE-CHAVE
               IF FS-ITE-OK
                   READ ARQ-ITENS NEXT
                   PERFORM UNTIL NOT FS-ITE-OK
                           OR ITE-NUMERO-PED NOT = PED-NUMERO
                       IF ITE-CAMPANHA > 0
                           PERFORM 3160-ESTORNAR-VOLUME-CAMPANHA
                       END-IF
                       MOVE "L"        TO PME-FUNCAO
                       MOVE WS-FILIAL-CLIENTE TO PME-FILIAL
                       MOVE ITE-PRODUTO TO PME-PRODUTO
                       MOVE ITE-QUANTIDADE TO PME-QUANTIDADE
                       MOVE PED-NUMERO TO PME-DOCUMENTO
                       MOVE "CADAPEDI" TO PME-PROGRAMA
                       MOVE WS-OPERADOR-ATUAL TO PME-OPERADOR
                       CALL "MOVIESTQ" USING REG-PARM-ESTOQUE
                       READ ARQ-ITENS NEXT
                   END-PERFORM
               END-IF
               CLOSE ARQ-ITENS
           END-IF
           IF CAMPANHAS-ABERTAS
               CLOSE ARQ-CAMPANHAS
               MOVE "N"                TO WS-CAMPANHAS-ABERTAS
           END-IF
           .
       3150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3160-ESTORNAR-VOLUME-CAMPANHA   SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT CAMPANHAS-ABERTAS
               GO TO 3160-FIM
           END-IF
           MOVE ITE-CAMPANHA           TO CMP-CODIGO
           READ ARQ-CAMPANHAS          KEY IS CMP-CODIGO
           IF FS-CMP-OK
               IF CMP-VOLUME-VENDIDO > ITE-QUANTIDADE
                   SUBTRACT ITE-QUANTIDADE
                                       FROM CMP-VOLUME-VENDIDO
               ELSE
                   MOVE 0              TO CMP-VOLUME-VENDIDO
               END-IF
               REWRITE REG-CAMPANHA
           END-IF
           .
       3160-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-ALTERAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      * ALTERA UM PEDIDO AINDA DIGITADO: CONDICAO DE PAGAMENTO E ITENS *
      * (INCLUSAO, QUANTIDADE/PRECO E REMOCAO), REFAZENDO AS           *
      * VALIDACOES DA INCLUSAO; O NUMERO DO PEDIDO E MANTIDO E CADA    *
      * MUDANCA VAI PARA O DIARIO DE AUDITORIA COM O OPERADOR          *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-ORIGINAL
           DISPLAY SCR-CONSULTAR-PEDIDO
           ACCEPT SCR-NUMERO-CON-PED
           MOVE SPACES                 TO WS-STATUS
           MOVE PED-NUMERO             TO WS-NUMERO-DIGITADO
           PERFORM 1100-ABRIR-ARQUIVOS
           MOVE WS-NUMERO-DIGITADO     TO PED-NUMERO
           PERFORM 1200-PESQUISAR-PEDIDO
           EVALUATE TRUE
               WHEN FS-PED-NAO-ENCONTRADO
                   MOVE "PEDIDO NAO ENCONTRADO"
                                       TO WS-STATUS
               WHEN PEDIDO-CANCELADO
                   MOVE "PEDIDO CANCELADO NAO PODE SER ALTERADO"
                                       TO WS-STATUS
               WHEN PEDIDO-FATURADO
                   MOVE "PEDIDO FATURADO NAO PODE SER ALTERADO"
                                       TO WS-STATUS
               WHEN NOT PEDIDO-DIGITADO
                   MOVE "SO PEDIDO DIGITADO PODE SER ALTERADO"
                                       TO WS-STATUS
               WHEN OTHER
                   PERFORM 4050-EDITAR-PEDIDO
           END-EVALUATE
           PERFORM 4900-FECHAR-ALTERACAO
           PERFORM 0000-MENU-CADASTRO-PEDIDO
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4050-EDITAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      * A NOVA CONDICAO DE PAGAMENTO PASSA PELA VALIDACAO COMPLETA DO  *
      * PEDIDO (CONDICAO, COMPETENCIA, CARTEIRA, CREDITO, COBRANCA,    *
      * VASILHAMES E ALVARA) ANTES DA EDICAO DOS ITENS; O TOTAL        *
      * EDITADO PASSA DE NOVO PELO LIMITE DE BONIFICACAO               *
      *----------------------------------------------------------------*
           MOVE PED-COND-PAGTO         TO WS-COND-PAGTO-ANTES
           PERFORM 4100-CARREGAR-ITENS
           DISPLAY SCR-ALTERAR-PEDIDO
           DISPLAY OPCAO-STATUS
           ACCEPT SCR-CONDPG-ALT-PED
           ACCEPT OPCAO-ALT-PED
           MOVE SPACES                 TO WS-STATUS
           IF WS-OPCAO-ALT-PED NOT = "S" AND WS-OPCAO-ALT-PED NOT = "s"
               GO TO 4050-FIM
           END-IF
           MOVE PED-COND-PAGTO         TO WS-COND-PAGTO-NOVA
           PERFORM 1150-VALIDAR-PEDIDO
           IF NOT PEDIDO-VALIDO
               GO TO 4050-FIM
           END-IF
           PERFORM 4200-EDITAR-ITENS
           PERFORM 1270-VERIFICAR-BONIFICACAO
           IF BONIFICACAO-BLOQUEADA
               GO TO 4050-FIM
           END-IF
           PERFORM 4600-VERIFICAR-MUDANCAS
           IF NOT PEDIDO-ALTERADO
               MOVE "NENHUMA ALTERACAO NO PEDIDO"
                                       TO WS-STATUS
               GO TO 4050-FIM
           END-IF
           PERFORM 4700-GRAVAR-ALTERACAO
           .
       4050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-CARREGAR-ITENS             SECTION.
      *----------------------------------------------------------------*
      * CARREGA AS LINHAS GRAVADAS DO PEDIDO NA TABELA DE EDICAO E NA  *
      * TABELA ORIGINAL, QUE FICA INTACTA ATE A GRAVACAO               *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-ITENS
           MOVE 0                      TO WS-QTD-ORIGINAL
           MOVE 0                      TO WS-TOTAL-PEDIDO
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS KEY >= ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
               PERFORM UNTIL NOT FS-ITE-OK
                       OR ITE-NUMERO-PED NOT = PED-NUMERO
                       OR WS-QTD-ITENS >= 50
                   ADD 1               TO WS-QTD-ITENS
                   SET WS-ITE-IND      TO WS-QTD-ITENS
                   SET WS-ORI-IND      TO WS-QTD-ITENS
                   MOVE ITE-PRODUTO
                                   TO WS-ITE-TAB-PRODUTO (WS-ITE-IND)
                   MOVE ITE-QUANTIDADE
                                   TO WS-ITE-TAB-QTD (WS-ITE-IND)
                   MOVE ITE-PRECO-UNITARIO
                                   TO WS-ITE-TAB-PRECO (WS-ITE-IND)
                   MOVE ITE-VALOR-TOTAL
                                   TO WS-ITE-TAB-VALOR (WS-ITE-IND)
                   MOVE ITE-CAMPANHA
                                   TO WS-ITE-TAB-CAMPANHA (WS-ITE-IND)
                   MOVE WS-QTD-ITENS
                                   TO WS-ITE-TAB-ORIGEM (WS-ITE-IND)
                   MOVE ITE-SEQUENCIA
                                   TO WS-ORI-SEQUENCIA (WS-ORI-IND)
                   MOVE ITE-PRODUTO
                                   TO WS-ORI-PRODUTO (WS-ORI-IND)
                   MOVE ITE-QUANTIDADE
                                   TO WS-ORI-QTD (WS-ORI-IND)
                   MOVE ITE-PRECO-UNITARIO
                                   TO WS-ORI-PRECO (WS-ORI-IND)
                   MOVE ITE-VALOR-TOTAL
                                   TO WS-ORI-VALOR (WS-ORI-IND)
                   MOVE ITE-CAMPANHA
                                   TO WS-ORI-CAMPANHA (WS-ORI-IND)
                   MOVE "N"        TO WS-ORI-MANTIDA (WS-ORI-IND)
                   ADD ITE-VALOR-TOTAL TO WS-TOTAL-PEDIDO
                   READ ARQ-ITENS NEXT
               END-PERFORM
           END-IF
           MOVE WS-QTD-ITENS           TO WS-QTD-ORIGINAL
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4150-LISTAR-TABELA              SECTION.
      *----------------------------------------------------------------*
      * LISTA AS LINHAS DA TABELA EM EDICAO, NUMERADAS PELA POSICAO    *
      * QUE O OPERADOR INFORMA PARA ALTERAR OU REMOVER                 *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS
               SET WS-ALT-IND          TO WS-ITE-IND
               MOVE SPACES             TO WS-LINHA-ITEM
               STRING "ITEM "  WS-ALT-IND
                      " PRODUTO " WS-ITE-TAB-PRODUTO (WS-ITE-IND)
                      " QTD "   WS-ITE-TAB-QTD (WS-ITE-IND)
                      " VALOR " WS-ITE-TAB-VALOR (WS-ITE-IND)
                      " CAMP "  WS-ITE-TAB-CAMPANHA (WS-ITE-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-ITEM
               DISPLAY WS-LINHA-ITEM
           END-PERFORM
           .
       4150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4200-EDITAR-ITENS               SECTION.
      *----------------------------------------------------------------*
      * EDICAO DAS LINHAS DO PEDIDO: A ADICIONA UM ITEM COMO NA        *
      * INCLUSAO, L TROCA QUANTIDADE E PRECO DA LINHA INFORMADA, R     *
      * REMOVE A LINHA; F CONFERE AS FAIXAS DE PRECO E ENCERRA         *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ITENS-FECHADOS
           INITIALIZE REG-ITEM-PEDIDO  REPLACING NUMERIC BY ZEROS
           PERFORM UNTIL ITENS-FECHADOS
               MOVE 0                  TO WS-SEQ-ALTERAR
               MOVE 0                  TO ITE-PRODUTO
               MOVE 0                  TO ITE-QUANTIDADE
               MOVE 0                  TO ITE-PRECO-UNITARIO
               DISPLAY SCR-ALTERAR-ITEM
               PERFORM 4150-LISTAR-TABELA
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-SEQUENCIA-ALT-ITE
               ACCEPT SCR-PRODUTO-ALT-ITE
               ACCEPT SCR-QUANTIDADE-ALT-ITE
               ACCEPT SCR-PRECO-ALT-ITE
               ACCEPT OPCAO-ALT-ITE
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-ALT-ITE
                   WHEN "a"
                   WHEN "A"
                       PERFORM 1060-VALIDAR-ITEM
                   WHEN "l"
                   WHEN "L"
                       PERFORM 4300-ALTERAR-ITEM
                   WHEN "r"
                   WHEN "R"
                       PERFORM 4400-REMOVER-ITEM
                   WHEN "f"
                   WHEN "F"
                       IF WS-QTD-ITENS = 0
                           MOVE "PEDIDO SEM ITENS DIGITADOS"
                                       TO WS-STATUS
                       ELSE
                           PERFORM 4500-REVALIDAR-FAIXAS
                           IF FAIXAS-OK
                               MOVE "S" TO WS-ITENS-FECHADOS
                           END-IF
                       END-IF
                   WHEN "c"
                   WHEN "C"
                       MOVE "ALTERACAO DO PEDIDO CANCELADA"
                                       TO WS-STATUS
                       PERFORM 4900-FECHAR-ALTERACAO
                       PERFORM 0000-MENU-CADASTRO-PEDIDO
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       4200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4300-ALTERAR-ITEM               SECTION.
      *----------------------------------------------------------------*
      * A LINHA SAI DA TABELA E A NOVA QUANTIDADE/PRECO PASSA PELA     *
      * MESMA VALIDACAO DA INCLUSAO (CAMPANHA, FAIXA E ESTOQUE); SE    *
      * RECUSADA A LINHA ANTERIOR VOLTA. EM AMBOS OS CASOS A LINHA     *
      * RETORNA A SUA POSICAO NA TABELA. QUANTIDADE OU PRECO ZERADO    *
      * MANTEM O DA LINHA (O PRECO NEGOCIADO NAO VOLTA PARA A TABELA)  *
      *----------------------------------------------------------------*
           IF WS-SEQ-ALTERAR = 0 OR WS-SEQ-ALTERAR > WS-QTD-ITENS
               MOVE "ITEM NAO ENCONTRADO NO PEDIDO"
                                       TO WS-STATUS
               GO TO 4300-FIM
           END-IF
           SET WS-ITE-IND              TO WS-SEQ-ALTERAR
           MOVE WS-ITE-OCORRENCIA (WS-ITE-IND)
                                       TO WS-ITE-SALVO
           IF ITE-PRODUTO NOT = 0 AND ITE-PRODUTO NOT = WS-SAV-PRODUTO
               MOVE "PARA TROCAR O PRODUTO REMOVA O ITEM"
                                       TO WS-STATUS
               GO TO 4300-FIM
           END-IF
           MOVE WS-SAV-PRODUTO         TO ITE-PRODUTO
           IF ITE-QUANTIDADE = 0
               MOVE WS-SAV-QTD         TO ITE-QUANTIDADE
           END-IF
           IF ITE-PRECO-UNITARIO = 0
               MOVE WS-SAV-PRECO       TO ITE-PRECO-UNITARIO
           END-IF
           PERFORM 4410-RETIRAR-LINHA
           MOVE WS-QTD-ITENS           TO WS-QTD-ANTES
           PERFORM 1060-VALIDAR-ITEM
           IF WS-QTD-ITENS = WS-QTD-ANTES
               ADD 1                   TO WS-QTD-ITENS
               SET WS-ITE-IND          TO WS-QTD-ITENS
               MOVE WS-ITE-SALVO       TO WS-ITE-OCORRENCIA (WS-ITE-IND)
               ADD WS-SAV-VALOR        TO WS-TOTAL-PEDIDO
           ELSE
               SET WS-ITE-IND          TO WS-QTD-ITENS
               MOVE WS-SAV-ORIGEM  TO WS-ITE-TAB-ORIGEM (WS-ITE-IND)
               IF ITE-CAMPANHA > 0
                   MOVE SPACES         TO WS-STATUS
                   STRING "ITEM ALTERADO - CAMPANHA "
                          ITE-CAMPANHA
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               ELSE
                   MOVE "ITEM ALTERADO NO PEDIDO"
                                       TO WS-STATUS
               END-IF
           END-IF
           PERFORM 4450-REPOSICIONAR-LINHA
           .
       4300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4400-REMOVER-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
           IF WS-SEQ-ALTERAR = 0 OR WS-SEQ-ALTERAR > WS-QTD-ITENS
               MOVE "ITEM NAO ENCONTRADO NO PEDIDO"
                                       TO WS-STATUS
               GO TO 4400-FIM
           END-IF
           PERFORM 4410-RETIRAR-LINHA
           MOVE "ITEM REMOVIDO DO PEDIDO"
                                       TO WS-STATUS
           .
       4400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4410-RETIRAR-LINHA              SECTION.
      *----------------------------------------------------------------*
      * TIRA DA TABELA A LINHA DA POSICAO INFORMADA E DO TOTAL O SEU   *
      * VALOR, SUBINDO AS LINHAS SEGUINTES                             *
      *----------------------------------------------------------------*
           SET WS-ITE-IND              TO WS-SEQ-ALTERAR
           SUBTRACT WS-ITE-TAB-VALOR (WS-ITE-IND)
                                       FROM WS-TOTAL-PEDIDO
           PERFORM VARYING WS-ALT-IND FROM WS-SEQ-ALTERAR BY 1
                   UNTIL WS-ALT-IND >= WS-QTD-ITENS
               COMPUTE WS-ALT-PROX = WS-ALT-IND + 1
               MOVE WS-ITE-OCORRENCIA (WS-ALT-PROX)
                                   TO WS-ITE-OCORRENCIA (WS-ALT-IND)
           END-PERFORM
           SUBTRACT 1                  FROM WS-QTD-ITENS
           .
       4410-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4450-REPOSICIONAR-LINHA         SECTION.
      *----------------------------------------------------------------*
      * LEVA A ULTIMA LINHA DA TABELA PARA A POSICAO INFORMADA,        *
      * DESCENDO AS LINHAS A PARTIR DELA                               *
      *----------------------------------------------------------------*
           IF WS-SEQ-ALTERAR >= WS-QTD-ITENS
               GO TO 4450-FIM
           END-IF
           SET WS-ITE-IND              TO WS-QTD-ITENS
           MOVE WS-ITE-OCORRENCIA (WS-ITE-IND)
                                       TO WS-ITE-SALVO
           PERFORM VARYING WS-ALT-IND FROM WS-QTD-ITENS BY -1
                   UNTIL WS-ALT-IND <= WS-SEQ-ALTERAR
               COMPUTE WS-ALT-PROX = WS-ALT-IND - 1
               MOVE WS-ITE-OCORRENCIA (WS-ALT-PROX)
                                   TO WS-ITE-OCORRENCIA (WS-ALT-IND)
           END-PERFORM
           SET WS-ITE-IND              TO WS-SEQ-ALTERAR
           MOVE WS-ITE-SALVO           TO WS-ITE-OCORRENCIA (WS-ITE-IND)
           .
       4450-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4500-REVALIDAR-FAIXAS           SECTION.
      *----------------------------------------------------------------*
      * O PRECO DAS LINHAS SEM CAMPANHA E CONFERIDO DE NOVO NA FAIXA   *
      * DO SEGMENTO, QUE PODE TER MUDADO DESDE A DIGITACAO DO PEDIDO   *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-FAIXAS-OK
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS OR NOT FAIXAS-OK
               IF WS-ITE-TAB-CAMPANHA (WS-ITE-IND) = 0
                   MOVE WS-ITE-TAB-PRODUTO (WS-ITE-IND)
                                       TO ITE-PRODUTO
                   MOVE WS-ITE-TAB-PRECO (WS-ITE-IND)
                                       TO ITE-PRECO-UNITARIO
                   PERFORM 1070-VALIDAR-FAIXA-PRECO
                   IF NOT PRECO-NA-FAIXA
                       MOVE "N"        TO WS-FAIXAS-OK
                       SET WS-ALT-IND  TO WS-ITE-IND
                       MOVE SPACES     TO WS-STATUS
                       STRING "ITEM " WS-ALT-IND
                              " COM PRECO FORA DA FAIXA"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
                   END-IF
               END-IF
           END-PERFORM
           .
       4500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4600-VERIFICAR-MUDANCAS         SECTION.
      *----------------------------------------------------------------*
      * O PEDIDO SO E REGRAVADO QUANDO A CONDICAO DE PAGAMENTO OU      *
      * ALGUM ITEM MUDOU EM RELACAO AO GRAVADO                         *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-PEDIDO-ALTERADO
           IF WS-COND-PAGTO-NOVA NOT = WS-COND-PAGTO-ANTES
               OR WS-QTD-ITENS NOT = WS-QTD-ORIGINAL
               MOVE "S"                TO WS-PEDIDO-ALTERADO
           END-IF
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS OR PEDIDO-ALTERADO
               IF WS-ITE-TAB-ORIGEM (WS-ITE-IND) = 0
                   MOVE "S"            TO WS-PEDIDO-ALTERADO
               ELSE
                   SET WS-ORI-IND  TO WS-ITE-TAB-ORIGEM (WS-ITE-IND)
                   PERFORM 4610-COMPARAR-LINHA
                   IF LINHA-ALTERADA
                       MOVE "S"        TO WS-PEDIDO-ALTERADO
                   END-IF
               END-IF
           END-PERFORM
           .
       4600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4610-COMPARAR-LINHA             SECTION.
      *----------------------------------------------------------------*
      * COMPARA A LINHA EDITADA (WS-ITE-IND) COM A ORIGINAL DE ONDE    *
      * ELA VEIO (WS-ORI-IND)                                          *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-LINHA-ALTERADA
           IF WS-ITE-TAB-PRODUTO (WS-ITE-IND)
                                   NOT = WS-ORI-PRODUTO (WS-ORI-IND)
               OR WS-ITE-TAB-QTD (WS-ITE-IND)
                                   NOT = WS-ORI-QTD (WS-ORI-IND)
               OR WS-ITE-TAB-PRECO (WS-ITE-IND)
                                   NOT = WS-ORI-PRECO (WS-ORI-IND)
               OR WS-ITE-TAB-CAMPANHA (WS-ITE-IND)
                                   NOT = WS-ORI-CAMPANHA (WS-ORI-IND)
               MOVE "S"                TO WS-LINHA-ALTERADA
           END-IF
           .
       4610-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4700-GRAVAR-ALTERACAO           SECTION.
      *----------------------------------------------------------------*
      * RELE O PEDIDO PARA CONFIRMAR QUE CONTINUA DIGITADO, REGRAVA A  *
      * CONDICAO E O NOVO TOTAL, REGRAVA OS ITENS E AJUSTA RESERVAS E  *
      * CAMPANHAS SO DAS LINHAS QUE MUDARAM                            *
      *----------------------------------------------------------------*
           MOVE WS-NUMERO-DIGITADO     TO PED-NUMERO
           READ ARQ-PEDIDOS
           IF NOT FS-PED-OK OR NOT PEDIDO-DIGITADO
               MOVE "PEDIDO MUDOU DE SITUACAO - NAO ALTERADO"
                                       TO WS-STATUS
               GO TO 4700-FIM
           END-IF
           MOVE REG-PEDIDO             TO WS-IMAGEM-ANTES
           MOVE WS-COND-PAGTO-NOVA     TO PED-COND-PAGTO
           MOVE WS-TOTAL-PEDIDO        TO PED-VALOR
           REWRITE REG-PEDIDO
           IF NOT FS-PED-OK
               PERFORM 9999-ERRO-ARQUIVO-PEDIDOS
           END-IF
           IF WS-IMAGEM-ANTES NOT = REG-PEDIDO
               MOVE "ALTERACAO"        TO WS-AUD-OPERACAO
               MOVE "P"                TO WS-AUD-TIPO
               MOVE REG-PEDIDO         TO WS-IMAGEM-DEPOIS
               PERFORM 8100-GRAVAR-AUDITORIA
           END-IF
           PERFORM 4710-REGRAVAR-ITENS
           IF NOT ITENS-GRAVADOS
               MOVE "ERRO NA GRAVACAO DOS ITENS DO PEDIDO"
                                       TO WS-STATUS
               GO TO 4700-FIM
           END-IF
           PERFORM 4720-AJUSTAR-ITENS
           MOVE "PEDIDO ALTERADO COM SUCESSO"
                                       TO WS-STATUS
           .
       4700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4710-REGRAVAR-ITENS             SECTION.
      *----------------------------------------------------------------*
      * APAGA AS LINHAS GRAVADAS DO PEDIDO E GRAVA A TABELA EDITADA,   *
      * COM A SEQUENCIA RENUMERADA PELA POSICAO NA TABELA; NA PRIMEIRA *
      * FALHA PARA, SEM AJUSTAR RESERVAS NEM CAMPANHAS                 *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-ITENS-GRAVADOS
           PERFORM VARYING WS-ORI-IND FROM 1 BY 1
                   UNTIL WS-ORI-IND > WS-QTD-ORIGINAL
                      OR NOT ITENS-GRAVADOS
               MOVE PED-NUMERO         TO ITE-NUMERO-PED
               MOVE WS-ORI-SEQUENCIA (WS-ORI-IND)
                                       TO ITE-SEQUENCIA
               DELETE ARQ-ITENS RECORD
               IF NOT FS-ITE-OK AND NOT FS-ITE-NAO-ENCONTRADO
                   MOVE "N"            TO WS-ITENS-GRAVADOS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS
                      OR NOT ITENS-GRAVADOS
               MOVE PED-NUMERO         TO ITE-NUMERO-PED
               SET ITE-SEQUENCIA       TO WS-ITE-IND
               MOVE WS-ITE-TAB-PRODUTO (WS-ITE-IND)
                                       TO ITE-PRODUTO
               MOVE WS-ITE-TAB-QTD (WS-ITE-IND)
                                       TO ITE-QUANTIDADE
               MOVE WS-ITE-TAB-PRECO (WS-ITE-IND)
                                       TO ITE-PRECO-UNITARIO
               MOVE WS-ITE-TAB-VALOR (WS-ITE-IND)
                                       TO ITE-VALOR-TOTAL
               MOVE WS-ITE-TAB-CAMPANHA (WS-ITE-IND)
                                       TO ITE-CAMPANHA
               WRITE REG-ITEM-PEDIDO
               IF NOT FS-ITE-OK
                   MOVE "N"            TO WS-ITENS-GRAVADOS
               END-IF
           END-PERFORM
           .
       4710-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4720-AJUSTAR-ITENS              SECTION.
      *----------------------------------------------------------------*
      * LINHA REMOVIDA LIBERA A RESERVA E O VOLUME DA CAMPANHA; LINHA  *
      * ALTERADA LIBERA O ORIGINAL E RESERVA O NOVO; LINHA NOVA SO     *
      * RESERVA. CADA UMA GERA UM EVENTO NO DIARIO DE AUDITORIA COM A  *
      * IMAGEM DO ITEM ANTES E DEPOIS                                  *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS
               IF WS-ITE-TAB-ORIGEM (WS-ITE-IND) > 0
                   SET WS-ORI-IND  TO WS-ITE-TAB-ORIGEM (WS-ITE-IND)
                   MOVE "S"            TO WS-ORI-MANTIDA (WS-ORI-IND)
               END-IF
           END-PERFORM
           MOVE "I"                    TO WS-AUD-TIPO
           PERFORM VARYING WS-ORI-IND FROM 1 BY 1
                   UNTIL WS-ORI-IND > WS-QTD-ORIGINAL
               IF WS-ORI-MANTIDA (WS-ORI-IND) = "N"
                   PERFORM 4730-LIBERAR-LINHA-ORIGINAL
                   MOVE SPACES         TO WS-IMAGEM-DEPOIS
                   MOVE "EXCLUSAO"     TO WS-AUD-OPERACAO
                   PERFORM 8100-GRAVAR-AUDITORIA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS
               IF WS-ITE-TAB-ORIGEM (WS-ITE-IND) = 0
                   MOVE SPACES         TO WS-IMAGEM-ANTES
                   PERFORM 4740-RESERVAR-LINHA-NOVA
                   MOVE "INCLUSAO"     TO WS-AUD-OPERACAO
                   PERFORM 8100-GRAVAR-AUDITORIA
               ELSE
                   SET WS-ORI-IND  TO WS-ITE-TAB-ORIGEM (WS-ITE-IND)
                   PERFORM 4610-COMPARAR-LINHA
                   IF LINHA-ALTERADA
                       PERFORM 4730-LIBERAR-LINHA-ORIGINAL
                       PERFORM 4740-RESERVAR-LINHA-NOVA
                       MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                       PERFORM 8100-GRAVAR-AUDITORIA
                   END-IF
               END-IF
           END-PERFORM
           .
       4720-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4730-LIBERAR-LINHA-ORIGINAL     SECTION.
      *----------------------------------------------------------------*
      * MONTA O ITEM ORIGINAL (WS-ORI-IND) COMO IMAGEM ANTES, DEVOLVE  *
      * O VOLUME DA CAMPANHA E LIBERA A RESERVA DE ESTOQUE             *
      *----------------------------------------------------------------*
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE WS-ORI-SEQUENCIA (WS-ORI-IND)
                                       TO ITE-SEQUENCIA
           MOVE WS-ORI-PRODUTO (WS-ORI-IND)
                                       TO ITE-PRODUTO
           MOVE WS-ORI-QTD (WS-ORI-IND)
                                       TO ITE-QUANTIDADE
           MOVE WS-ORI-PRECO (WS-ORI-IND)
                                       TO ITE-PRECO-UNITARIO
           MOVE WS-ORI-VALOR (WS-ORI-IND)
                                       TO ITE-VALOR-TOTAL
           MOVE WS-ORI-CAMPANHA (WS-ORI-IND)
                                       TO ITE-CAMPANHA
           MOVE REG-ITEM-PEDIDO        TO WS-IMAGEM-ANTES
           IF ITE-CAMPANHA > 0
               PERFORM 3160-ESTORNAR-VOLUME-CAMPANHA
           END-IF
           MOVE "L"                    TO PME-FUNCAO
           MOVE WS-FILIAL-CLIENTE      TO PME-FILIAL
           MOVE ITE-PRODUTO            TO PME-PRODUTO
           MOVE ITE-QUANTIDADE         TO PME-QUANTIDADE
           MOVE PED-NUMERO             TO PME-DOCUMENTO
           MOVE "CADAPEDI"             TO PME-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           .
       4730-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4740-RESERVAR-LINHA-NOVA        SECTION.
      *----------------------------------------------------------------*
      * MONTA O ITEM EDITADO (WS-ITE-IND) COMO IMAGEM DEPOIS, CONSOME  *
      * O VOLUME DA CAMPANHA E RESERVA O ESTOQUE                       *
      *----------------------------------------------------------------*
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           SET ITE-SEQUENCIA           TO WS-ITE-IND
           MOVE WS-ITE-TAB-PRODUTO (WS-ITE-IND)
                                       TO ITE-PRODUTO
           MOVE WS-ITE-TAB-QTD (WS-ITE-IND)
                                       TO ITE-QUANTIDADE
           MOVE WS-ITE-TAB-PRECO (WS-ITE-IND)
                                       TO ITE-PRECO-UNITARIO
           MOVE WS-ITE-TAB-VALOR (WS-ITE-IND)
                                       TO ITE-VALOR-TOTAL
           MOVE WS-ITE-TAB-CAMPANHA (WS-ITE-IND)
                                       TO ITE-CAMPANHA
           MOVE REG-ITEM-PEDIDO        TO WS-IMAGEM-DEPOIS
           IF ITE-CAMPANHA > 0
               PERFORM 1360-SOMAR-VOLUME-CAMPANHA
           END-IF
           MOVE "R"                    TO PME-FUNCAO
           MOVE WS-FILIAL-CLIENTE      TO PME-FILIAL
           MOVE ITE-PRODUTO            TO PME-PRODUTO
           MOVE ITE-QUANTIDADE         TO PME-QUANTIDADE
           MOVE PED-NUMERO             TO PME-DOCUMENTO
           MOVE "CADAPEDI"             TO PME-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           .
       4740-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4900-FECHAR-ALTERACAO           SECTION.
      *----------------------------------------------------------------*
      * A PESQUISA DO PEDIDO E A LEITURA DOS ITENS PODEM TERMINAR EM   *
      * CHAVE NAO ENCONTRADA OU FIM DE ARQUIVO COM OS ARQUIVOS ABERTOS *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-ORIGINAL
           IF FS-PED-NAO-ENCONTRADO OR FS-PED-FIM
               MOVE "00"               TO WS-FS-PEDIDO
           END-IF
           IF FS-ITE-NAO-ENCONTRADO OR FS-ITE-FIM
               MOVE "00"               TO WS-FS-ITEM
           END-IF
           PERFORM 1400-FECHAR-ARQUIVOS
           .
       4900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-CONSULTAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-NAO-EXISTE
               MOVE "NAO HA PEDIDOS CADASTRADOS"
                                       TO WS-STATUS
               PERFORM 0000-MENU-CADASTRO-PEDIDO
           END-IF
           IF NOT FS-PED-OK
               PERFORM 9999-ERRO-ARQUIVO-PEDIDOS
           END-IF
           DISPLAY SCR-CONSULTAR-PEDIDO
           ACCEPT SCR-NUMERO-CON-PED
           MOVE SPACES                 TO WS-STATUS
           PERFORM 1200-PESQUISAR-PEDIDO
           IF FS-PED-NAO-ENCONTRADO
               MOVE "PEDIDO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               DISPLAY SCR-INCLUIR-PEDIDO
               PERFORM 5100-LISTAR-ITENS
               MOVE "APERTE ENTER PARA VOLTAR"
                                       TO WS-STATUS
               DISPLAY OPCAO-STATUS
                              " PRODUTO " ITE-PRODUTO
                              " QTD "   ITE-QUANTIDADE
                              " VALOR " ITE-VALOR-TOTAL
                              " CAMP "  ITE-CAMPANHA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-ITEM
                       DISPLAY WS-LINHA-ITEM
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8100-GRAVAR-AUDITORIA           SECTION.
      *----------------------------------------------------------------*
      * REGISTRA NO DIARIO DE AUDITORIA A IMAGEM DO PEDIDO OU DO ITEM  *
      * ANTES E DEPOIS DA ALTERACAO, COM OPERADOR, DATA/HORA E TIPO    *
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
               MOVE "CADAPEDI"         TO AUD-PROGRAMA
               MOVE WS-AUD-OPERACAO    TO AUD-OPERACAO
               MOVE WS-AUD-TIPO        TO AUD-TIPO
               MOVE PED-NUMERO         TO AUD-CHAVE
               MOVE WS-IMAGEM-ANTES    TO AUD-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS   TO AUD-IMAGEM-DEPOIS
               WRITE REG-AUDITORIA
               CLOSE ARQ-AUDITORIA
           END-IF
           .
       8100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-PEDIDOS       SECTION.
      *----------------------------------------------------------------*
