      ******************************************************************
      * PROGRAMA.: CADAORCA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CADASTRO DE ORCAMENTOS - COTACAO PARA O CLIENTE COM *
      *            OS ITENS PRECIFICADOS PELA TABELA DE PRECOS DO      *
      *            SEGMENTO DELE E UMA VALIDADE; IMPRIME O DOCUMENTO   *
      *            NO SPOOL E CONVERTE O ORCAMENTO EM PEDIDO DIGITADO  *
      *            PELAS REGRAS DA DIGITACAO DO PEDIDO                 *
      ******************************************************************
      * SO O ORCAMENTO ABERTO E DENTRO DA VALIDADE PODE SER ALTERADO,  *
      * CANCELADO OU CONVERTIDO; O VENCIDO E FECHADO PELA CADEIA       *
      * NOTURNA (VENCORCA)                                             *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAORCA.
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
           SELECT ARQ-ORCAMENTOS       ASSIGN TO  "WID-ARQ-ORC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ORC-NUMERO
               ALTERNATE RECORD KEY    IS ORC-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS ORC-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ORCAMENTO.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-CONDICOES        ASSIGN TO  "WID-ARQ-CPG.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CPG-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CONDICAO.
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
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-REL-ORCAMENTO    ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-ORCAMENTO.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-ORCAMENTOS.
       COPY ORCACADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-CONDICOES.
       COPY CONDCADA.
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-REL-ORCAMENTO.
       01 REG-REL-ORCAMENTO            PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-ORC             PIC X.
       77 WS-FS-ORCAMENTO              PIC X(02).
           88 FS-ORC-OK                VALUE "00" THRU "09".
           88 FS-ORC-FIM               VALUE "10".
           88 FS-ORC-NAO-ENCONTRADO    VALUE "23".
           88 FS-ORC-NAO-EXISTE        VALUE "35".
           88 FS-ORC-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-CONDICAO               PIC X(02).
           88 FS-CPG-OK                VALUE "00" THRU "09".
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-ORCAMENTO          PIC X(02).
           88 FS-REL-ORCAMENTO-OK      VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NIVEL-ATUAL               PIC 9(01)       VALUE 0.
       01 WS-ORCAMENTO-VALIDO          PIC X(01)       VALUE "N".
           88 ORCAMENTO-VALIDO         VALUE "S".
       01 WS-ITE-IND                   PIC 9(02)       VALUE 0.
       01 WS-ITE-DESTINO               PIC 9(02)       VALUE 0.
       01 WS-DIAS-VALIDADE             PIC 9(03)       VALUE 15.
       01 WS-PROX-ORCAMENTO            PIC 9(09)       VALUE 0.
       01 WS-PROX-PEDIDO               PIC 9(09)       VALUE 0.
       01 WS-TENTATIVAS                PIC 9(02)       VALUE 0.
       01 WS-REPETIR-INCLUSAO          PIC X(01)       VALUE "N".
           88 REPETIR-INCLUSAO         VALUE "S".
      *
      * --> SEGMENTO DO CLIENTE, PARA O PRECO E A FAIXA DA TABELA
      *
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-CANAL-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-PORTE-CLIENTE             PIC X(01)       VALUE SPACE.
      *
      * --> CAMPOS DIGITADOS E CALCULADOS, GUARDADOS ENQUANTO O
      *     REGISTRO GRAVADO E LIDO PARA SABER SE E INCLUSAO OU
      *     ALTERACAO
      *
       01 WS-ORCAMENTO-DIGITADO.
           05 WS-ORC-DIG-CNPJ          PIC 9(14).
           05 WS-ORC-DIG-CPF           PIC 9(11).
           05 WS-ORC-DIG-VALIDADE      PIC 9(08).
           05 WS-ORC-DIG-COND-PAGTO    PIC 9(02).
           05 WS-ORC-DIG-ITENS.
               10 WS-ORC-DIG-QTD-ITENS PIC 9(02).
               10 WS-ORC-DIG-ITEM      OCCURS 12 TIMES.
                   15 WS-ORC-DIG-PRODUTO
                                       PIC 9(07).
                   15 WS-ORC-DIG-QUANTIDADE
                                       PIC 9(05).
                   15 WS-ORC-DIG-PRECO PIC 9(09)V99.
                   15 WS-ORC-DIG-VALOR PIC 9(11)V99.
           05 WS-ORC-DIG-TOTAL         PIC 9(11)V99.
      *
      * --> AREAS DE CHAMADA DA CONSULTA DE PRECO E DA INCLUSAO DO
      *     PEDIDO
      *
       COPY PRECPARM.
       COPY PEDIPARM.
      *
      * --> LINHAS DO DOCUMENTO DO ORCAMENTO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-ITEM.
           05 SAI-ITE-PRODUTO          PIC 9(07).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ITE-DESCRICAO        PIC X(40).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ITE-UNIDADE          PIC X(03).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ITE-QUANTIDADE       PIC ZZ.ZZ9.
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ITE-PRECO            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-ITE-VALOR            PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-DATA-EDITADA              PIC 9(04)/9(02)/9(02).
       01 WS-VALIDADE-EDITADA          PIC 9(04)/9(02)/9(02).
       01 WS-NUMERO-EDITADO            PIC Z(08)9.
       01 WS-VALOR-EDITADO             PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
       01 WS-NIVEL-LINK                PIC 9(01).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      *
      * --> TELA DO CADASTRO DE ORCAMENTOS
      *
       COPY ORCASCR.
      *
      * --> LABEL PARA MOSTRAR MENSAGENS
      *
       01 OPCAO-STATUS                 HIGHLIGHT.
           05 STATUS-OUTPUT                            LINE 25 COL 10
                                       PIC X(40)       FROM WS-STATUS.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK
                                                      WS-NIVEL-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       MOVE WS-NIVEL-LINK              TO WS-NIVEL-ATUAL
       PERFORM 0000-MANTER-ORCAMENTOS.
      *----------------------------------------------------------------*
       0000-MANTER-ORCAMENTOS          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-ORCAMENTO    REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-ORCAMENTO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-NUMERO-ORC
               ACCEPT SCR-CNPJ-ORC
               ACCEPT SCR-VALIDADE-ORC
               ACCEPT SCR-COND-ORC
               ACCEPT SCR-PRODUTO-ORC-01
               ACCEPT SCR-QTD-ORC-01
               ACCEPT SCR-PRECO-ORC-01
               ACCEPT SCR-PRODUTO-ORC-02
               ACCEPT SCR-QTD-ORC-02
               ACCEPT SCR-PRECO-ORC-02
               ACCEPT SCR-PRODUTO-ORC-03
               ACCEPT SCR-QTD-ORC-03
               ACCEPT SCR-PRECO-ORC-03
               ACCEPT SCR-PRODUTO-ORC-04
               ACCEPT SCR-QTD-ORC-04
               ACCEPT SCR-PRECO-ORC-04
               ACCEPT SCR-PRODUTO-ORC-05
               ACCEPT SCR-QTD-ORC-05
               ACCEPT SCR-PRECO-ORC-05
               ACCEPT SCR-PRODUTO-ORC-06
               ACCEPT SCR-QTD-ORC-06
               ACCEPT SCR-PRECO-ORC-06
               ACCEPT SCR-PRODUTO-ORC-07
               ACCEPT SCR-QTD-ORC-07
               ACCEPT SCR-PRECO-ORC-07
               ACCEPT SCR-PRODUTO-ORC-08
               ACCEPT SCR-QTD-ORC-08
               ACCEPT SCR-PRECO-ORC-08
               ACCEPT SCR-PRODUTO-ORC-09
               ACCEPT SCR-QTD-ORC-09
               ACCEPT SCR-PRECO-ORC-09
               ACCEPT SCR-PRODUTO-ORC-10
               ACCEPT SCR-QTD-ORC-10
               ACCEPT SCR-PRECO-ORC-10
               ACCEPT SCR-PRODUTO-ORC-11
               ACCEPT SCR-QTD-ORC-11
               ACCEPT SCR-PRECO-ORC-11
               ACCEPT SCR-PRODUTO-ORC-12
               ACCEPT SCR-QTD-ORC-12
               ACCEPT SCR-PRECO-ORC-12
               ACCEPT OPCAO-INC-ORC
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-ORC
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-ORCAMENTO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-ORCAMENTO
                   WHEN "i"
                   WHEN "I"
                       PERFORM 4000-IMPRIMIR-ORCAMENTO
                   WHEN "p"
                   WHEN "P"
                       PERFORM 5000-GERAR-PEDIDO
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-CANCELAR-ORCAMENTO
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
       1000-SALVAR-ORCAMENTO           SECTION.
      *----------------------------------------------------------------*
      * NUMERO ZERO INCLUI UM ORCAMENTO NOVO COM O PROXIMO NUMERO;     *
      * NUMERO INFORMADO ALTERA O ORCAMENTO AINDA ABERTO               *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-ORCAMENTO
           IF NOT ORCAMENTO-VALIDO
               GO TO 1000-FIM
           END-IF
           MOVE ORC-CNPJ               TO WS-ORC-DIG-CNPJ
           MOVE ORC-CPF                TO WS-ORC-DIG-CPF
           MOVE ORC-VALIDADE           TO WS-ORC-DIG-VALIDADE
           MOVE ORC-COND-PAGTO         TO WS-ORC-DIG-COND-PAGTO
           MOVE ORC-ITENS              TO WS-ORC-DIG-ITENS
           MOVE ORC-VALOR-TOTAL        TO WS-ORC-DIG-TOTAL
           PERFORM 1100-ABRIR-ARQUIVO-ORCAMENTOS
           IF ORC-NUMERO = 0
               PERFORM 1150-ACHAR-PROXIMO-NUMERO
               PERFORM 1250-MOVER-DIGITADOS
               MOVE WS-PROX-ORCAMENTO  TO ORC-NUMERO
               MOVE WS-DATA-ATUAL      TO ORC-DATA
               MOVE "A"                TO ORC-SITUACAO
               MOVE 0                  TO ORC-PEDIDO
               MOVE 0                  TO ORC-DT-FECHAMENTO
               MOVE WS-DATA-ATUAL      TO ORC-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO ORC-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO ORC-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO ORC-OPERADOR-ALTERACAO
               WRITE REG-ORCAMENTO
               IF FS-ORC-OK
                   MOVE ORC-NUMERO     TO WS-NUMERO-EDITADO
                   STRING "ORCAMENTO " WS-NUMERO-EDITADO " INCLUIDO"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-ORCAMENTOS
               END-IF
           ELSE
               READ ARQ-ORCAMENTOS
               IF NOT FS-ORC-OK
                   MOVE "ORCAMENTO NAO ENCONTRADO"
                                       TO WS-STATUS
               ELSE
               IF NOT ORCAMENTO-ABERTO
                   MOVE "ORCAMENTO JA FECHADO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 1250-MOVER-DIGITADOS
                   MOVE WS-DATA-ATUAL  TO ORC-DT-ALTERACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO ORC-OPERADOR-ALTERACAO
                   REWRITE REG-ORCAMENTO
                   IF FS-ORC-OK
                       MOVE "ORCAMENTO ALTERADO COM SUCESSO"
                                       TO WS-STATUS
                   ELSE
                       PERFORM 9999-ERRO-ARQUIVO-ORCAMENTOS
                   END-IF
               END-IF
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-ORCAMENTOS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-ORCAMENTO          SECTION.
      *----------------------------------------------------------------*
      * CLIENTE ATIVO COM VENDEDOR NA CARTEIRA, VALIDADE FUTURA (ZERO  *
      * ASSUME OS DIAS DOS PARAMETROS), CONDICAO ATIVA (ZERO ASSUME A  *
      * PADRAO DO CLIENTE) E OS ITENS PRECIFICADOS                     *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE "N"                    TO WS-ORCAMENTO-VALIDO
           IF ORC-CNPJ = 0
               MOVE "CNPJ DO CLIENTE NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE "CADASTRO DE CLIENTES INDISPONIVEL"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE ORC-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           CLOSE ARQ-CLIENTES
           IF NOT FS-CLI-OK OR NOT REGISTRO-ATIVO
               MOVE "CLIENTE NAO CADASTRADO OU INATIVO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE FILIAL                 TO WS-FILIAL-CLIENTE
           MOVE CANAL                  TO WS-CANAL-CLIENTE
           MOVE PORTE                  TO WS-PORTE-CLIENTE
           IF ORC-COND-PAGTO = 0
               MOVE COND-PAGTO-PADRAO  TO ORC-COND-PAGTO
           END-IF
           PERFORM 1060-LER-CARTEIRA
           IF ORC-CPF = 0
               MOVE "CLIENTE SEM VENDEDOR NA CARTEIRA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF ORC-VALIDADE = 0
               PERFORM 1080-LER-PARAMETROS
               COMPUTE ORC-VALIDADE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                    + WS-DIAS-VALIDADE)
           END-IF
           IF ORC-VALIDADE (5:2) < "01"
               OR ORC-VALIDADE (5:2) > "12"
               OR ORC-VALIDADE (7:2) < "01"
               OR ORC-VALIDADE (7:2) > "31"
               MOVE "DATA DE VALIDADE INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF ORC-VALIDADE < WS-DATA-ATUAL
               MOVE "VALIDADE NAO PODE SER PASSADA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF ORC-COND-PAGTO > 0
               OPEN INPUT ARQ-CONDICOES
               IF FS-CPG-OK
                   MOVE ORC-COND-PAGTO TO CPG-CODIGO
                   READ ARQ-CONDICOES
                   CLOSE ARQ-CONDICOES
               END-IF
               IF NOT FS-CPG-OK OR NOT CONDICAO-ATIVA
                   MOVE "CONDICAO DE PAGAMENTO INVALIDA"
                                       TO WS-STATUS
                   GO TO 1050-FIM
               END-IF
           END-IF
           PERFORM 1070-PRECIFICAR-ITENS
           IF WS-STATUS NOT = SPACES
               GO TO 1050-FIM
           END-IF
           MOVE "S"                    TO WS-ORCAMENTO-VALIDO
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-LER-CARTEIRA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO ORC-CPF
           OPEN INPUT ARQ-CARTEIRA
           IF FS-CAR-OK
               MOVE ORC-CNPJ           TO CAR-CNPJ
               READ ARQ-CARTEIRA       KEY IS CAR-CNPJ
               IF FS-CAR-OK
                   MOVE CAR-CPF        TO ORC-CPF
               END-IF
               CLOSE ARQ-CARTEIRA
           END-IF
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1070-PRECIFICAR-ITENS           SECTION.
      *----------------------------------------------------------------*
      * PRECO ZERO ASSUME O PRECO DE TABELA EM VIGOR HOJE; O PRECO     *
      * NEGOCIADO PRECISA ESTAR NA FAIXA DO SEGMENTO DO CLIENTE, SE    *
      * HOUVER FAIXA. OS ITENS EM BRANCO SAO RETIRADOS DA LISTA        *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               MOVE "CADASTRO DE PRODUTOS INDISPONIVEL"
                                       TO WS-STATUS
               GO TO 1070-FIM
           END-IF
           MOVE 0                      TO WS-ITE-DESTINO
           MOVE 0                      TO ORC-VALOR-TOTAL
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > 12 OR WS-STATUS NOT = SPACES
               IF ORC-ITE-PRODUTO (WS-ITE-IND) > 0
                   OR ORC-ITE-QUANTIDADE (WS-ITE-IND) > 0
                   PERFORM 1075-PRECIFICAR-ITEM
               END-IF
           END-PERFORM
           CLOSE ARQ-PRODUTOS
           MOVE "F"                    TO PMP-FUNCAO
           CALL "PRECPROD"             USING REG-PARM-PRECO
           IF WS-STATUS NOT = SPACES
               GO TO 1070-FIM
           END-IF
           IF WS-ITE-DESTINO = 0
               MOVE "INFORME AO MENOS UM ITEM"
                                       TO WS-STATUS
               GO TO 1070-FIM
           END-IF
           MOVE WS-ITE-DESTINO         TO ORC-QTD-ITENS
           PERFORM VARYING WS-ITE-IND FROM WS-ITE-DESTINO BY 1
                   UNTIL WS-ITE-IND NOT < 12
               MOVE 0  TO ORC-ITE-PRODUTO (WS-ITE-IND + 1)
               MOVE 0  TO ORC-ITE-QUANTIDADE (WS-ITE-IND + 1)
               MOVE 0  TO ORC-ITE-PRECO (WS-ITE-IND + 1)
               MOVE 0  TO ORC-ITE-VALOR (WS-ITE-IND + 1)
           END-PERFORM
           .
       1070-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1075-PRECIFICAR-ITEM            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ORC-ITE-PRODUTO (WS-ITE-IND)
                                       TO PRO-CODIGO
           READ ARQ-PRODUTOS
           IF NOT FS-PRO-OK OR NOT PRODUTO-ATIVO
               STRING "PRODUTO INVALIDO NO ITEM " WS-ITE-IND
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               GO TO 1075-FIM
           END-IF
           IF ORC-ITE-QUANTIDADE (WS-ITE-IND) = 0
               STRING "QUANTIDADE ZERADA NO ITEM " WS-ITE-IND
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               GO TO 1075-FIM
           END-IF
           MOVE "C"                    TO PMP-FUNCAO
           MOVE PRO-CODIGO             TO PMP-PRODUTO
           MOVE WS-FILIAL-CLIENTE      TO PMP-FILIAL
           MOVE WS-CANAL-CLIENTE       TO PMP-CANAL
           MOVE WS-PORTE-CLIENTE       TO PMP-PORTE
           MOVE WS-DATA-ATUAL          TO PMP-DATA
           CALL "PRECPROD"             USING REG-PARM-PRECO
           IF ORC-ITE-PRECO (WS-ITE-IND) = 0
               IF PMP-SEM-TABELA OR PMP-PRECO-TABELA = 0
                   STRING "PRODUTO SEM PRECO DE TABELA NO ITEM "
                          WS-ITE-IND
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
                   GO TO 1075-FIM
               END-IF
               MOVE PMP-PRECO-TABELA
                                   TO ORC-ITE-PRECO (WS-ITE-IND)
           ELSE
               IF NOT PMP-SEM-FAIXA
                   AND (ORC-ITE-PRECO (WS-ITE-IND) < PMP-PRECO-MINIMO
                   OR ORC-ITE-PRECO (WS-ITE-IND) > PMP-PRECO-MAXIMO)
                   STRING "PRECO FORA DA FAIXA NO ITEM " WS-ITE-IND
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
                   GO TO 1075-FIM
               END-IF
           END-IF
           COMPUTE ORC-ITE-VALOR (WS-ITE-IND) =
               ORC-ITE-QUANTIDADE (WS-ITE-IND)
               * ORC-ITE-PRECO (WS-ITE-IND)
           ADD ORC-ITE-VALOR (WS-ITE-IND)
                                       TO ORC-VALOR-TOTAL
           ADD 1                       TO WS-ITE-DESTINO
           MOVE ORC-ITEM (WS-ITE-IND)  TO ORC-ITEM (WS-ITE-DESTINO)
           .
       1075-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1080-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 15                     TO WS-DIAS-VALIDADE
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   IF PAR-ORC-DIAS-VALIDADE NUMERIC
                       AND PAR-ORC-DIAS-VALIDADE > 0
                       MOVE PAR-ORC-DIAS-VALIDADE
                                       TO WS-DIAS-VALIDADE
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       1080-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-ORCAMENTOS   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ORCAMENTOS
           IF FS-ORC-NAO-EXISTE
               OPEN OUTPUT ARQ-ORCAMENTOS
               CLOSE ARQ-ORCAMENTOS
               OPEN I-O ARQ-ORCAMENTOS
           END-IF
           IF NOT FS-ORC-OK
               PERFORM 9999-ERRO-ARQUIVO-ORCAMENTOS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1150-ACHAR-PROXIMO-NUMERO       SECTION.
      *----------------------------------------------------------------*
      * O ORCAMENTO NOVO RECEBE O NUMERO SEGUINTE AO MAIOR JA GRAVADO  *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PROX-ORCAMENTO
           MOVE 0                      TO ORC-NUMERO
           START ARQ-ORCAMENTOS        KEY IS NOT < ORC-NUMERO
           IF FS-ORC-OK
               READ ARQ-ORCAMENTOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-ORC-OK
               MOVE ORC-NUMERO         TO WS-PROX-ORCAMENTO
               READ ARQ-ORCAMENTOS NEXT
           END-PERFORM
           ADD 1                       TO WS-PROX-ORCAMENTO
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1250-MOVER-DIGITADOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-ORC-DIG-CNPJ        TO ORC-CNPJ
           MOVE WS-ORC-DIG-CPF         TO ORC-CPF
           MOVE WS-ORC-DIG-VALIDADE    TO ORC-VALIDADE
           MOVE WS-ORC-DIG-COND-PAGTO  TO ORC-COND-PAGTO
           MOVE WS-ORC-DIG-ITENS       TO ORC-ITENS
           MOVE WS-ORC-DIG-TOTAL       TO ORC-VALOR-TOTAL
           .
       1250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-ORCAMENTOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-ORCAMENTOS
           IF NOT FS-ORC-OK
               PERFORM 9999-ERRO-ARQUIVO-ORCAMENTOS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CANCELAR-ORCAMENTO         SECTION.
      *----------------------------------------------------------------*
      * O ORCAMENTO ABERTO E CANCELADO, NAO EXCLUIDO, PARA CONTAR NA   *
      * CONVERSAO DE ORCAMENTOS DO VENDEDOR                            *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARQUIVO-ORCAMENTOS
           READ ARQ-ORCAMENTOS
           IF NOT FS-ORC-OK
               MOVE "ORCAMENTO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               IF NOT ORCAMENTO-ABERTO
                   MOVE "ORCAMENTO JA FECHADO"
                                       TO WS-STATUS
               ELSE
                   MOVE "X"            TO ORC-SITUACAO
                   MOVE WS-DATA-ATUAL  TO ORC-DT-FECHAMENTO
                   MOVE WS-DATA-ATUAL  TO ORC-DT-ALTERACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO ORC-OPERADOR-ALTERACAO
                   REWRITE REG-ORCAMENTO
                   IF FS-ORC-OK
                       MOVE "ORCAMENTO CANCELADO COM SUCESSO"
                                       TO WS-STATUS
                   ELSE
                       PERFORM 9999-ERRO-ARQUIVO-ORCAMENTOS
                   END-IF
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-ORCAMENTOS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-ORCAMENTO        SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA O ORCAMENTO DO NUMERO INFORMADO,  *
      * COM A SITUACAO E O PEDIDO GERADO                               *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-ORCAMENTOS
           READ ARQ-ORCAMENTOS
           IF NOT FS-ORC-OK
               MOVE "ORCAMENTO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "ORCAMENTO LOCALIZADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-ORCAMENTOS
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-IMPRIMIR-ORCAMENTO         SECTION.
      *----------------------------------------------------------------*
      * O DOCUMENTO PARA O CLIENTE VAI PARA O SPOOL, DE ONDE E         *
      * IMPRESSO OU REIMPRESSO PELO GERENCIADOR                        *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           PERFORM 1100-ABRIR-ARQUIVO-ORCAMENTOS
           READ ARQ-ORCAMENTOS
           IF NOT FS-ORC-OK
               MOVE "ORCAMENTO NAO ENCONTRADO"
                                       TO WS-STATUS
               PERFORM 1400-FECHAR-ARQUIVO-ORCAMENTOS
               GO TO 4000-FIM
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-ORCAMENTOS
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-ORC-" ORC-NUMERO "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-ORCAMENTO
           IF NOT FS-REL-ORCAMENTO-OK
               MOVE "ERRO NA GERACAO DO DOCUMENTO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           MOVE ORC-NUMERO             TO WS-NUMERO-EDITADO
           STRING "ORCAMENTO NR " WS-NUMERO-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE ORC-DATA               TO WS-DATA-EDITADA
           MOVE ORC-VALIDADE           TO WS-VALIDADE-EDITADA
           STRING "EMISSAO: " WS-DATA-EDITADA
                  "   VALIDO ATE: " WS-VALIDADE-EDITADA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 4100-IMPRIMIR-PARTES
           PERFORM 3900-GRAVAR-LINHA
           MOVE "PRODUTO DESCRICAO"    TO WS-LINHA-CABECALHO
           MOVE "UN     QTD          PRECO            VALOR"
                                       TO WS-LINHA-CABECALHO (50:)
           PERFORM 3900-GRAVAR-LINHA
           OPEN INPUT ARQ-PRODUTOS
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > ORC-QTD-ITENS
               MOVE ORC-ITE-PRODUTO (WS-ITE-IND)
                                       TO SAI-ITE-PRODUTO
               MOVE ORC-ITE-PRODUTO (WS-ITE-IND)
                                       TO PRO-CODIGO
               MOVE SPACES             TO SAI-ITE-DESCRICAO
               MOVE SPACES             TO SAI-ITE-UNIDADE
               READ ARQ-PRODUTOS
               IF FS-PRO-OK
                   MOVE PRO-DESCRICAO  TO SAI-ITE-DESCRICAO
                   MOVE PRO-UNIDADE    TO SAI-ITE-UNIDADE
               END-IF
               MOVE ORC-ITE-QUANTIDADE (WS-ITE-IND)
                                       TO SAI-ITE-QUANTIDADE
               MOVE ORC-ITE-PRECO (WS-ITE-IND)
                                       TO SAI-ITE-PRECO
               MOVE ORC-ITE-VALOR (WS-ITE-IND)
                                       TO SAI-ITE-VALOR
               MOVE WS-LINHA-ITEM      TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           CLOSE ARQ-PRODUTOS
           PERFORM 3900-GRAVAR-LINHA
           MOVE ORC-VALOR-TOTAL        TO WS-VALOR-EDITADO
           STRING "VALOR TOTAL DO ORCAMENTO: " WS-VALOR-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE "PRECOS VALIDOS ATE A DATA ACIMA, SUJEITOS A "
                                       TO WS-LINHA-CABECALHO
           MOVE "DISPONIBILIDADE DE ESTOQUE NA DATA DO PEDIDO"
                                       TO WS-LINHA-CABECALHO (45:)
           PERFORM 3900-GRAVAR-LINHA
           CLOSE ARQ-REL-ORCAMENTO
           PERFORM 8950-REGISTRAR-SPOOL
           MOVE "ORCAMENTO ENVIADO PARA O SPOOL"
                                       TO WS-STATUS
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-IMPRIMIR-PARTES            SECTION.
      *----------------------------------------------------------------*
      * CLIENTE, VENDEDOR E CONDICAO DE PAGAMENTO DO ORCAMENTO         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO NOME
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE ORC-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF NOT FS-CLI-OK
                   MOVE SPACES         TO NOME
               END-IF
               CLOSE ARQ-CLIENTES
           END-IF
           STRING "CLIENTE.: " ORC-CNPJ " " NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO VEN-NOME
           OPEN INPUT ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE ORC-CPF            TO VEN-CPF
               READ ARQ-VENDEDORES
               IF NOT FS-VEN-OK
                   MOVE SPACES         TO VEN-NOME
               END-IF
               CLOSE ARQ-VENDEDORES
           END-IF
           STRING "VENDEDOR: " VEN-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES                 TO CPG-DESCRICAO
           IF ORC-COND-PAGTO > 0
               OPEN INPUT ARQ-CONDICOES
               IF FS-CPG-OK
                   MOVE ORC-COND-PAGTO TO CPG-CODIGO
                   READ ARQ-CONDICOES
                   IF NOT FS-CPG-OK
                       MOVE SPACES     TO CPG-DESCRICAO
                   END-IF
                   CLOSE ARQ-CONDICOES
               END-IF
           ELSE
               MOVE "A VISTA"          TO CPG-DESCRICAO
           END-IF
           STRING "CONDICAO: " CPG-DESCRICAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-ORCAMENTO
           WRITE REG-REL-ORCAMENTO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-GERAR-PEDIDO               SECTION.
      *----------------------------------------------------------------*
      * O ORCAMENTO ABERTO E NA VALIDADE VIRA PEDIDO DE VENDA DE HOJE  *
      * PELAS REGRAS DA DIGITACAO (CARTEIRA, CREDITO, COBRANCA,        *
      * VASILHAMES, FAIXA DE PRECO, ESTOQUE E DUPLICATA), COM OS       *
      * PRECOS ORCADOS E O NIVEL DO OPERADOR PARA AS LIBERACOES        *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARQUIVO-ORCAMENTOS
           READ ARQ-ORCAMENTOS
           IF NOT FS-ORC-OK
               MOVE "ORCAMENTO NAO ENCONTRADO"
                                       TO WS-STATUS
               GO TO 5000-FECHAR
           END-IF
           IF NOT ORCAMENTO-ABERTO
               MOVE "ORCAMENTO JA FECHADO"
                                       TO WS-STATUS
               GO TO 5000-FECHAR
           END-IF
           IF ORC-VALIDADE < WS-DATA-ATUAL
               MOVE "ORCAMENTO VENCIDO"
                                       TO WS-STATUS
               GO TO 5000-FECHAR
           END-IF
           INITIALIZE REG-PARM-PEDIDO
           MOVE ORC-CNPJ               TO PPD-CNPJ
           MOVE ORC-CPF                TO PPD-CPF
           OPEN INPUT ARQ-CARTEIRA
           IF FS-CAR-OK
               MOVE ORC-CNPJ           TO CAR-CNPJ
               READ ARQ-CARTEIRA       KEY IS CAR-CNPJ
               IF FS-CAR-OK
                   MOVE CAR-CPF        TO PPD-CPF
               END-IF
               CLOSE ARQ-CARTEIRA
           END-IF
           MOVE WS-DATA-ATUAL          TO PPD-DATA
           MOVE "V"                    TO PPD-TIPO
           MOVE ORC-COND-PAGTO         TO PPD-COND-PAGTO
           MOVE "CADAORCA"             TO PPD-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PPD-OPERADOR
           MOVE SPACES                 TO PPD-PEDIDO-REDE
           MOVE WS-NIVEL-ATUAL         TO PPD-NIVEL
           MOVE ORC-QTD-ITENS          TO PPD-QTD-ITENS
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > ORC-QTD-ITENS
               MOVE ORC-ITE-PRODUTO (WS-ITE-IND)
                                   TO PPD-ITE-PRODUTO (WS-ITE-IND)
               MOVE ORC-ITE-QUANTIDADE (WS-ITE-IND)
                                   TO PPD-ITE-QUANTIDADE (WS-ITE-IND)
               MOVE ORC-ITE-PRECO (WS-ITE-IND)
                                   TO PPD-ITE-PRECO (WS-ITE-IND)
           END-PERFORM
           PERFORM 5100-ACHAR-ULTIMO-PEDIDO
           MOVE 0                      TO WS-TENTATIVAS
           MOVE "S"                    TO WS-REPETIR-INCLUSAO
           PERFORM UNTIL NOT REPETIR-INCLUSAO
               MOVE WS-PROX-PEDIDO     TO PPD-NUMERO
               CALL "INCLPEDI"         USING REG-PARM-PEDIDO
               ADD 1                   TO WS-PROX-PEDIDO
               ADD 1                   TO WS-TENTATIVAS
               IF PPD-RETORNO NOT = 1
                   OR PPD-NUM-EXISTENTE NOT = PPD-NUMERO
                   OR WS-TENTATIVAS NOT < 10
                   MOVE "N"            TO WS-REPETIR-INCLUSAO
               END-IF
           END-PERFORM
           IF NOT PPD-GRAVADO
               PERFORM 5200-DESCREVER-RECUSA
               GO TO 5000-FECHAR
           END-IF
           MOVE "C"                    TO ORC-SITUACAO
           MOVE PPD-NUMERO             TO ORC-PEDIDO
           MOVE WS-DATA-ATUAL          TO ORC-DT-FECHAMENTO
           MOVE WS-DATA-ATUAL          TO ORC-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO ORC-OPERADOR-ALTERACAO
           REWRITE REG-ORCAMENTO
           IF NOT FS-ORC-OK
               PERFORM 9999-ERRO-ARQUIVO-ORCAMENTOS
           END-IF
           MOVE PPD-NUMERO             TO WS-NUMERO-EDITADO
           STRING "PEDIDO " WS-NUMERO-EDITADO " GERADO"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           .
       5000-FECHAR.
           PERFORM 1400-FECHAR-ARQUIVO-ORCAMENTOS
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-ACHAR-ULTIMO-PEDIDO        SECTION.
      *----------------------------------------------------------------*
      * O PEDIDO DA CONVERSAO E NUMERADO A PARTIR DO MAIOR NUMERO JA   *
      * CADASTRADO                                                     *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PROX-PEDIDO
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               MOVE 0                  TO PED-NUMERO
               START ARQ-PEDIDOS       KEY IS NOT < PED-NUMERO
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-PED-OK
                   MOVE PED-NUMERO     TO WS-PROX-PEDIDO
                   READ ARQ-PEDIDOS NEXT
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF
           ADD 1                       TO WS-PROX-PEDIDO
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5200-DESCREVER-RECUSA           SECTION.
      *----------------------------------------------------------------*
      * MOTIVO DA RECUSA DO PEDIDO PELO INCLPEDI; O ORCAMENTO CONTINUA *
      * ABERTO PARA SER CORRIGIDO OU LIBERADO PELO SUPERVISOR          *
      *----------------------------------------------------------------*
           EVALUATE PPD-RETORNO
               WHEN 3
                   MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                                       TO WS-STATUS
               WHEN 5
                   MOVE "COMPETENCIA JA FECHADA"
                                       TO WS-STATUS
               WHEN 6
                   MOVE "CLIENTE NAO ENCONTRADO OU INATIVO"
                                       TO WS-STATUS
               WHEN 7
                   MOVE "VENDEDOR NAO ENCONTRADO OU INATIVO"
                                       TO WS-STATUS
               WHEN 8
                   MOVE "CLIENTE SEM VINCULO NA CARTEIRA"
                                       TO WS-STATUS
               WHEN 9
                   MOVE "CLIENTE DE OUTRO VENDEDOR"
                                       TO WS-STATUS
               WHEN 10
                   MOVE "LIMITE DE CREDITO EXCEDIDO"
                                       TO WS-STATUS
               WHEN 11
                   MOVE "LIMITE DE CREDITO DA REDE EXCEDIDO"
                                       TO WS-STATUS
               WHEN 12
                   MOVE "CLIENTE BLOQUEADO NA COBRANCA"
                                       TO WS-STATUS
               WHEN 13
                   MOVE "LIMITE DE VASILHAMES EXCEDIDO"
                                       TO WS-STATUS
               WHEN 15
                   STRING "PRODUTO INATIVO NO ITEM "
                          PPD-ITEM-RECUSADO
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               WHEN 17
                   STRING "PRECO FORA DA FAIXA NO ITEM "
                          PPD-ITEM-RECUSADO
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               WHEN 18
                   STRING "ESTOQUE INSUFICIENTE NO ITEM "
                          PPD-ITEM-RECUSADO
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               WHEN 20
                   MOVE "POSSIVEL DUPLICATA DE PEDIDO EXISTENTE"
                                       TO WS-STATUS
               WHEN 21
                   MOVE "ALVARA EXIGIDO DO CLIENTE VENCIDO"
                                       TO WS-STATUS
               WHEN OTHER
                   STRING "PEDIDO RECUSADO - MOTIVO " PPD-RETORNO
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           END-EVALUATE
           .
       5200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
      * REGISTRA O DOCUMENTO NO CONTROLE DE SPOOL, PARA O GERENCIADOR  *
      * LISTAR, REIMPRIMIR E EXPURGAR                                  *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-ATUAL (1:6) TO SPL-HORA
               MOVE "CADAORCA"         TO SPL-PROGRAMA
               MOVE WS-OPERADOR-ATUAL  TO SPL-OPERADOR
               MOVE WS-NOME-GERACAO    TO SPL-NOME-ARQUIVO
               MOVE "N"                TO SPL-REIMPRIMIR
               WRITE REG-SPOOL
               CLOSE ARQ-CTL-SPOOL
           END-IF
           .
       8950-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-ORCAMENTOS    SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-ORC-ERRO-LAYOUT
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
       END PROGRAM CADAORCA.
      *----------------------------------------------------------------*
