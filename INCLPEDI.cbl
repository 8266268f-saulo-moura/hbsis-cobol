      ******************************************************************
      * PROGRAMA.: INCLPEDI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: INCLUSAO DE PEDIDO QUE NAO VEM DA TELA. SUBPROGRAMA *
      *            CHAMADO PELA INTERFACE DE PEDIDOS DO APP DE CAMPO E *
      *            PELO TRATAMENTO DAS REJEICOES. APLICA AS MESMAS     *
      *            REGRAS DA DIGITACAO DO PEDIDO (CARTEIRA,            *
      *            COMPETENCIA FECHADA, LIMITES DE CREDITO, COBRANCA,  *
      *            VASILHAMES, ALVARAS, CAMPANHAS, FAIXA DE PRECO,     *
      *            ESTOQUE, BONIFICACAO E DUPLICATA) E GRAVA O PEDIDO  *
      *            COMO DIGITADO, COM A RESERVA DE ESTOQUE E O VOLUME  *
      *            DAS CAMPANHAS                                       *
      ******************************************************************
      * CODIGOS DE RETORNO (MOTIVO DA RECUSA):                         *
      *   00 - PEDIDO GRAVADO                                          *
      *   01 - NUMERO DO PEDIDO NAO INFORMADO OU JA CADASTRADO         *
      *   02 - TIPO DO PEDIDO INVALIDO                                 *
      *   03 - CONDICAO DE PAGAMENTO NAO CADASTRADA                    *
      *   04 - DATA DO PEDIDO INVALIDA                                 *
      *   05 - COMPETENCIA DO PEDIDO JA FECHADA                        *
      *   06 - CLIENTE NAO ENCONTRADO OU INATIVO                       *
      *   07 - VENDEDOR NAO ENCONTRADO OU INATIVO                      *
      *   08 - CLIENTE SEM VINCULO NA CARTEIRA                         *
      *   09 - CLIENTE PERTENCE A OUTRO VENDEDOR                       *
      *   10 - CLIENTE ACIMA DO LIMITE DE CREDITO                      *
      *   11 - REDE ACIMA DO LIMITE DE CREDITO DO GRUPO                *
      *   12 - CLIENTE BLOQUEADO NA COBRANCA                           *
      *   13 - CLIENTE ACIMA DO LIMITE DE VASILHAMES                   *
      *   14 - PEDIDO SEM ITENS OU COM MAIS DE 50 ITENS                *
      *   15 - PRODUTO NAO ENCONTRADO OU INATIVO                       *
      *   16 - QUANTIDADE NAO INFORMADA                                *
      *   17 - PRECO FORA DA FAIXA DO SEGMENTO                         *
      *   18 - ESTOQUE INSUFICIENTE                                    *
      *   19 - BONIFICACAO ACIMA DO LIMITE DOS PARAMETROS              *
      *   20 - POSSIVEL DUPLICATA DE OUTRO PEDIDO                      *
      *   21 - ALVARA EXIGIDO DO CLIENTE VENCIDO                       *
      *   99 - ERRO NO ACESSO AOS ARQUIVOS                             *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. INCLPEDI.
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
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
      *
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-CONDICOES        ASSIGN TO  "WID-ARQ-CPG.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CPG-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CONDICAO.
      *
           SELECT ARQ-FECHAMENTOS      ASSIGN TO  "WID-ARQ-FCH.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FCH-ANOMES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FECHAMENTO.
      *
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-TABELA-PRECO     ASSIGN TO  "WID-ARQ-TBP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
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
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-CONDICOES.
       COPY CONDCADA.
      *
       FD ARQ-FECHAMENTOS.
       COPY FCHMCADA.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
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
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
           88 FS-PED-NAO-ENCONTRADO    VALUE "23".
           88 FS-PED-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
           88 FS-ITE-NAO-EXISTE        VALUE "35".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-TABELA                 PIC X(02).
           88 FS-TBP-OK                VALUE "00" THRU "09".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-FECHAMENTO             PIC X(02).
           88 FS-FCH-OK                VALUE "00" THRU "09".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-CONDICAO               PIC X(02).
           88 FS-CPG-OK                VALUE "00" THRU "09".
       77 WS-FS-COBRANCA               PIC X(02).
           88 FS-COB-OK                VALUE "00" THRU "09".
       77 WS-FS-REDE                   PIC X(02).
           88 FS-RED-OK                VALUE "00" THRU "09".
       77 WS-FS-CAMPANHA               PIC X(02).
           88 FS-CMP-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
      *
      * --> ARQUIVOS ABERTOS NESTA CHAMADA, PARA O FECHAMENTO
      *
       01 WS-ITENS-ABERTOS             PIC X(01)       VALUE "N".
           88 ITENS-ABERTOS            VALUE "S".
       01 WS-PRODUTOS-ABERTOS          PIC X(01)       VALUE "N".
           88 PRODUTOS-ABERTOS         VALUE "S".
       01 WS-TABELA-ABERTA             PIC X(01)       VALUE "N".
           88 TABELA-ABERTA            VALUE "S".
       01 WS-CLIENTES-ABERTOS          PIC X(01)       VALUE "N".
           88 CLIENTES-ABERTOS         VALUE "S".
       01 WS-VENDEDORES-ABERTOS        PIC X(01)       VALUE "N".
           88 VENDEDORES-ABERTOS       VALUE "S".
       01 WS-CARTEIRA-ABERTA           PIC X(01)       VALUE "N".
           88 CARTEIRA-ABERTA          VALUE "S".
       01 WS-CAMPANHAS-ABERTAS         PIC X(01)       VALUE "N".
           88 CAMPANHAS-ABERTAS        VALUE "S".
      *
      * --> SEGMENTACAO, LIMITES E REDE DO CLIENTE DO PEDIDO
      *
       01 WS-CANAL-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-PORTE-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-MUNICIPIO-CLIENTE         PIC X(30)       VALUE SPACES.
       01 WS-UF-CLIENTE                PIC X(02)       VALUE SPACES.
       01 WS-LIMITE-CLIENTE            PIC 9(09)V99    VALUE 0.
       01 WS-SALDO-ABERTO              PIC 9(11)V99    VALUE 0.
       01 WS-SALDO-VENCIDO             PIC 9(11)V99    VALUE 0.
       COPY CREDPARM.
       01 WS-REDE-CLIENTE              PIC 9(05)       VALUE 0.
       01 WS-LIMITE-REDE               PIC 9(09)V99    VALUE 0.
       01 WS-SALDO-ABERTO-REDE         PIC 9(11)V99    VALUE 0.
       01 WS-CREDITO-REDE              PIC 9(11)V99    VALUE 0.
       01 WS-QTD-MEMBROS               PIC 9(04)       VALUE 0.
       01 WS-MEMBRO-IND                PIC 9(04)       VALUE 0.
       01 WS-MEMBROS-TABELA.
           05 WS-MEMBRO-CNPJ           PIC 9(14)       OCCURS 999 TIMES.
      *
      * --> LIMITE DE VASILHAMES DO CANAL E PORTE DO CLIENTE
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
      * --> CAMPANHA PROMOCIONAL E FAIXA DE PRECO DO ITEM
      *
       01 WS-CAMPANHA-ITEM             PIC 9(05)       VALUE 0.
       01 WS-PRECO-CAMPANHA            PIC 9(09)V99    VALUE 0.
       01 WS-PRECO-CANDIDATO           PIC 9(09)V99    VALUE 0.
       01 WS-QTD-NA-CAMPANHA           PIC 9(08)       VALUE 0.
       01 WS-PRECO-NA-FAIXA            PIC X(01)       VALUE "S".
           88 PRECO-NA-FAIXA           VALUE "S".
      *
      * --> ESTOQUE DA FILIAL DO CLIENTE
      *
       COPY ESTQPARM.
       01 WS-QTD-NO-PEDIDO             PIC 9(07)       VALUE 0.
      *
      * --> DATA DE ENTREGA PELO CALENDARIO DE ENTREGA: O PRAZO CONTA
      *     DA DATA DO PEDIDO OU DE HOJE, A QUE FOR MAIOR, COM O
      *     HORARIO DE CORTE SO NO PEDIDO DO DIA
      *
       01 WS-HORA-PEDIDO               PIC 9(08)       VALUE 0.
       COPY PRAZPARM.
      *
      * --> GUARDA DE DUPLICATA E LIMITE DE BONIFICACAO
      *
       01 WS-DUP-ACHADA                PIC X(01)       VALUE "N".
           88 DUPLICATA-ACHADA         VALUE "S".
       01 WS-TOLERANCIA-DUP            PIC 9(07)V99    VALUE 0.
       01 WS-DIFERENCA-DUP             PIC S9(09)V99   VALUE 0.
       01 WS-LIMITE-BONIFICACAO        PIC 9(07)V99    VALUE 0.
      *
      * --> ITENS VALIDADOS DO PEDIDO, GRAVADOS JUNTO COM O CABECALHO
      *
       01 WS-PPD-IND                   PIC 9(03)       VALUE 0.
       01 WS-TOTAL-PEDIDO              PIC 9(09)V99    VALUE 0.
       01 WS-QTD-ITENS                 PIC 9(03)       VALUE 0.
       01 WS-ITE-TABELA.
           05 WS-ITE-OCORRENCIA        OCCURS 50 TIMES
                                       INDEXED BY WS-ITE-IND.
               10 WS-ITE-TAB-PRODUTO   PIC 9(07).
               10 WS-ITE-TAB-QTD       PIC 9(05).
               10 WS-ITE-TAB-PRECO     PIC 9(09)V99.
               10 WS-ITE-TAB-VALOR     PIC 9(09)V99.
               10 WS-ITE-TAB-CAMPANHA  PIC 9(05).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY PEDIPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING
                                       REG-PARM-PEDIDO.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-INCLUIR-PEDIDO.
      *----------------------------------------------------------------*
       0000-INCLUIR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO PPD-RETORNO
           MOVE 0                      TO PPD-ITEM-RECUSADO
           MOVE 0                      TO PPD-NUM-EXISTENTE
           MOVE 0                      TO PPD-VALOR
           MOVE 0                      TO PPD-DT-ENTREGA
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           INITIALIZE REG-PEDIDO       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE PPD-NUMERO             TO PED-NUMERO
           MOVE PPD-CNPJ               TO PED-CNPJ
           MOVE PPD-CPF                TO PED-CPF
           MOVE PPD-DATA               TO PED-DATA
           MOVE PPD-TIPO               TO PED-TIPO
           MOVE PPD-COND-PAGTO         TO PED-COND-PAGTO
           PERFORM 1000-ABRIR-ARQUIVOS
           IF NOT PPD-GRAVADO
               PERFORM 6000-FECHAR-ARQUIVOS
               GOBACK
           END-IF
           PERFORM 2000-VALIDAR-PEDIDO
           IF PPD-GRAVADO
               PERFORM 3000-VALIDAR-ITENS
           END-IF
           IF PPD-GRAVADO
               PERFORM 4000-VERIFICAR-BONIFICACAO
           END-IF
           IF PPD-GRAVADO
               PERFORM 4100-VERIFICAR-DUPLICATA
           END-IF
           IF PPD-GRAVADO
               PERFORM 5000-GRAVAR-PEDIDO
           END-IF
           IF PPD-GRAVADO
               PERFORM 5100-GRAVAR-ITENS
           END-IF
           PERFORM 6000-FECHAR-ARQUIVOS
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      * PEDIDOS E ITENS SAO CRIADOS SE AINDA NAO EXISTEM; SEM O        *
      * CADASTRO DE PRODUTOS NENHUM ITEM PODE SER ACEITO               *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-PEDIDOS
           IF FS-PED-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDIDOS
               CLOSE ARQ-PEDIDOS
               OPEN I-O ARQ-PEDIDOS
           END-IF
           IF NOT FS-PED-OK
               MOVE 99                 TO PPD-RETORNO
               GO TO 1000-FIM
           END-IF
           OPEN I-O ARQ-ITENS
           IF FS-ITE-NAO-EXISTE
               OPEN OUTPUT ARQ-ITENS
               CLOSE ARQ-ITENS
               OPEN I-O ARQ-ITENS
           END-IF
           IF FS-ITE-OK
               MOVE "S"                TO WS-ITENS-ABERTOS
           ELSE
               MOVE 99                 TO PPD-RETORNO
               GO TO 1000-FIM
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE "S"                TO WS-PRODUTOS-ABERTOS
           END-IF
           OPEN INPUT ARQ-TABELA-PRECO
           IF FS-TBP-OK
               MOVE "S"                TO WS-TABELA-ABERTA
           END-IF
           OPEN I-O ARQ-CAMPANHAS
           IF FS-CMP-OK
               MOVE "S"                TO WS-CAMPANHAS-ABERTAS
           END-IF
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE "S"                TO WS-CLIENTES-ABERTOS
           END-IF
           OPEN INPUT ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE "S"                TO WS-VENDEDORES-ABERTOS
           END-IF
           OPEN INPUT ARQ-CARTEIRA
           IF FS-CAR-OK
               MOVE "S"                TO WS-CARTEIRA-ABERTA
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-VALIDAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      * CABECALHO: NUMERO LIVRE, TIPO, CONDICAO, DATA E COMPETENCIA;   *
      * DEPOIS CLIENTE E VENDEDOR ATIVOS, O CLIENTE NA CARTEIRA DO     *
      * VENDEDOR E OS BLOQUEIOS DE CREDITO, COBRANCA E VASILHAMES      *
      *----------------------------------------------------------------*
           IF PED-NUMERO = 0
               MOVE 1                  TO PPD-RETORNO
               GO TO 2000-FIM
           END-IF
           READ ARQ-PEDIDOS
           IF FS-PED-OK
               MOVE 1                  TO PPD-RETORNO
               MOVE PED-NUMERO         TO PPD-NUM-EXISTENTE
               GO TO 2000-FIM
           END-IF
           MOVE PPD-CNPJ               TO PED-CNPJ
           MOVE PPD-CPF                TO PED-CPF
           MOVE PPD-DATA               TO PED-DATA
           MOVE PPD-TIPO               TO PED-TIPO
           MOVE PPD-COND-PAGTO         TO PED-COND-PAGTO
           IF PED-TIPO NOT = "V" AND PED-TIPO NOT = "B"
               AND PED-TIPO NOT = "T" AND PED-TIPO NOT = SPACE
               MOVE 2                  TO PPD-RETORNO
               GO TO 2000-FIM
           END-IF
           IF PED-COND-PAGTO > 0
               PERFORM 2100-VALIDAR-CONDICAO
               IF NOT PPD-GRAVADO
                   GO TO 2000-FIM
               END-IF
           END-IF
           IF PED-DATA = 0 OR PED-DATA > WS-DATA-ATUAL
               MOVE 4                  TO PPD-RETORNO
               GO TO 2000-FIM
           END-IF
           PERFORM 2200-VERIFICAR-COMPETENCIA
           IF NOT PPD-GRAVADO
               GO TO 2000-FIM
           END-IF
           MOVE PED-CNPJ               TO CNPJ
           IF CLIENTES-ABERTOS
               READ ARQ-CLIENTES
           END-IF
           IF NOT CLIENTES-ABERTOS OR NOT FS-CLI-OK
               OR REGISTRO-INATIVO
               MOVE 6                  TO PPD-RETORNO
               GO TO 2000-FIM
           END-IF
           MOVE CANAL                  TO WS-CANAL-CLIENTE
           MOVE PORTE                  TO WS-PORTE-CLIENTE
           MOVE FILIAL                 TO WS-FILIAL-CLIENTE
           MOVE MUNICIPIO              TO WS-MUNICIPIO-CLIENTE
           MOVE UF                     TO WS-UF-CLIENTE
           MOVE LIMITE-CREDITO         TO WS-LIMITE-CLIENTE
           MOVE REDE-CODIGO            TO WS-REDE-CLIENTE
           MOVE PED-CPF                TO VEN-CPF
           IF VENDEDORES-ABERTOS
               READ ARQ-VENDEDORES     KEY IS VEN-CPF
           END-IF
           IF NOT VENDEDORES-ABERTOS OR NOT FS-VEN-OK
               OR VEN-SITUACAO = "I"
               MOVE 7                  TO PPD-RETORNO
               GO TO 2000-FIM
           END-IF
           MOVE PED-CNPJ               TO CAR-CNPJ
           IF CARTEIRA-ABERTA
               READ ARQ-CARTEIRA       KEY IS CAR-CNPJ
           END-IF
           IF NOT CARTEIRA-ABERTA OR NOT FS-CAR-OK
               MOVE 8                  TO PPD-RETORNO
               GO TO 2000-FIM
           END-IF
           IF CAR-CPF NOT = PED-CPF
               MOVE 9                  TO PPD-RETORNO
               GO TO 2000-FIM
           END-IF
           PERFORM 2300-VERIFICAR-LIMITE-CREDITO
           IF PPD-GRAVADO AND WS-REDE-CLIENTE > 0
               PERFORM 2400-VERIFICAR-LIMITE-REDE
           END-IF
           IF PPD-GRAVADO
               PERFORM 2500-VERIFICAR-COBRANCA
           END-IF
           IF PPD-GRAVADO
               PERFORM 2600-VERIFICAR-VASILHAMES
           END-IF
           IF PPD-GRAVADO
               PERFORM 2700-VERIFICAR-ALVARA
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-VALIDAR-CONDICAO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 3                      TO PPD-RETORNO
           OPEN INPUT ARQ-CONDICOES
           IF FS-CPG-OK
               MOVE PED-COND-PAGTO     TO CPG-CODIGO
               READ ARQ-CONDICOES
               IF FS-CPG-OK AND CONDICAO-ATIVA
                   MOVE 0              TO PPD-RETORNO
               END-IF
               CLOSE ARQ-CONDICOES
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-VERIFICAR-COMPETENCIA      SECTION.
      *----------------------------------------------------------------*
      * SEM O ARQUIVO DE FECHAMENTOS NADA MUDA                         *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-FECHAMENTOS
           IF FS-FCH-OK
               MOVE PED-DATA (1:6)     TO FCH-ANOMES
               READ ARQ-FECHAMENTOS
               IF FS-FCH-OK AND COMPETENCIA-FECHADA
                   MOVE 5              TO PPD-RETORNO
               END-IF
               CLOSE ARQ-FECHAMENTOS
           END-IF
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-VERIFICAR-LIMITE-CREDITO   SECTION.
      *----------------------------------------------------------------*
      * TITULOS EM ABERTO MENOS O CREDITO DO CLIENTE CONTRA O LIMITE   *
      * DO CADASTRO; LIMITE ZERO = CLIENTE SEM CONTROLE                *
      *----------------------------------------------------------------*
           IF WS-LIMITE-CLIENTE = 0
               GO TO 2300-FIM
           END-IF
           MOVE 0                      TO WS-SALDO-ABERTO
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
                       COMPUTE WS-SALDO-ABERTO =
                           WS-SALDO-ABERTO
                           + REC-VALOR - REC-VALOR-PAGO
                   END-IF
                   READ ARQ-RECEBER NEXT
               END-PERFORM
               CLOSE ARQ-RECEBER
           END-IF
           MOVE "T"                    TO PMC-FUNCAO
           MOVE PED-CNPJ               TO PMC-CNPJ
           MOVE 0                      TO PMC-VALOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           IF PMC-APLICADO
               IF PMC-SALDO-CLIENTE > WS-SALDO-ABERTO
                   MOVE 0              TO WS-SALDO-ABERTO
               ELSE
                   SUBTRACT PMC-SALDO-CLIENTE
                                       FROM WS-SALDO-ABERTO
               END-IF
           END-IF
           IF WS-SALDO-ABERTO > WS-LIMITE-CLIENTE
               AND NOT PPD-SUPERVISOR
               MOVE 10                 TO PPD-RETORNO
           END-IF
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-VERIFICAR-LIMITE-REDE      SECTION.
      *----------------------------------------------------------------*
      * SALDO EM ABERTO SOMADO DE TODOS OS CLIENTES DA REDE, MENOS O   *
      * CREDITO DELES, CONTRA O LIMITE DO GRUPO                        *
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
               GO TO 2400-FIM
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
                   PERFORM 2410-SOMAR-TITULOS-MEMBRO
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
               AND NOT PPD-SUPERVISOR
               MOVE 11                 TO PPD-RETORNO
           END-IF
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2410-SOMAR-TITULOS-MEMBRO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-MEMBRO-CNPJ (WS-MEMBRO-IND)
                                       TO REC-CNPJ
           START ARQ-RECEBER           KEY IS = REC-CNPJ
           IF NOT FS-REC-OK
               GO TO 2410-FIM
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
       2410-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-VERIFICAR-COBRANCA         SECTION.
      *----------------------------------------------------------------*
      * CLIENTE BLOQUEADO NO AVISO FINAL DA REGUA DE COBRANCA COM      *
      * TITULO VENCIDO EM ABERTO; O SUPERVISOR LIBERA, E A LIBERACAO   *
      * FICA GRAVADA NO REGISTRO DE COBRANCA ATE A QUITACAO            *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-COBRANCA
           IF NOT FS-COB-OK
               GO TO 2500-FIM
           END-IF
           MOVE PED-CNPJ               TO COB-CNPJ
           READ ARQ-COBRANCA
           IF NOT FS-COB-OK OR NOT COB-CLIENTE-BLOQUEADO
               OR COB-BLOQUEIO-LIBERADO
               CLOSE ARQ-COBRANCA
               GO TO 2500-FIM
           END-IF
           CLOSE ARQ-COBRANCA
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
               GO TO 2500-FIM
           END-IF
           IF NOT PPD-SUPERVISOR
               MOVE 12                 TO PPD-RETORNO
               GO TO 2500-FIM
           END-IF
           OPEN I-O ARQ-COBRANCA
           IF FS-COB-OK
               MOVE PED-CNPJ           TO COB-CNPJ
               READ ARQ-COBRANCA
               IF FS-COB-OK
                   MOVE "S"            TO COB-LIBERACAO
                   MOVE WS-DATA-ATUAL  TO COB-DATA-LIBERACAO
                   MOVE PPD-OPERADOR   TO COB-OPERADOR-LIBERACAO
                   REWRITE REG-COBRANCA
               END-IF
               CLOSE ARQ-COBRANCA
           END-IF
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2600-VERIFICAR-VASILHAMES       SECTION.
      *----------------------------------------------------------------*
      * ACIMA DO LIMITE DO CANAL E PORTE O PEDIDO SO E RECUSADO QUANDO *
      * OS PARAMETROS MANDAM BLOQUEAR; NO AVISO ELE SEGUE              *
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
                   GO TO 2600-FIM
           END-EVALUATE
           EVALUATE WS-PORTE-CLIENTE
               WHEN "P"
                   MOVE 1              TO WS-PORTE-IND
               WHEN "M"
                   MOVE 2              TO WS-PORTE-IND
               WHEN "G"
                   MOVE 3              TO WS-PORTE-IND
               WHEN OTHER
                   GO TO 2600-FIM
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
               GO TO 2600-FIM
           END-IF
           MOVE "T"                    TO PMV-FUNCAO
           MOVE PED-CNPJ               TO PMV-CNPJ
           MOVE 0                      TO PMV-PRODUTO
           MOVE 0                      TO PMV-QUANTIDADE
           MOVE 0                      TO PMV-DOCUMENTO
           MOVE PPD-PROGRAMA           TO PMV-PROGRAMA
           MOVE PPD-OPERADOR           TO PMV-OPERADOR
           CALL "MOVIVASI"             USING REG-PARM-VASILHAME
           IF PMV-APLICADO
               AND PMV-SALDO-CLIENTE > WS-LIMITE-VASILHAME
               AND VASILHAME-BLOQUEIA-PEDIDO
               AND NOT PPD-SUPERVISOR
               MOVE 13                 TO PPD-RETORNO
           END-IF
           .
       2600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2700-VERIFICAR-ALVARA           SECTION.
      *----------------------------------------------------------------*
      * ALVARA EXIGIDO VENCIDO NA DATA DO PEDIDO RECUSA O PEDIDO; O    *
      * REPROCESSAMENTO PELO SUPERVISOR PASSA                          *
      *----------------------------------------------------------------*
           MOVE PED-CNPJ               TO PAL-CNPJ
           MOVE PED-DATA               TO PAL-DATA
           CALL "VERIALVA"             USING REG-PARM-ALVARA
           IF PAL-VENCIDO
               AND NOT PPD-SUPERVISOR
               MOVE 21                 TO PPD-RETORNO
           END-IF
           .
       2700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-VALIDAR-ITENS              SECTION.
      *----------------------------------------------------------------*
      * CADA ITEM PASSA PELA MESMA VALIDACAO DA DIGITACAO; O PRIMEIRO  *
      * RECUSADO RECUSA O PEDIDO INTEIRO                               *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-ITENS
           MOVE 0                      TO WS-TOTAL-PEDIDO
           IF PPD-QTD-ITENS = 0 OR PPD-QTD-ITENS > 50
               MOVE 14                 TO PPD-RETORNO
               GO TO 3000-FIM
           END-IF
           PERFORM VARYING WS-PPD-IND FROM 1 BY 1
                   UNTIL WS-PPD-IND > PPD-QTD-ITENS
                   OR NOT PPD-GRAVADO
               PERFORM 3100-VALIDAR-ITEM
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-VALIDAR-ITEM               SECTION.
      *----------------------------------------------------------------*
      * PRECO ZERO ASSUME A CAMPANHA OU O PRECO DE TABELA; PRECO DE    *
      * CAMPANHA NAO PASSA PELA FAIXA DO SEGMENTO                      *
      *----------------------------------------------------------------*
           INITIALIZE REG-ITEM-PEDIDO  REPLACING NUMERIC BY ZEROS
           MOVE PPD-ITE-PRODUTO (WS-PPD-IND)
                                       TO ITE-PRODUTO
           MOVE PPD-ITE-QUANTIDADE (WS-PPD-IND)
                                       TO ITE-QUANTIDADE
           MOVE PPD-ITE-PRECO (WS-PPD-IND)
                                       TO ITE-PRECO-UNITARIO
           MOVE ITE-PRODUTO            TO PRO-CODIGO
           IF PRODUTOS-ABERTOS
               READ ARQ-PRODUTOS
           END-IF
           IF NOT PRODUTOS-ABERTOS OR NOT FS-PRO-OK
               OR PRODUTO-INATIVO
               MOVE 15                 TO PPD-RETORNO
               MOVE WS-PPD-IND         TO PPD-ITEM-RECUSADO
               GO TO 3100-FIM
           END-IF
           IF ITE-QUANTIDADE = 0
               MOVE 16                 TO PPD-RETORNO
               MOVE WS-PPD-IND         TO PPD-ITEM-RECUSADO
               GO TO 3100-FIM
           END-IF
           IF PED-TIPO = "V" OR PED-TIPO = SPACE
               PERFORM 3200-PROCURAR-CAMPANHA
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
               PERFORM 3400-VALIDAR-FAIXA-PRECO
               IF NOT PRECO-NA-FAIXA
                   MOVE 17             TO PPD-RETORNO
                   MOVE WS-PPD-IND     TO PPD-ITEM-RECUSADO
                   GO TO 3100-FIM
               END-IF
           END-IF
           PERFORM 3500-VERIFICAR-ESTOQUE
           IF NOT PPD-GRAVADO
               MOVE WS-PPD-IND         TO PPD-ITEM-RECUSADO
               GO TO 3100-FIM
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
           ADD ITE-VALOR-TOTAL         TO WS-TOTAL-PEDIDO
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-PROCURAR-CAMPANHA          SECTION.
      *----------------------------------------------------------------*
      * A CAMPANHA DE MENOR PRECO ENTRE AS QUE SE APLICAM AO ITEM      *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-CAMPANHA-ITEM
           MOVE 0                      TO WS-PRECO-CAMPANHA
           IF NOT CAMPANHAS-ABERTAS
               GO TO 3200-FIM
           END-IF
           MOVE ITE-PRODUTO            TO CMP-PRODUTO
           START ARQ-CAMPANHAS         KEY IS = CMP-PRODUTO
           IF FS-CMP-OK
               READ ARQ-CAMPANHAS NEXT
           END-IF
           PERFORM UNTIL NOT FS-CMP-OK
                   OR CMP-PRODUTO NOT = ITE-PRODUTO
               PERFORM 3300-AVALIAR-CAMPANHA
               READ ARQ-CAMPANHAS NEXT
           END-PERFORM
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3300-AVALIAR-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      * ATIVA, NO PERIODO, COM O CLIENTE NO PUBLICO E SALDO NO TETO DE *
      * VOLUME PARA O JA VENDIDO MAIS O DESTE PEDIDO                   *
      *----------------------------------------------------------------*
           IF NOT CAMPANHA-ATIVA
               OR PED-DATA < CMP-DT-INICIO OR PED-DATA > CMP-DT-FIM
               GO TO 3300-FIM
           END-IF
           IF (CMP-FILIAL > 0 AND CMP-FILIAL NOT = WS-FILIAL-CLIENTE)
               OR (CMP-CANAL NOT = SPACE
               AND CMP-CANAL NOT = WS-CANAL-CLIENTE)
               OR (CMP-PORTE NOT = SPACE
               AND CMP-PORTE NOT = WS-PORTE-CLIENTE)
               OR (CMP-REDE > 0 AND CMP-REDE NOT = WS-REDE-CLIENTE)
               GO TO 3300-FIM
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
               IF WS-QTD-NA-CAMPANHA > CMP-VOLUME-MAXIMO
                   GO TO 3300-FIM
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
       3300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3400-VALIDAR-FAIXA-PRECO        SECTION.
      *----------------------------------------------------------------*
      * SEM FAIXA CADASTRADA PARA O SEGMENTO O PRECO E ACEITO          *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-PRECO-NA-FAIXA
           IF TABELA-ABERTA
               MOVE WS-FILIAL-CLIENTE  TO TBP-FILIAL
               MOVE WS-CANAL-CLIENTE   TO TBP-CANAL
               MOVE WS-PORTE-CLIENTE   TO TBP-PORTE
               MOVE ITE-PRODUTO        TO TBP-PRODUTO
               READ ARQ-TABELA-PRECO
               IF FS-TBP-OK
                   IF ITE-PRECO-UNITARIO < TBP-PRECO-MINIMO
                       OR ITE-PRECO-UNITARIO > TBP-PRECO-MAXIMO
                       MOVE "N"        TO WS-PRECO-NA-FAIXA
                   END-IF
               END-IF
           END-IF
           .
       3400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3500-VERIFICAR-ESTOQUE          SECTION.
      *----------------------------------------------------------------*
      * O DISPONIVEL DA FILIAL DO CLIENTE DEVE COBRIR A QUANTIDADE,    *
      * SOMADAS AS LINHAS DO MESMO PRODUTO JA ACEITAS NO PEDIDO        *
      *----------------------------------------------------------------*
           MOVE ITE-QUANTIDADE         TO WS-QTD-NO-PEDIDO
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS
               IF WS-ITE-TAB-PRODUTO (WS-ITE-IND) = ITE-PRODUTO
                   ADD WS-ITE-TAB-QTD (WS-ITE-IND)
                                       TO WS-QTD-NO-PEDIDO
               END-IF
           END-PERFORM
           MOVE "C"                    TO PME-FUNCAO
           MOVE WS-FILIAL-CLIENTE      TO PME-FILIAL
           MOVE ITE-PRODUTO            TO PME-PRODUTO
           MOVE 0                      TO PME-QUANTIDADE
           MOVE 0                      TO PME-DOCUMENTO
           MOVE PPD-PROGRAMA           TO PME-PROGRAMA
           MOVE PPD-OPERADOR           TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           IF PME-APLICADO
               AND PME-QTD-DISPONIVEL < WS-QTD-NO-PEDIDO
               MOVE 18                 TO PPD-RETORNO
           END-IF
           .
       3500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-VERIFICAR-BONIFICACAO      SECTION.
      *----------------------------------------------------------------*
      * BONIFICACAO ACIMA DO LIMITE DOS PARAMETROS (OU SEM LIMITE      *
      * CONFIGURADO) SO COM SUPERVISOR                                 *
      *----------------------------------------------------------------*
           IF NOT TIPO-BONIFICACAO OR PPD-SUPERVISOR
               GO TO 4000-FIM
           END-IF
           MOVE 0                      TO WS-LIMITE-BONIFICACAO
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   MOVE PAR-LIMITE-BONIFICACAO
                                       TO WS-LIMITE-BONIFICACAO
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           IF WS-TOTAL-PEDIDO > WS-LIMITE-BONIFICACAO
               MOVE 19                 TO PPD-RETORNO
           END-IF
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-VERIFICAR-DUPLICATA        SECTION.
      *----------------------------------------------------------------*
      * OUTRO PEDIDO NAO CANCELADO DO MESMO CLIENTE, VENDEDOR E DATA   *
      * COM VALOR DENTRO DA TOLERANCIA; O SUPERVISOR QUE REPROCESSA O  *
      * PEDIDO RECUSADO CONFIRMA A REPETICAO LEGITIMA                  *
      *----------------------------------------------------------------*
           IF PPD-SUPERVISOR
               GO TO 4100-FIM
           END-IF
           MOVE "N"                    TO WS-DUP-ACHADA
           MOVE 0                      TO WS-TOLERANCIA-DUP
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   MOVE PAR-TOLERANCIA-DUPL-PED
                                       TO WS-TOLERANCIA-DUP
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           MOVE PPD-CNPJ               TO PED-CNPJ
           START ARQ-PEDIDOS           KEY IS = PED-CNPJ
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
               PERFORM UNTIL NOT FS-PED-OK OR DUPLICATA-ACHADA
                       OR PED-CNPJ NOT = PPD-CNPJ
                   IF PED-CPF = PPD-CPF
                       AND PED-DATA = PPD-DATA
                       AND NOT PEDIDO-CANCELADO
                       COMPUTE WS-DIFERENCA-DUP =
                           PED-VALOR - WS-TOTAL-PEDIDO
                       IF WS-DIFERENCA-DUP < 0
                           COMPUTE WS-DIFERENCA-DUP =
                               0 - WS-DIFERENCA-DUP
                       END-IF
                       IF WS-DIFERENCA-DUP NOT > WS-TOLERANCIA-DUP
                           MOVE "S"    TO WS-DUP-ACHADA
                           MOVE PED-NUMERO TO PPD-NUM-EXISTENTE
                       END-IF
                   END-IF
                   READ ARQ-PEDIDOS NEXT
               END-PERFORM
           END-IF
           IF DUPLICATA-ACHADA
               MOVE 20                 TO PPD-RETORNO
           END-IF
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-GRAVAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-PEDIDO       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE PPD-NUMERO             TO PED-NUMERO
           MOVE PPD-CNPJ               TO PED-CNPJ
           MOVE PPD-CPF                TO PED-CPF
           MOVE PPD-DATA               TO PED-DATA
           MOVE PPD-TIPO               TO PED-TIPO
           IF PED-TIPO = SPACE
               MOVE "V"                TO PED-TIPO
           END-IF
           MOVE PPD-COND-PAGTO         TO PED-COND-PAGTO
           MOVE WS-TOTAL-PEDIDO        TO PED-VALOR
           MOVE WS-DATA-ATUAL          TO PED-DT-INCLUSAO
           MOVE PPD-OPERADOR           TO PED-OPERADOR-INCLUSAO
           MOVE "D"                    TO PED-SITUACAO
           MOVE PPD-PEDIDO-REDE        TO PED-PEDIDO-REDE
           PERFORM 5050-CALCULAR-ENTREGA
           WRITE REG-PEDIDO
           IF FS-PED-OK
               MOVE WS-TOTAL-PEDIDO    TO PPD-VALOR
               MOVE PED-DT-ENTREGA     TO PPD-DT-ENTREGA
           ELSE
               MOVE 99                 TO PPD-RETORNO
           END-IF
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5050-CALCULAR-ENTREGA           SECTION.
      *----------------------------------------------------------------*
      * DATA DE ENTREGA PELOS DIAS ATENDIDOS NO MUNICIPIO DO CLIENTE,  *
      * PELO HORARIO DE CORTE E PELOS FERIADOS, COMO NA DIGITACAO      *
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
       5050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-GRAVAR-ITENS               SECTION.
      *----------------------------------------------------------------*
      * CADA ITEM RESERVA O ESTOQUE NA FILIAL DO CLIENTE E CONSOME O   *
      * TETO DE VOLUME DA SUA CAMPANHA; FALHANDO A GRAVACAO DE UM ITEM *
      * O PEDIDO VOLTA COM ERRO E A SEQUENCIA DO ITEM                  *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-ITE-IND FROM 1 BY 1
                   UNTIL WS-ITE-IND > WS-QTD-ITENS OR PPD-ERRO
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
               IF FS-ITE-OK
                   IF ITE-CAMPANHA > 0
                       PERFORM 5200-SOMAR-VOLUME-CAMPANHA
                   END-IF
                   MOVE "R"            TO PME-FUNCAO
                   MOVE WS-FILIAL-CLIENTE TO PME-FILIAL
                   MOVE ITE-PRODUTO    TO PME-PRODUTO
                   MOVE ITE-QUANTIDADE TO PME-QUANTIDADE
                   MOVE PED-NUMERO     TO PME-DOCUMENTO
                   MOVE PPD-PROGRAMA   TO PME-PROGRAMA
                   MOVE PPD-OPERADOR   TO PME-OPERADOR
                   CALL "MOVIESTQ"     USING REG-PARM-ESTOQUE
               ELSE
                   MOVE 99             TO PPD-RETORNO
                   SET PPD-ITEM-RECUSADO TO WS-ITE-IND
               END-IF
           END-PERFORM
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5200-SOMAR-VOLUME-CAMPANHA      SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT CAMPANHAS-ABERTAS
               GO TO 5200-FIM
           END-IF
           MOVE ITE-CAMPANHA           TO CMP-CODIGO
           READ ARQ-CAMPANHAS          KEY IS CMP-CODIGO
           IF FS-CMP-OK
               ADD ITE-QUANTIDADE      TO CMP-VOLUME-VENDIDO
               REWRITE REG-CAMPANHA
           END-IF
           .
       5200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PEDIDOS
           IF ITENS-ABERTOS
               CLOSE ARQ-ITENS
               MOVE "N"                TO WS-ITENS-ABERTOS
           END-IF
           IF PRODUTOS-ABERTOS
               CLOSE ARQ-PRODUTOS
               MOVE "N"                TO WS-PRODUTOS-ABERTOS
           END-IF
           IF TABELA-ABERTA
               CLOSE ARQ-TABELA-PRECO
               MOVE "N"                TO WS-TABELA-ABERTA
           END-IF
           IF CAMPANHAS-ABERTAS
               CLOSE ARQ-CAMPANHAS
               MOVE "N"                TO WS-CAMPANHAS-ABERTAS
           END-IF
           IF CLIENTES-ABERTOS
               CLOSE ARQ-CLIENTES
               MOVE "N"                TO WS-CLIENTES-ABERTOS
           END-IF
           IF VENDEDORES-ABERTOS
               CLOSE ARQ-VENDEDORES
               MOVE "N"                TO WS-VENDEDORES-ABERTOS
           END-IF
           IF CARTEIRA-ABERTA
               CLOSE ARQ-CARTEIRA
               MOVE "N"                TO WS-CARTEIRA-ABERTA
           END-IF
           MOVE "F"                    TO PZE-FUNCAO
           CALL "PRAZENTR"             USING REG-PARM-ENTREGA
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM INCLPEDI.
      *----------------------------------------------------------------*
