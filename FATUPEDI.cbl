      *            EM SITUACAO DIGITADO, ATRIBUI NUMERO DE DOCUMENTO,  *
      *            GRAVA O REGISTRO DE COBRANCA E MARCA O PEDIDO COMO  *
      *            FATURADO, COM RESUMO IMPRESSO NO SPOOL              *
      ******************************************************************
      * SO SAO FATURADOS OS PEDIDOS COM ENTREGA ATE O DIA SEGUINTE AO  *
      * PROCESSAMENTO (E OS SEM DATA DE ENTREGA, ANTERIORES AO         *
      * CALENDARIO); OS DEMAIS AGUARDAM A VESPERA DA SUA ENTREGA       *
      ******************************************************************
      * FALTANDO SALDO FISICO, FATURA-SE SO O QUE HA EM ESTOQUE: O     *
      * RESTO DAS LINHAS FICA COMO SALDO PENDENTE DO PEDIDO E E        *
      * FATURADO NUM PEDIDO COMPLEMENTAR, NO INICIO DE UM PROXIMO      *
      * PROCESSAMENTO, QUANDO O ESTOQUE CHEGAR. O CLIENTE QUE RECUSA   *
      * ENTREGA PARCIAL TEM O SALDO CANCELADO (E O PEDIDO SEM NADA EM  *
      * ESTOQUE, CANCELADO); O DE QUEM ACEITA, SEM NADA EM ESTOQUE,    *
      * CONTINUA DIGITADO PARA O PROXIMO PROCESSAMENTO                 *
      ******************************************************************
      * OS IMPOSTOS (ICMS, ICMS-ST E IPI) SAO CALCULADOS ITEM A ITEM   *
      * PELAS REGRAS DE TRIBUTACAO DA CLASSE FISCAL DO PRODUTO, DA UF  *
      * DO EMITENTE (PARAMETROS), DA UF E DO CANAL DO CLIENTE; FICAM   *
      * POR ITEM EM IMPOCADA E SOMADOS NA FATURA. O IPI E O ICMS-ST    *
      * SAO COBRADOS POR FORA, NOS TITULOS, JUNTO COM OS PRODUTOS      *
      ******************************************************************
      * NO FIM DO PROCESSAMENTO OS DOCUMENTOS GERADOS SAO EMITIDOS NO  *
      * SPOOL (EMITDOCU), UM POR FATURA, PARA SEGUIR COM A ENTREGA     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
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
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-ITENS            ASSIGN TO  "WID-ARQ-ITE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ITEM.
      *
           SELECT ARQ-PENDENCIAS       ASSIGN TO  "WID-ARQ-RSD.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RSD-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PENDENCIA.
      *
           SELECT ARQ-CAMPANHAS        ASSIGN TO  "WID-ARQ-CMP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CMP-CODIGO
               ALTERNATE RECORD KEY    IS CMP-PRODUTO WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CAMPANHA.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-TRIBUTACAO       ASSIGN TO  "WID-ARQ-TRB.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TRB-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TRIBUTACAO.
      *
           SELECT ARQ-IMPOSTOS         ASSIGN TO  "WID-ARQ-IMP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS IMP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-IMPOSTO.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-CTL-FATURAMENTO  ASSIGN TO  "WID-CTL-FAT.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-ITENS.
       COPY ITEMCADA.
      *
       FD ARQ-PENDENCIAS.
       COPY RESICADA.
      *
       FD ARQ-CAMPANHAS.
       COPY CAMPCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-TRIBUTACAO.
       COPY TRIBCADA.
      *
       FD ARQ-IMPOSTOS.
       COPY IMPOCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-CTL-FATURAMENTO.
       01 REG-CTL-FATURAMENTO.
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
           88 FS-CLI-NAO-EXISTE        VALUE "35".
       77 WS-FS-ITEM                   PIC X(02).
           88 FS-ITE-OK                VALUE "00" THRU "09".
           88 FS-ITE-NAO-EXISTE        VALUE "35".
       77 WS-FS-PENDENCIA              PIC X(02).
           88 FS-RSD-OK                VALUE "00" THRU "09".
           88 FS-RSD-NAO-EXISTE        VALUE "35".
       77 WS-FS-CAMPANHA               PIC X(02).
           88 FS-CMP-OK                VALUE "00" THRU "09".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-TRIBUTACAO             PIC X(02).
           88 FS-TRB-OK                VALUE "00" THRU "09".
       77 WS-FS-IMPOSTO                PIC X(02).
           88 FS-IMP-OK                VALUE "00" THRU "09".
           88 FS-IMP-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-CTL-FAT                PIC X(02).
           88 FS-CTL-OK                VALUE "00" THRU "09".
           88 FS-CTL-NAO-EXISTE        VALUE "35".
      *
       01 WS-PROX-DOCUMENTO            PIC 9(09)       VALUE 1.
      *
      * --> PRIMEIRO DOCUMENTO DESTE PROCESSAMENTO E AREA DE CHAMADA DA
      *     EMISSAO DOS DOCUMENTOS
      *
       01 WS-PRIMEIRO-DOCUMENTO        PIC 9(09)       VALUE 0.
       COPY DOCUPARM.
      *
      * --> CONDICAO DE PAGAMENTO RESOLVIDA DO PEDIDO (OVERRIDE DO
      *     PEDIDO, SENAO A PADRAO DO CLIENTE, SENAO A VISTA)
      *
       01 WS-VENCIMENTO-INT            PIC 9(08)       VALUE 0.
       01 WS-TOT-FATURADOS             PIC 9(07)       VALUE 0.
       01 WS-TOT-VALOR-FATURADO        PIC 9(11)V99    VALUE 0.
       01 WS-TOT-AGUARDANDO            PIC 9(07)       VALUE 0.
       01 WS-TOT-PARCIAIS              PIC 9(07)       VALUE 0.
       01 WS-TOT-PEND-GERADAS          PIC 9(07)       VALUE 0.
       01 WS-TOT-COMPLEMENTOS          PIC 9(07)       VALUE 0.
       01 WS-TOT-CANC-ESTOQUE          PIC 9(07)       VALUE 0.
       01 WS-TOT-PEND-CANCELADAS       PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-ESTOQUE           PIC 9(07)       VALUE 0.
      *
      * --> ULTIMA DATA DE ENTREGA FATURADA NESTE PROCESSAMENTO
      *
       01 WS-DATA-LIMITE-ENTREGA       PIC 9(08)       VALUE 0.
      *
      *
      * --> BAIXA DO ESTOQUE: A RESERVA FEITA NA DIGITACAO VIRA SAIDA
      *     NA FILIAL DO CLIENTE; O VASILHAME DO ITEM RETORNAVEL FICA
      *     DEVIDO PELO CLIENTE
      *
       COPY ESTQPARM.
       COPY VASIPARM.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-ITENS-ABERTO              PIC X(01)       VALUE "N".
           88 ARQ-ITENS-ABERTO         VALUE "S".
       01 WS-PENDENCIAS-ABERTO         PIC X(01)       VALUE "N".
           88 ARQ-PENDENCIAS-ABERTO    VALUE "S".
       01 WS-CAMPANHAS-ABERTAS         PIC X(01)       VALUE "N".
           88 CAMPANHAS-ABERTAS        VALUE "S".
      *
      * --> ATENDIMENTO PELO SALDO FISICO: AS LINHAS DO PEDIDO (OU OS
      *     SALDOS PENDENTES DE UM PEDIDO) COM A QUANTIDADE ATENDIDA DE
      *     CADA UMA; LINHAS DO MESMO PRODUTO DISPUTAM O MESMO SALDO
      *
       01 WS-ACEITA-PENDENCIA          PIC X(01)       VALUE "S".
           88 CLIENTE-ACEITA-PENDENCIA VALUE "S".
       01 WS-QTD-LINHAS                PIC 9(03)       VALUE 0.
       01 WS-LIN-IND                   PIC 9(03)       VALUE 0.
       01 WS-LIN-AUX                   PIC 9(03)       VALUE 0.
       01 WS-LIN-TABELA.
           05 WS-LIN-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-LIN-TAB-SEQUENCIA PIC 9(03).
               10 WS-LIN-TAB-PRODUTO   PIC 9(07).
               10 WS-LIN-TAB-QTD       PIC 9(05).
               10 WS-LIN-TAB-ATENDIDA  PIC 9(05).
               10 WS-LIN-TAB-PRECO     PIC 9(09)V99.
               10 WS-LIN-TAB-CAMPANHA  PIC 9(05).
       01 WS-QTD-ATENDIDA-PED          PIC 9(07)       VALUE 0.
       01 WS-QTD-FALTA-PED             PIC 9(07)       VALUE 0.
       01 WS-QTD-SEPARADA              PIC 9(07)       VALUE 0.
       01 WS-SALDO-LIVRE               PIC S9(07)      VALUE 0.
       01 WS-QTD-FALTA                 PIC 9(05)       VALUE 0.
      *
      * --> PEDIDO COMPLEMENTAR DOS SALDOS PENDENTES: NUMERADO A PARTIR
      *     DO MAIOR PEDIDO CADASTRADO
      *
       01 WS-PED-ORIGEM                PIC 9(09)       VALUE 0.
       01 WS-CNPJ-PENDENCIA            PIC 9(14)       VALUE 0.
       01 WS-PROX-PEDIDO               PIC 9(09)       VALUE 0.
       01 WS-PED-COMPLEMENTO           PIC 9(09)       VALUE 0.
       01 WS-SEQ-COMPLEMENTO           PIC 9(03)       VALUE 0.
       01 WS-REPOSICIONAR-PEDIDOS      PIC X(01)       VALUE "N".
           88 REPOSICIONAR-PEDIDOS     VALUE "S".
      *
      * --> IMPOSTOS DO DOCUMENTO: UF DO EMITENTE (EM BRANCO = SEM
      *     CALCULO), UF E CANAL DO CLIENTE, CHAVE DA REGRA PROCURADA E
      *     SOMA DOS IMPOSTOS DOS ITENS
      *
       01 WS-UF-EMITENTE               PIC X(02)       VALUE SPACES.
       01 WS-UF-CLIENTE                PIC X(02)       VALUE SPACES.
       01 WS-CANAL-CLIENTE             PIC X(01)       VALUE SPACE.
       01 WS-PRODUTOS-ABERTO           PIC X(01)       VALUE "N".
           88 ARQ-PRODUTOS-ABERTO      VALUE "S".
       01 WS-TRIBUTACAO-ABERTA         PIC X(01)       VALUE "N".
           88 ARQ-TRIBUTACAO-ABERTA    VALUE "S".
       01 WS-IMPOSTOS-ABERTO           PIC X(01)       VALUE "N".
           88 ARQ-IMPOSTOS-ABERTO      VALUE "S".
       01 WS-REGRA-ENCONTRADA          PIC X(01)       VALUE "N".
           88 REGRA-ENCONTRADA         VALUE "S".
       01 WS-CLASSE-FISCAL             PIC X(08)       VALUE SPACES.
       01 WS-DOC-BASE-ICMS             PIC 9(09)V99    VALUE 0.
       01 WS-DOC-VALOR-ICMS            PIC 9(09)V99    VALUE 0.
       01 WS-DOC-BASE-ICMS-ST          PIC 9(09)V99    VALUE 0.
       01 WS-DOC-VALOR-ICMS-ST         PIC 9(09)V99    VALUE 0.
       01 WS-DOC-VALOR-IPI             PIC 9(09)V99    VALUE 0.
       01 WS-ICMS-ST-APURADO           PIC S9(09)V99   VALUE 0.
       01 WS-ICMS-PARCELA              PIC 9(09)V99    VALUE 0.
       01 WS-ICMS-ST-PARCELA           PIC 9(09)V99    VALUE 0.
       01 WS-IPI-PARCELA               PIC 9(09)V99    VALUE 0.
       01 WS-TOT-ITENS-SEM-REGRA       PIC 9(07)       VALUE 0.
       01 WS-TOT-IMPOSTOS-FORA         PIC 9(11)V99    VALUE 0.
       01 WS-VALOR-EDITADO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-REL-FATURAMENTO.
           05 SAI-CPF-PED              PIC 9(11).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR-PED            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR-TOTAL-DOC      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           COMPUTE WS-DATA-LIMITE-ENTREGA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL) + 1)
           MOVE "OK"                   TO WS-STATUS-EXECUCAO
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-FAT-" WS-DATA-ATUAL "-"
           ELSE
               PERFORM 1100-LER-PROX-DOCUMENTO
               PERFORM 1200-ABRIR-RELATORIO
               PERFORM 1500-FATURAR-PENDENCIAS
               PERFORM 2000-LER-ARQUIVO-PEDIDOS
               PERFORM 2100-PROCESSAR-PEDIDO
                                       UNTIL FS-PED-FIM
               PERFORM 7000-IMPRIMIR-RESUMO
           END-IF
           PERFORM 6000-FECHAR-ARQUIVOS
           IF WS-TOT-FATURADOS > 0
               PERFORM 3200-EMITIR-DOCUMENTOS
           END-IF
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "FAT=" WS-TOT-FATURADOS
                  " AGU=" WS-TOT-AGUARDANDO
                  " PAR=" WS-TOT-PARCIAIS
                  " PND=" WS-TOT-PEND-GERADAS
                  " CAN=" WS-TOT-CANC-ESTOQUE
                  " SEM=" WS-TOT-SEM-ESTOQUE
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           END-IF
           OPEN INPUT ARQ-CONDICOES
           OPEN INPUT ARQ-CLIENTES
           OPEN I-O ARQ-ITENS
           IF FS-ITE-OK
               MOVE "S"                TO WS-ITENS-ABERTO
           END-IF
           OPEN I-O ARQ-PENDENCIAS
           IF FS-RSD-NAO-EXISTE
               OPEN OUTPUT ARQ-PENDENCIAS
               CLOSE ARQ-PENDENCIAS
               OPEN I-O ARQ-PENDENCIAS
           END-IF
           IF FS-RSD-OK
               MOVE "S"                TO WS-PENDENCIAS-ABERTO
           END-IF
           OPEN I-O ARQ-CAMPANHAS
           IF FS-CMP-OK
               MOVE "S"                TO WS-CAMPANHAS-ABERTAS
           END-IF
           PERFORM 1050-LER-PARAMETROS
           IF WS-UF-EMITENTE NOT = SPACES
               OPEN INPUT ARQ-PRODUTOS
               IF FS-PRO-OK
                   MOVE "S"            TO WS-PRODUTOS-ABERTO
               END-IF
               OPEN INPUT ARQ-TRIBUTACAO
               IF FS-TRB-OK
                   MOVE "S"            TO WS-TRIBUTACAO-ABERTA
               END-IF
               OPEN I-O ARQ-IMPOSTOS
               IF FS-IMP-NAO-EXISTE
                   OPEN OUTPUT ARQ-IMPOSTOS
                   CLOSE ARQ-IMPOSTOS
                   OPEN I-O ARQ-IMPOSTOS
               END-IF
               IF FS-IMP-OK
                   MOVE "S"            TO WS-IMPOSTOS-ABERTO
               END-IF
           END-IF
           OPEN I-O ARQ-RECEBER
           IF FS-REC-NAO-EXISTE
               OPEN OUTPUT ARQ-RECEBER
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * A UF DO EMITENTE E A ORIGEM NA BUSCA DAS REGRAS DE TRIBUTACAO; *
      * SEM ELA O LOTE FATURA SEM CALCULAR IMPOSTOS                    *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-UF-EMITENTE
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   MOVE PAR-UF-EMITENTE TO WS-UF-EMITENTE
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           IF WS-UF-EMITENTE = SPACES
               DISPLAY "UF DO EMITENTE NAO INFORMADA NOS PARAMETROS - "
                       "FATURAMENTO SEM IMPOSTOS"
           END-IF
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-LER-PROX-DOCUMENTO         SECTION.
      *----------------------------------------------------------------*
               END-IF
               CLOSE ARQ-CTL-FATURAMENTO
           END-IF
           MOVE WS-PROX-DOCUMENTO      TO WS-PRIMEIRO-DOCUMENTO
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "DOCUMENTO  PEDIDO     CNPJ CLIENTE    "
                  "CPF VENDEDOR   VALOR FATURADO"
                  "   TOTAL DO DOCUMENTO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-FATURAMENTO
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-FATURAR-PENDENCIAS         SECTION.
      *----------------------------------------------------------------*
      * ANTES DOS PEDIDOS DIGITADOS, OS SALDOS PENDENTES EM ABERTO SAO *
      * ATENDIDOS PELO ESTOQUE QUE CHEGOU, PEDIDO DE ORIGEM A PEDIDO   *
      *----------------------------------------------------------------*
           IF NOT ARQ-PENDENCIAS-ABERTO
               GO TO 1500-FIM
           END-IF
           MOVE 0                      TO RSD-NUMERO-PED
           MOVE 0                      TO RSD-SEQUENCIA
           START ARQ-PENDENCIAS        KEY IS NOT < RSD-CHAVE
           IF FS-RSD-OK
               READ ARQ-PENDENCIAS NEXT
           END-IF
           PERFORM UNTIL NOT FS-RSD-OK
               PERFORM 1520-PROCESSAR-PENDENCIAS
           END-PERFORM
      *
      * --> O PEDIDO DE ORIGEM FOI LIDO PELA CHAVE: A LEITURA DOS
      *     DIGITADOS RECOMECA DO PRIMEIRO PEDIDO
      *
           IF REPOSICIONAR-PEDIDOS
               MOVE 0                  TO PED-NUMERO
               START ARQ-PEDIDOS       KEY IS NOT < PED-NUMERO
               IF NOT FS-PED-OK
                   PERFORM 9991-ERRO-ARQUIVO-PEDIDOS
               END-IF
           END-IF
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1510-ACHAR-ULTIMO-PEDIDO        SECTION.
      *----------------------------------------------------------------*
      * O PEDIDO COMPLEMENTAR E NUMERADO A PARTIR DO MAIOR NUMERO JA   *
      * CADASTRADO                                                     *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PROX-PEDIDO
           MOVE "S"                    TO WS-REPOSICIONAR-PEDIDOS
           MOVE 0                      TO PED-NUMERO
           START ARQ-PEDIDOS           KEY IS NOT < PED-NUMERO
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
               MOVE PED-NUMERO         TO WS-PROX-PEDIDO
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           ADD 1                       TO WS-PROX-PEDIDO
           .
       1510-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1520-PROCESSAR-PENDENCIAS       SECTION.
      *----------------------------------------------------------------*
      * JUNTA OS SALDOS EM ABERTO DO PEDIDO DE ORIGEM; O ARQUIVO FICA  *
      * POSICIONADO NO PRIMEIRO SALDO DO PEDIDO SEGUINTE               *
      *----------------------------------------------------------------*
           MOVE RSD-NUMERO-PED         TO WS-PED-ORIGEM
           MOVE RSD-CNPJ               TO WS-CNPJ-PENDENCIA
           MOVE 0                      TO WS-QTD-LINHAS
           PERFORM UNTIL NOT FS-RSD-OK
                   OR RSD-NUMERO-PED NOT = WS-PED-ORIGEM
               IF PENDENCIA-ABERTA AND RSD-QTD-PENDENTE > 0
                   ADD 1               TO WS-QTD-LINHAS
                   MOVE RSD-SEQUENCIA
                           TO WS-LIN-TAB-SEQUENCIA (WS-QTD-LINHAS)
                   MOVE RSD-PRODUTO
                           TO WS-LIN-TAB-PRODUTO (WS-QTD-LINHAS)
                   MOVE RSD-QTD-PENDENTE
                           TO WS-LIN-TAB-QTD (WS-QTD-LINHAS)
                   MOVE 0  TO WS-LIN-TAB-ATENDIDA (WS-QTD-LINHAS)
                   MOVE RSD-PRECO-UNITARIO
                           TO WS-LIN-TAB-PRECO (WS-QTD-LINHAS)
                   MOVE RSD-CAMPANHA
                           TO WS-LIN-TAB-CAMPANHA (WS-QTD-LINHAS)
               END-IF
               READ ARQ-PENDENCIAS NEXT
           END-PERFORM
           IF WS-QTD-LINHAS = 0
               GO TO 1520-FIM
           END-IF
           MOVE WS-CNPJ-PENDENCIA      TO CNPJ
           PERFORM 2130-LER-CLIENTE
           IF CLIENTE-ACEITA-PENDENCIA
               PERFORM 2150-APURAR-ATENDIMENTO
               IF WS-QTD-ATENDIDA-PED = 0
                   GO TO 1520-FIM
               END-IF
               PERFORM 1530-FATURAR-COMPLEMENTO
           ELSE
               PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                       UNTIL WS-LIN-IND > WS-QTD-LINHAS
                   MOVE WS-LIN-TAB-QTD (WS-LIN-IND) TO WS-QTD-FALTA
                   PERFORM 2175-LIBERAR-FALTA
               END-PERFORM
           END-IF
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > WS-QTD-LINHAS
               PERFORM 1560-BAIXAR-PENDENCIA
           END-PERFORM
      *
      * --> AS LEITURAS PELA CHAVE PERDERAM A POSICAO: VOLTA PARA O
      *     PRIMEIRO SALDO DEPOIS DO PEDIDO DE ORIGEM
      *
           MOVE WS-PED-ORIGEM          TO RSD-NUMERO-PED
           MOVE 999                    TO RSD-SEQUENCIA
           START ARQ-PENDENCIAS        KEY IS > RSD-CHAVE
           IF FS-RSD-OK
               READ ARQ-PENDENCIAS NEXT
           END-IF
           .
       1520-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1530-FATURAR-COMPLEMENTO        SECTION.
      *----------------------------------------------------------------*
      * O PEDIDO COMPLEMENTAR COPIA O CLIENTE, VENDEDOR, TIPO E        *
      * CONDICAO DO PEDIDO DE ORIGEM, LEVA AS QUANTIDADES ATENDIDAS E  *
      * E FATURADO NA HORA, COMO OS DEMAIS                             *
      *----------------------------------------------------------------*
           IF WS-PROX-PEDIDO = 0
               PERFORM 1510-ACHAR-ULTIMO-PEDIDO
           END-IF
           MOVE WS-PED-ORIGEM          TO PED-NUMERO
           READ ARQ-PEDIDOS
           IF NOT FS-PED-OK
               DISPLAY "PEDIDO DE ORIGEM DO SALDO PENDENTE NAO "
                       "ENCONTRADO: " WS-PED-ORIGEM
               PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                       UNTIL WS-LIN-IND > WS-QTD-LINHAS
                   MOVE 0          TO WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
               END-PERFORM
               GO TO 1530-FIM
           END-IF
           MOVE WS-PROX-PEDIDO         TO WS-PED-COMPLEMENTO
           MOVE WS-PED-COMPLEMENTO     TO PED-NUMERO
           MOVE WS-DATA-ATUAL          TO PED-DATA
           MOVE WS-DATA-ATUAL          TO PED-DT-INCLUSAO
           MOVE WS-OPERADOR-ATUAL      TO PED-OPERADOR-INCLUSAO
           MOVE "D"                    TO PED-SITUACAO
           MOVE 0                      TO PED-DOCUMENTO
           MOVE SPACES                 TO PED-MOTIVO-CANCEL
           MOVE 0                      TO PED-DT-CANCEL
           MOVE SPACES                 TO PED-OPERADOR-CANCEL
           MOVE SPACE                  TO PED-SIT-ERP
           MOVE 0                      TO PED-DT-EXPORT
           MOVE WS-DATA-LIMITE-ENTREGA TO PED-DT-ENTREGA
           MOVE 0                      TO PED-VALOR
           MOVE 0                      TO WS-SEQ-COMPLEMENTO
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > WS-QTD-LINHAS
               IF WS-LIN-TAB-ATENDIDA (WS-LIN-IND) > 0
                   PERFORM 1540-GRAVAR-ITEM-COMPLEMENTO
               END-IF
           END-PERFORM
           WRITE REG-PEDIDO
           IF NOT FS-PED-OK
               PERFORM 9991-ERRO-ARQUIVO-PEDIDOS
           END-IF
           ADD 1                       TO WS-PROX-PEDIDO
           PERFORM 2200-FATURAR-PEDIDO
           ADD 1                       TO WS-TOT-COMPLEMENTOS
           .
       1530-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1540-GRAVAR-ITEM-COMPLEMENTO    SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-SEQ-COMPLEMENTO
           MOVE WS-PED-COMPLEMENTO     TO ITE-NUMERO-PED
           MOVE WS-SEQ-COMPLEMENTO     TO ITE-SEQUENCIA
           MOVE WS-LIN-TAB-PRODUTO (WS-LIN-IND)
                                       TO ITE-PRODUTO
           MOVE WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
                                       TO ITE-QUANTIDADE
           MOVE WS-LIN-TAB-PRECO (WS-LIN-IND)
                                       TO ITE-PRECO-UNITARIO
           COMPUTE ITE-VALOR-TOTAL =
               ITE-QUANTIDADE * ITE-PRECO-UNITARIO
           MOVE WS-LIN-TAB-CAMPANHA (WS-LIN-IND)
                                       TO ITE-CAMPANHA
           WRITE REG-ITEM-PEDIDO
           IF FS-ITE-OK
               ADD ITE-VALOR-TOTAL     TO PED-VALOR
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ITEM DO PEDIDO "
                       WS-PED-COMPLEMENTO ": " WS-FS-ITEM
               MOVE 0          TO WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
           END-IF
           .
       1540-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1560-BAIXAR-PENDENCIA           SECTION.
      *----------------------------------------------------------------*
      * O SALDO ATENDIDO SAI DA PENDENCIA, QUE FECHA COMO FATURADA AO  *
      * ZERAR; COM A ENTREGA PARCIAL RECUSADA, FECHA COMO CANCELADA    *
      *----------------------------------------------------------------*
           IF CLIENTE-ACEITA-PENDENCIA
               AND WS-LIN-TAB-ATENDIDA (WS-LIN-IND) = 0
               GO TO 1560-FIM
           END-IF
           MOVE WS-PED-ORIGEM          TO RSD-NUMERO-PED
           MOVE WS-LIN-TAB-SEQUENCIA (WS-LIN-IND)
                                       TO RSD-SEQUENCIA
           READ ARQ-PENDENCIAS
           IF NOT FS-RSD-OK
               GO TO 1560-FIM
           END-IF
           IF CLIENTE-ACEITA-PENDENCIA
               SUBTRACT WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
                                       FROM RSD-QTD-PENDENTE
               MOVE WS-PED-COMPLEMENTO TO RSD-PEDIDO-COMPLEMENTO
               IF RSD-QTD-PENDENTE = 0
                   MOVE "F"            TO RSD-SITUACAO
                   MOVE WS-DATA-ATUAL  TO RSD-DT-BAIXA
               END-IF
           ELSE
               MOVE "C"                TO RSD-SITUACAO
               MOVE WS-DATA-ATUAL      TO RSD-DT-BAIXA
               ADD 1                   TO WS-TOT-PEND-CANCELADAS
           END-IF
           REWRITE REG-SALDO-PENDENTE
           IF NOT FS-RSD-OK
               DISPLAY "ERRO NA BAIXA DO SALDO PENDENTE DO PEDIDO "
                       WS-PED-ORIGEM ": " WS-FS-PENDENCIA
           END-IF
           .
       1560-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LER-ARQUIVO-PEDIDOS        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
           IF PEDIDO-DIGITADO
               IF PED-DT-ENTREGA > WS-DATA-LIMITE-ENTREGA
                   ADD 1               TO WS-TOT-AGUARDANDO
               ELSE
                   PERFORM 2110-VERIFICAR-ATENDIMENTO
               END-IF
           END-IF
           PERFORM 2000-LER-ARQUIVO-PEDIDOS
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2110-VERIFICAR-ATENDIMENTO      SECTION.
      *----------------------------------------------------------------*
      * CONFERE O SALDO FISICO DAS LINHAS ANTES DE FATURAR: TUDO       *
      * ATENDIDO FATURA INTEIRO; ATENDIDO EM PARTE FATURA O QUE HA E   *
      * DEIXA O RESTO PENDENTE (OU LIBERA, SE O CLIENTE RECUSA); NADA  *
      * ATENDIDO FICA DIGITADO OU, COM A RECUSA, E CANCELADO           *
      *----------------------------------------------------------------*
           MOVE PED-NUMERO             TO WS-PED-ORIGEM
           MOVE PED-CNPJ               TO CNPJ
           PERFORM 2130-LER-CLIENTE
           PERFORM 2140-CARREGAR-ITENS
           PERFORM 2150-APURAR-ATENDIMENTO
           EVALUATE TRUE
               WHEN WS-QTD-FALTA-PED = 0
                   PERFORM 2200-FATURAR-PEDIDO
               WHEN WS-QTD-ATENDIDA-PED = 0
                   AND CLIENTE-ACEITA-PENDENCIA
                   ADD 1               TO WS-TOT-SEM-ESTOQUE
               WHEN WS-QTD-ATENDIDA-PED = 0
                   PERFORM 2180-CANCELAR-PEDIDO
               WHEN OTHER
                   PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                           UNTIL WS-LIN-IND > WS-QTD-LINHAS
                       IF WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
                           < WS-LIN-TAB-QTD (WS-LIN-IND)
                           PERFORM 2160-AJUSTAR-ITEM
                       END-IF
                   END-PERFORM
                   PERFORM 2200-FATURAR-PEDIDO
                   ADD 1               TO WS-TOT-PARCIAIS
           END-EVALUATE
           .
       2110-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2130-LER-CLIENTE                SECTION.
      *----------------------------------------------------------------*
      * FILIAL DO ESTOQUE E ACEITE DE ENTREGA PARCIAL DO CLIENTE EM    *
      * CNPJ; CLIENTE NAO ENCONTRADO ACEITA, NA FILIAL 0               *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-FILIAL-CLIENTE
           MOVE "S"                    TO WS-ACEITA-PENDENCIA
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE FILIAL         TO WS-FILIAL-CLIENTE
                   IF RECUSA-PENDENCIA
                       MOVE "N"        TO WS-ACEITA-PENDENCIA
                   END-IF
               END-IF
           END-IF
           .
       2130-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2140-CARREGAR-ITENS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-QTD-LINHAS
           IF NOT ARQ-ITENS-ABERTO
               GO TO 2140-FIM
           END-IF
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS KEY >= ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
               PERFORM UNTIL NOT FS-ITE-OK
                       OR ITE-NUMERO-PED NOT = PED-NUMERO
                       OR WS-QTD-LINHAS = 999
                   ADD 1               TO WS-QTD-LINHAS
                   MOVE ITE-SEQUENCIA
                           TO WS-LIN-TAB-SEQUENCIA (WS-QTD-LINHAS)
                   MOVE ITE-PRODUTO
                           TO WS-LIN-TAB-PRODUTO (WS-QTD-LINHAS)
                   MOVE ITE-QUANTIDADE
                           TO WS-LIN-TAB-QTD (WS-QTD-LINHAS)
                   MOVE 0  TO WS-LIN-TAB-ATENDIDA (WS-QTD-LINHAS)
                   MOVE ITE-PRECO-UNITARIO
                           TO WS-LIN-TAB-PRECO (WS-QTD-LINHAS)
                   MOVE ITE-CAMPANHA
                           TO WS-LIN-TAB-CAMPANHA (WS-QTD-LINHAS)
                   READ ARQ-ITENS NEXT
               END-PERFORM
           END-IF
           .
       2140-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2150-APURAR-ATENDIMENTO         SECTION.
      *----------------------------------------------------------------*
      * QUANTIDADE ATENDIDA DE CADA LINHA DA TABELA E OS TOTAIS        *
      * ATENDIDO E EM FALTA                                            *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-ATENDIDA-PED
           MOVE 0                      TO WS-QTD-FALTA-PED
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > WS-QTD-LINHAS
               PERFORM 2155-APURAR-LINHA
               ADD WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
                                       TO WS-QTD-ATENDIDA-PED
               COMPUTE WS-QTD-FALTA-PED = WS-QTD-FALTA-PED
                   + WS-LIN-TAB-QTD (WS-LIN-IND)
                   - WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
           END-PERFORM
           .
       2150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2155-APURAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      * O SALDO FISICO DA FILIAL, MENOS O QUE AS LINHAS ANTERIORES DO  *
      * MESMO PRODUTO JA SEPARARAM, ATENDE A LINHA; PRODUTO SEM        *
      * CONTROLE DE ESTOQUE NA FILIAL E SEMPRE ATENDIDO. O FISICO JA   *
      * VEM SEM O QUE ESTE PROCESSAMENTO FATUROU ANTES                 *
      *----------------------------------------------------------------*
           MOVE WS-LIN-TAB-QTD (WS-LIN-IND)
                                   TO WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
           MOVE "C"                    TO PME-FUNCAO
           MOVE WS-FILIAL-CLIENTE      TO PME-FILIAL
           MOVE WS-LIN-TAB-PRODUTO (WS-LIN-IND)
                                       TO PME-PRODUTO
           MOVE 0                      TO PME-QUANTIDADE
           MOVE WS-PED-ORIGEM          TO PME-DOCUMENTO
           MOVE "FATUPEDI"             TO PME-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           IF NOT PME-APLICADO
               GO TO 2155-FIM
           END-IF
           MOVE 0                      TO WS-QTD-SEPARADA
           PERFORM VARYING WS-LIN-AUX FROM 1 BY 1
                   UNTIL WS-LIN-AUX NOT < WS-LIN-IND
               IF WS-LIN-TAB-PRODUTO (WS-LIN-AUX)
                   = WS-LIN-TAB-PRODUTO (WS-LIN-IND)
                   ADD WS-LIN-TAB-ATENDIDA (WS-LIN-AUX)
                                       TO WS-QTD-SEPARADA
               END-IF
           END-PERFORM
           COMPUTE WS-SALDO-LIVRE = PME-QTD-FISICA - WS-QTD-SEPARADA
           IF WS-SALDO-LIVRE < 0
               MOVE 0                  TO WS-SALDO-LIVRE
           END-IF
           IF WS-SALDO-LIVRE < WS-LIN-TAB-QTD (WS-LIN-IND)
               MOVE WS-SALDO-LIVRE TO WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
           END-IF
           .
       2155-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2160-AJUSTAR-ITEM               SECTION.
      *----------------------------------------------------------------*
      * A LINHA FICA COM A QUANTIDADE ATENDIDA (SAI DO PEDIDO SE NADA  *
      * FOI ATENDIDO) E O VALOR DO PEDIDO ACOMPANHA; A FALTA VIRA      *
      * SALDO PENDENTE OU, COM A RECUSA DO CLIENTE, E LIBERADA         *
      *----------------------------------------------------------------*
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE WS-LIN-TAB-SEQUENCIA (WS-LIN-IND)
                                       TO ITE-SEQUENCIA
           READ ARQ-ITENS
           IF NOT FS-ITE-OK
               GO TO 2160-FIM
           END-IF
           COMPUTE WS-QTD-FALTA = ITE-QUANTIDADE
                   - WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
           IF CLIENTE-ACEITA-PENDENCIA AND ARQ-PENDENCIAS-ABERTO
               PERFORM 2170-GRAVAR-PENDENCIA
           ELSE
               PERFORM 2175-LIBERAR-FALTA
           END-IF
           IF WS-LIN-TAB-ATENDIDA (WS-LIN-IND) = 0
               COMPUTE PED-VALOR = PED-VALOR - ITE-VALOR-TOTAL
               DELETE ARQ-ITENS
           ELSE
               COMPUTE PED-VALOR = PED-VALOR - ITE-VALOR-TOTAL
                   + WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
                   * ITE-PRECO-UNITARIO
               MOVE WS-LIN-TAB-ATENDIDA (WS-LIN-IND)
                                       TO ITE-QUANTIDADE
               COMPUTE ITE-VALOR-TOTAL =
                   ITE-QUANTIDADE * ITE-PRECO-UNITARIO
               REWRITE REG-ITEM-PEDIDO
           END-IF
           IF NOT FS-ITE-OK
               DISPLAY "ERRO NO AJUSTE DO ITEM DO PEDIDO "
                       PED-NUMERO ": " WS-FS-ITEM
           END-IF
           .
       2160-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2170-GRAVAR-PENDENCIA           SECTION.
      *----------------------------------------------------------------*
      * A RESERVA DA FALTA CONTINUA FEITA, A ESPERA DO FATURAMENTO DO  *
      * SALDO                                                          *
      *----------------------------------------------------------------*
           MOVE ITE-NUMERO-PED         TO RSD-NUMERO-PED
           MOVE ITE-SEQUENCIA          TO RSD-SEQUENCIA
           MOVE PED-CNPJ               TO RSD-CNPJ
           MOVE PED-CPF                TO RSD-CPF
           MOVE ITE-PRODUTO            TO RSD-PRODUTO
           MOVE ITE-QUANTIDADE         TO RSD-QTD-PEDIDA
           MOVE WS-QTD-FALTA           TO RSD-QTD-PENDENTE
           MOVE ITE-PRECO-UNITARIO     TO RSD-PRECO-UNITARIO
           MOVE ITE-CAMPANHA           TO RSD-CAMPANHA
           MOVE WS-DATA-ATUAL          TO RSD-DT-INCLUSAO
           MOVE "A"                    TO RSD-SITUACAO
           MOVE 0                      TO RSD-PEDIDO-COMPLEMENTO
           MOVE 0                      TO RSD-DT-BAIXA
           WRITE REG-SALDO-PENDENTE
           IF FS-RSD-OK
               ADD 1                   TO WS-TOT-PEND-GERADAS
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO SALDO PENDENTE DO PEDIDO "
                       PED-NUMERO ": " WS-FS-PENDENCIA
           END-IF
           .
       2170-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2175-LIBERAR-FALTA              SECTION.
      *----------------------------------------------------------------*
      * A FALTA QUE NAO SERA ENTREGUE SAI DA RESERVA DO PRODUTO E      *
      * DEVOLVE O VOLUME A CAMPANHA QUE PRECIFICOU A LINHA             *
      *----------------------------------------------------------------*
           MOVE "L"                    TO PME-FUNCAO
           MOVE WS-FILIAL-CLIENTE      TO PME-FILIAL
           MOVE WS-LIN-TAB-PRODUTO (WS-LIN-IND)
                                       TO PME-PRODUTO
           MOVE WS-QTD-FALTA           TO PME-QUANTIDADE
           MOVE WS-PED-ORIGEM          TO PME-DOCUMENTO
           MOVE "FATUPEDI"             TO PME-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PME-OPERADOR
           CALL "MOVIESTQ"             USING REG-PARM-ESTOQUE
           IF NOT CAMPANHAS-ABERTAS
               OR WS-LIN-TAB-CAMPANHA (WS-LIN-IND) = 0
               GO TO 2175-FIM
           END-IF
           MOVE WS-LIN-TAB-CAMPANHA (WS-LIN-IND)
                                       TO CMP-CODIGO
           READ ARQ-CAMPANHAS          KEY IS CMP-CODIGO
           IF FS-CMP-OK
               IF CMP-VOLUME-VENDIDO > WS-QTD-FALTA
                   SUBTRACT WS-QTD-FALTA
                                       FROM CMP-VOLUME-VENDIDO
               ELSE
                   MOVE 0              TO CMP-VOLUME-VENDIDO
               END-IF
               REWRITE REG-CAMPANHA
           END-IF
           .
       2175-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2180-CANCELAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      * CLIENTE QUE RECUSA ENTREGA PARCIAL, SEM NADA EM ESTOQUE: O     *
      * PEDIDO E CANCELADO E TODAS AS LINHAS SAO LIBERADAS             *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-LIN-IND FROM 1 BY 1
                   UNTIL WS-LIN-IND > WS-QTD-LINHAS
               MOVE WS-LIN-TAB-QTD (WS-LIN-IND) TO WS-QTD-FALTA
               PERFORM 2175-LIBERAR-FALTA
           END-PERFORM
           MOVE "C"                    TO PED-SITUACAO
           MOVE "SEM ESTOQUE NO FATURAMENTO"
                                       TO PED-MOTIVO-CANCEL
           MOVE WS-DATA-ATUAL          TO PED-DT-CANCEL
           MOVE WS-OPERADOR-ATUAL      TO PED-OPERADOR-CANCEL
           REWRITE REG-PEDIDO
           IF NOT FS-PED-OK
               PERFORM 9991-ERRO-ARQUIVO-PEDIDOS
           END-IF
           ADD 1                       TO WS-TOT-CANC-ESTOQUE
           .
       2180-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-FATURAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      * GERA O DOCUMENTO DE COBRANCA DO PEDIDO E MARCA O PEDIDO COMO   *
      * FATURADO, GUARDANDO O NUMERO DO DOCUMENTO NO PROPRIO PEDIDO    *
      *----------------------------------------------------------------*
           PERFORM 2210-CALCULAR-IMPOSTOS
           MOVE WS-PROX-DOCUMENTO      TO FAT-DOCUMENTO
           MOVE PED-NUMERO             TO FAT-NUMERO-PED
           MOVE PED-CNPJ               TO FAT-CNPJ
           MOVE WS-DATA-ATUAL          TO FAT-DATA-FATURAMENTO
           MOVE PED-VALOR              TO FAT-VALOR
           MOVE "E"                    TO FAT-SITUACAO
           MOVE WS-DOC-BASE-ICMS       TO FAT-BASE-ICMS
           MOVE WS-DOC-VALOR-ICMS      TO FAT-VALOR-ICMS
           MOVE WS-DOC-BASE-ICMS-ST    TO FAT-BASE-ICMS-ST
           MOVE WS-DOC-VALOR-ICMS-ST   TO FAT-VALOR-ICMS-ST
           MOVE WS-DOC-VALOR-IPI       TO FAT-VALOR-IPI
           COMPUTE FAT-VALOR-TOTAL = PED-VALOR + WS-DOC-VALOR-IPI
                                   + WS-DOC-VALOR-ICMS-ST
           WRITE REG-FATURA
           IF NOT FS-FAT-OK
               PERFORM 9992-ERRO-ARQUIVO-FATURAS
           IF NOT FS-PED-OK
               PERFORM 9991-ERRO-ARQUIVO-PEDIDOS
           END-IF
           PERFORM 2270-BAIXAR-ESTOQUE
           MOVE WS-PROX-DOCUMENTO      TO SAI-DOCUMENTO
           MOVE PED-NUMERO             TO SAI-NUMERO-PED
           MOVE PED-CNPJ               TO SAI-CNPJ-PED
           MOVE PED-CPF                TO SAI-CPF-PED
           MOVE PED-VALOR              TO SAI-VALOR-PED
           MOVE FAT-VALOR-TOTAL        TO SAI-VALOR-TOTAL-DOC
           MOVE WS-LINHA-REL-FATURAMENTO
                                       TO REG-REL-FATURAMENTO
           WRITE REG-REL-FATURAMENTO
           ADD 1                       TO WS-PROX-DOCUMENTO
           ADD 1                       TO WS-TOT-FATURADOS
           ADD PED-VALOR               TO WS-TOT-VALOR-FATURADO
           ADD WS-DOC-VALOR-IPI        TO WS-TOT-IMPOSTOS-FORA
           ADD WS-DOC-VALOR-ICMS-ST    TO WS-TOT-IMPOSTOS-FORA
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2210-CALCULAR-IMPOSTOS          SECTION.
      *----------------------------------------------------------------*
      * CALCULA OS IMPOSTOS DE CADA ITEM DO PEDIDO PELA REGRA DA       *
      * CLASSE FISCAL DO PRODUTO, GRAVA-OS POR ITEM COM O NUMERO DO    *
      * DOCUMENTO E SOMA-OS PARA A FATURA                              *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-DOC-BASE-ICMS
           MOVE 0                      TO WS-DOC-VALOR-ICMS
           MOVE 0                      TO WS-DOC-BASE-ICMS-ST
           MOVE 0                      TO WS-DOC-VALOR-ICMS-ST
           MOVE 0                      TO WS-DOC-VALOR-IPI
           IF WS-UF-EMITENTE = SPACES
               OR NOT ARQ-ITENS-ABERTO
               OR NOT ARQ-IMPOSTOS-ABERTO
               GO TO 2210-FIM
           END-IF
           MOVE SPACES                 TO WS-UF-CLIENTE
           MOVE SPACE                  TO WS-CANAL-CLIENTE
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               MOVE PED-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE UF             TO WS-UF-CLIENTE
                   MOVE CANAL          TO WS-CANAL-CLIENTE
               END-IF
           END-IF
           MOVE PED-NUMERO             TO ITE-NUMERO-PED
           MOVE 0                      TO ITE-SEQUENCIA
           START ARQ-ITENS KEY >= ITE-CHAVE
           IF FS-ITE-OK
               READ ARQ-ITENS NEXT
               PERFORM UNTIL NOT FS-ITE-OK
                       OR ITE-NUMERO-PED NOT = PED-NUMERO
                   PERFORM 2220-PROCURAR-REGRA
                   PERFORM 2230-CALCULAR-ITEM
                   READ ARQ-ITENS NEXT
               END-PERFORM
           END-IF
           .
       2210-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2220-PROCURAR-REGRA             SECTION.
      *----------------------------------------------------------------*
      * DA REGRA MAIS ESPECIFICA PARA A MAIS GERAL: CLASSE DO PRODUTO  *
      * E CANAL DO CLIENTE, CLASSE PARA QUALQUER CANAL, REGRA GERAL    *
      * DAS UFS PARA O CANAL E REGRA GERAL PARA QUALQUER CANAL         *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-REGRA-ENCONTRADA
           MOVE SPACES                 TO WS-CLASSE-FISCAL
           IF ARQ-PRODUTOS-ABERTO
               MOVE ITE-PRODUTO        TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF FS-PRO-OK
                   MOVE PRO-CLASSE-FISCAL TO WS-CLASSE-FISCAL
               END-IF
           END-IF
           IF NOT ARQ-TRIBUTACAO-ABERTA OR WS-UF-CLIENTE = SPACES
               GO TO 2220-FIM
           END-IF
           MOVE WS-UF-EMITENTE         TO TRB-UF-ORIGEM
           MOVE WS-UF-CLIENTE          TO TRB-UF-DESTINO
           IF WS-CLASSE-FISCAL NOT = SPACES
               MOVE WS-CLASSE-FISCAL   TO TRB-CLASSE-FISCAL
               MOVE WS-CANAL-CLIENTE   TO TRB-TIPO-CLIENTE
               READ ARQ-TRIBUTACAO
               IF FS-TRB-OK
                   MOVE "S"            TO WS-REGRA-ENCONTRADA
                   GO TO 2220-FIM
               END-IF
               MOVE SPACE              TO TRB-TIPO-CLIENTE
               READ ARQ-TRIBUTACAO
               IF FS-TRB-OK
                   MOVE "S"            TO WS-REGRA-ENCONTRADA
                   GO TO 2220-FIM
               END-IF
           END-IF
           MOVE SPACES                 TO TRB-CLASSE-FISCAL
           MOVE WS-CANAL-CLIENTE       TO TRB-TIPO-CLIENTE
           READ ARQ-TRIBUTACAO
           IF FS-TRB-OK
               MOVE "S"                TO WS-REGRA-ENCONTRADA
               GO TO 2220-FIM
           END-IF
           MOVE SPACE                  TO TRB-TIPO-CLIENTE
           READ ARQ-TRIBUTACAO
           IF FS-TRB-OK
               MOVE "S"                TO WS-REGRA-ENCONTRADA
           END-IF
           .
       2220-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2230-CALCULAR-ITEM              SECTION.
      *----------------------------------------------------------------*
      * IPI SOBRE O VALOR DO ITEM; ICMS PROPRIO SOBRE O VALOR DO ITEM; *
      * COM MVA, A BASE DO ICMS-ST E O VALOR DO ITEM MAIS O IPI,       *
      * ACRESCIDO DA MARGEM, E O ICMS-ST E O IMPOSTO DESSA BASE PELA   *
      * ALIQUOTA INTERNA DO DESTINO MENOS O ICMS PROPRIO               *
      *----------------------------------------------------------------*
           INITIALIZE REG-IMPOSTO-ITEM REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE WS-PROX-DOCUMENTO      TO IMP-DOCUMENTO
           MOVE ITE-SEQUENCIA          TO IMP-SEQUENCIA
           MOVE PED-NUMERO             TO IMP-NUMERO-PED
           MOVE ITE-PRODUTO            TO IMP-PRODUTO
           MOVE ITE-VALOR-TOTAL        TO IMP-VALOR-ITEM
           MOVE WS-UF-EMITENTE         TO IMP-UF-ORIGEM
           MOVE WS-UF-CLIENTE          TO IMP-UF-DESTINO
           IF NOT REGRA-ENCONTRADA
               MOVE WS-CLASSE-FISCAL   TO IMP-CLASSE-FISCAL
               MOVE WS-CANAL-CLIENTE   TO IMP-TIPO-CLIENTE
               MOVE "N"                TO IMP-REGRA
               ADD 1                   TO WS-TOT-ITENS-SEM-REGRA
           ELSE
               MOVE TRB-CLASSE-FISCAL  TO IMP-CLASSE-FISCAL
               MOVE TRB-TIPO-CLIENTE   TO IMP-TIPO-CLIENTE
               MOVE "S"                TO IMP-REGRA
               MOVE TRB-ALIQ-IPI       TO IMP-ALIQ-IPI
               MOVE TRB-ALIQ-ICMS      TO IMP-ALIQ-ICMS
               MOVE TRB-MVA-ST         TO IMP-MVA-ST
               MOVE TRB-ALIQ-ICMS-ST   TO IMP-ALIQ-ICMS-ST
               COMPUTE IMP-VALOR-IPI ROUNDED =
                   IMP-VALOR-ITEM * IMP-ALIQ-IPI / 100
               IF IMP-ALIQ-ICMS > 0
                   MOVE IMP-VALOR-ITEM TO IMP-BASE-ICMS
                   COMPUTE IMP-VALOR-ICMS ROUNDED =
                       IMP-BASE-ICMS * IMP-ALIQ-ICMS / 100
               END-IF
               IF IMP-MVA-ST > 0
                   COMPUTE IMP-BASE-ICMS-ST ROUNDED =
                       (IMP-VALOR-ITEM + IMP-VALOR-IPI)
                       * (100 + IMP-MVA-ST) / 100
                   COMPUTE WS-ICMS-ST-APURADO ROUNDED =
                       IMP-BASE-ICMS-ST * IMP-ALIQ-ICMS-ST / 100
                       - IMP-VALOR-ICMS
                   IF WS-ICMS-ST-APURADO > 0
                       MOVE WS-ICMS-ST-APURADO
                                       TO IMP-VALOR-ICMS-ST
                   END-IF
               END-IF
           END-IF
           WRITE REG-IMPOSTO-ITEM
           IF NOT FS-IMP-OK
               REWRITE REG-IMPOSTO-ITEM
           END-IF
           ADD IMP-BASE-ICMS           TO WS-DOC-BASE-ICMS
           ADD IMP-VALOR-ICMS          TO WS-DOC-VALOR-ICMS
           ADD IMP-BASE-ICMS-ST        TO WS-DOC-BASE-ICMS-ST
           ADD IMP-VALOR-ICMS-ST       TO WS-DOC-VALOR-ICMS-ST
           ADD IMP-VALOR-IPI           TO WS-DOC-VALOR-IPI
           .
       2230-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2250-RESOLVER-CONDICAO          SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2260-GRAVAR-TITULOS             SECTION.
      *----------------------------------------------------------------*
      * UM TITULO POR PARCELA: O TOTAL DO DOCUMENTO (PRODUTOS MAIS IPI *
      * E ICMS-ST) E DIVIDIDO EM PARTES IGUAIS, ASSIM COMO CADA        *
      * IMPOSTO (A ULTIMA LEVA O RESTO DO ARREDONDAMENTO), E CADA      *
      * PARCELA VENCE N VEZES O PRAZO EM DIAS APOS O FATURAMENTO       *
      *----------------------------------------------------------------*
           DIVIDE FAT-VALOR-TOTAL BY WS-QTD-PARCELAS
               GIVING WS-VALOR-PARCELA
           COMPUTE WS-VALOR-ULTIMA = FAT-VALOR-TOTAL
               - (WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1))
           DIVIDE FAT-VALOR-ICMS BY WS-QTD-PARCELAS
               GIVING WS-ICMS-PARCELA
           DIVIDE FAT-VALOR-ICMS-ST BY WS-QTD-PARCELAS
               GIVING WS-ICMS-ST-PARCELA
           DIVIDE FAT-VALOR-IPI BY WS-QTD-PARCELAS
               GIVING WS-IPI-PARCELA
           PERFORM VARYING WS-IND-PARCELA FROM 1 BY 1
                   UNTIL WS-IND-PARCELA > WS-QTD-PARCELAS
               MOVE WS-PROX-DOCUMENTO  TO REC-DOCUMENTO
                   FUNCTION DATE-OF-INTEGER (WS-VENCIMENTO-INT)
               IF WS-IND-PARCELA = WS-QTD-PARCELAS
                   MOVE WS-VALOR-ULTIMA TO REC-VALOR
                   COMPUTE REC-VALOR-ICMS = FAT-VALOR-ICMS
                       - (WS-ICMS-PARCELA * (WS-QTD-PARCELAS - 1))
                   COMPUTE REC-VALOR-ICMS-ST = FAT-VALOR-ICMS-ST
                       - (WS-ICMS-ST-PARCELA * (WS-QTD-PARCELAS - 1))
                   COMPUTE REC-VALOR-IPI = FAT-VALOR-IPI
                       - (WS-IPI-PARCELA * (WS-QTD-PARCELAS - 1))
               ELSE
                   MOVE WS-VALOR-PARCELA TO REC-VALOR
                   MOVE WS-ICMS-PARCELA TO REC-VALOR-ICMS
                   MOVE WS-ICMS-ST-PARCELA TO REC-VALOR-ICMS-ST
                   MOVE WS-IPI-PARCELA TO REC-VALOR-IPI
               END-IF
               MOVE 0                  TO REC-VALOR-PAGO
               MOVE "A"                TO REC-SITUACAO
               MOVE 0                  TO REC-DATA-LIQUIDACAO
               MOVE SPACES             TO REC-OPERADOR-LIQUIDACAO
               MOVE 0                  TO REC-NOSSO-NUMERO
               MOVE SPACES             TO REC-NOSSO-NUMERO-DV
               MOVE SPACES             TO REC-SITUACAO-BOLETO
               MOVE 0                  TO REC-NUMERO-REMESSA
               MOVE 0                  TO REC-DATA-REMESSA
               MOVE 0                  TO REC-DATA-CREDITO
               MOVE 0                  TO REC-VALOR-TARIFA
               MOVE SPACES             TO REC-ORIGEM-LIQUIDACAO
               MOVE 0                  TO REC-QTD-PAGAMENTOS
               MOVE 0                  TO REC-DATA-BASE-JUROS
               MOVE "N"                TO REC-MULTA-COBRADA
               MOVE 0                  TO REC-VALOR-DESCONTO
               MOVE 0                  TO REC-VALOR-JUROS-PAGO
               MOVE 0                  TO REC-VALOR-MULTA-PAGA
               MOVE 0                  TO REC-VALOR-DISPENSADO
               MOVE SPACES             TO REC-SITUACAO-CAMPO
               MOVE 0                  TO REC-VALOR-CAMPO
               MOVE 0                  TO REC-PERDA-DATA
               MOVE 0                  TO REC-PERDA-VALOR
               MOVE SPACES             TO REC-PERDA-MOTIVO
               MOVE SPACES             TO REC-PERDA-APROVACAO
               MOVE SPACES             TO REC-PERDA-OPERADOR
               MOVE "N"                TO REC-PERDA-ESTORNO-CALC
               MOVE 0                  TO REC-PERDA-PERC-COMISSAO
               MOVE 0                  TO REC-PERDA-VALOR-ESTORNO
               MOVE 0                  TO REC-PERDA-VALOR-ESTORNADO
               MOVE 0                  TO REC-PERDA-ANOMES-ESTORNO
               MOVE 0                  TO REC-PERDA-ULTIMO-ESTORNO
               WRITE REG-RECEBER
               IF NOT FS-REC-OK
                   PERFORM 9993-ERRO-ARQUIVO-RECEBER
       2260-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2270-BAIXAR-ESTOQUE             SECTION.
      *----------------------------------------------------------------*
      * CADA ITEM DO PEDIDO FATURADO SAI DO SALDO FISICO E DA RESERVA  *
      * DO PRODUTO NA FILIAL DO CLIENTE; ITEM EM EMBALAGEM RETORNAVEL  *
      * DEBITA TAMBEM O SALDO DE VASILHAMES DO CLIENTE                 *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-FILIAL-CLIENTE
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               MOVE PED-CNPJ           TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE FILIAL         TO WS-FILIAL-CLIENTE
               END-IF
           END-IF
           IF ARQ-ITENS-ABERTO
               MOVE PED-NUMERO         TO ITE-NUMERO-PED
               MOVE 0                  TO ITE-SEQUENCIA
               START ARQ-ITENS KEY >= ITE-CHAVE
               IF FS-ITE-OK
                   READ ARQ-ITENS NEXT
                   PERFORM UNTIL NOT FS-ITE-OK
                           OR ITE-NUMERO-PED NOT = PED-NUMERO
                       MOVE "S"        TO PME-FUNCAO
                       MOVE WS-FILIAL-CLIENTE TO PME-FILIAL
                       MOVE ITE-PRODUTO TO PME-PRODUTO
                       MOVE ITE-QUANTIDADE TO PME-QUANTIDADE
                       MOVE PED-NUMERO TO PME-DOCUMENTO
                       MOVE "FATUPEDI" TO PME-PROGRAMA
                       MOVE WS-OPERADOR-ATUAL TO PME-OPERADOR
                       CALL "MOVIESTQ" USING REG-PARM-ESTOQUE
                       MOVE "F"        TO PMV-FUNCAO
                       MOVE PED-CNPJ   TO PMV-CNPJ
                       MOVE ITE-PRODUTO TO PMV-PRODUTO
                       MOVE ITE-QUANTIDADE TO PMV-QUANTIDADE
                       MOVE PED-NUMERO TO PMV-DOCUMENTO
                       MOVE "FATUPEDI" TO PMV-PROGRAMA
                       MOVE WS-OPERADOR-ATUAL TO PMV-OPERADOR
                       CALL "MOVIVASI" USING REG-PARM-VASILHAME
                       READ ARQ-ITENS NEXT
                   END-PERFORM
               END-IF
           END-IF
           .
       2270-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-PROX-DOCUMENTO      SECTION.
      *----------------------------------------------------------------*
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-EMITIR-DOCUMENTOS          SECTION.
      *----------------------------------------------------------------*
      * EMITE OS DOCUMENTOS NUMERADOS NESTE PROCESSAMENTO, COM OS      *
      * ARQUIVOS JA FECHADOS, NUMA GERACAO PROPRIA DO SPOOL            *
      *----------------------------------------------------------------*
           MOVE WS-PRIMEIRO-DOCUMENTO  TO EMD-DOCUMENTO-INICIAL
           COMPUTE EMD-DOCUMENTO-FINAL = WS-PROX-DOCUMENTO - 1
           MOVE WS-OPERADOR-ATUAL      TO EMD-OPERADOR
           MOVE "N"                    TO EMD-SEGUNDA-VIA
           CALL "EMITDOCU"             USING REG-PARM-DOCUMENTO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           IF EMD-OK
               STRING "DOCUMENTOS EMITIDOS.......: "
                       EMD-QTD-EMITIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
               DISPLAY "GRAVADOS EM " EMD-NOME-GERACAO
           ELSE
               DISPLAY "DOCUMENTOS DE FATURAMENTO NAO EMITIDOS: "
                       EMD-RETORNO
               MOVE "AV"               TO WS-STATUS-EXECUCAO
           END-IF
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               CLOSE ARQ-CLIENTES
           END-IF
           IF ARQ-ITENS-ABERTO
               CLOSE ARQ-ITENS
               MOVE "N"                TO WS-ITENS-ABERTO
           END-IF
           IF ARQ-PENDENCIAS-ABERTO
               CLOSE ARQ-PENDENCIAS
               MOVE "N"                TO WS-PENDENCIAS-ABERTO
           END-IF
           IF CAMPANHAS-ABERTAS
               CLOSE ARQ-CAMPANHAS
               MOVE "N"                TO WS-CAMPANHAS-ABERTAS
           END-IF
           IF ARQ-PRODUTOS-ABERTO
               CLOSE ARQ-PRODUTOS
               MOVE "N"                TO WS-PRODUTOS-ABERTO
           END-IF
           IF ARQ-TRIBUTACAO-ABERTA
               CLOSE ARQ-TRIBUTACAO
               MOVE "N"                TO WS-TRIBUTACAO-ABERTA
           END-IF
           IF ARQ-IMPOSTOS-ABERTO
               CLOSE ARQ-IMPOSTOS
               MOVE "N"                TO WS-IMPOSTOS-ABERTO
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS PARA ENTREGA APOS.: "
                   WS-DATA-LIMITE-ENTREGA " - "
                   WS-TOT-AGUARDANDO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "FATURADOS PARCIALMENTE....: "
                   WS-TOT-PARCIAIS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "SALDOS PENDENTES GERADOS..: "
                   WS-TOT-PEND-GERADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "COMPLEMENTARES FATURADOS..: "
                   WS-TOT-COMPLEMENTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "SALDOS PENDENTES CANCEL...: "
                   WS-TOT-PEND-CANCELADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CANCELADOS SEM ESTOQUE....: "
                   WS-TOT-CANC-ESTOQUE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "AGUARDANDO ESTOQUE........: "
                   WS-TOT-SEM-ESTOQUE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-IMPOSTOS-FORA   TO WS-VALOR-EDITADO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "IPI E ICMS-ST FATURADOS...: "
                   WS-VALOR-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ITENS SEM REGRA FISCAL....: "
                   WS-TOT-ITENS-SEM-REGRA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
