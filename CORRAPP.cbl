      *            CAMPO - LISTA CADA REGISTRO REJEITADO COM O MOTIVO, *
      *            PERMITE CORRIGIR OS CAMPOS E REPROCESSA PELA MESMA  *
      *            VALIDACAO DA INTERFACE, OU DESCARTA O REGISTRO COM  *
      *            UMA NOTA; O QUE NAO FOR TRATADO PERMANECE NA FILA.  *
      *            DEPOIS DAS REJEICOES DA CARTEIRA VEM A FILA DOS     *
      *            PEDIDOS DO APP, REPROCESSADOS PELO INCLPEDI COM O   *
      *            NIVEL DO OPERADOR (O SUPERVISOR LIBERA OS MESMOS    *
      *            BLOQUEIOS QUE LIBERA NA DIGITACAO DO PEDIDO)        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
           SELECT ARQ-APP-DESCARTES    ASSIGN TO  "WID-ARQ-APP-DSC.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-DESCARTE.
      *
           SELECT ARQ-APP-PED-ERROS    ASSIGN TO  "WID-ARQ-APD-ERR.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-APP-PED-ERROS.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
           05 DSC-NOTA                 PIC X(40).
           05 DSC-OPERADOR             PIC X(08).
           05 DSC-DATA-DESCARTE        PIC 9(08).
      *
      * --> NUMERO DO PEDIDO NO DESCARTE DA FILA DE PEDIDOS DO APP;
      *     ZERO NAS REJEICOES DA CARTEIRA
      *
           05 DSC-PEDIDO               PIC 9(09).
      *
       FD ARQ-APP-PED-ERROS.
       01 REG-APP-PED-ERRO.
           05 ADE-NUMERO               PIC 9(09).
           05 ADE-CNPJ                 PIC 9(14).
           05 ADE-CPF                  PIC 9(11).
           05 ADE-DATA                 PIC 9(08).
           05 ADE-TIPO                 PIC X(01).
           05 ADE-COND-PAGTO           PIC 9(02).
           05 ADE-PRODUTO              PIC 9(07).
           05 ADE-QUANTIDADE           PIC 9(05).
           05 ADE-PRECO                PIC 9(09)V99.
           05 ADE-MOTIVO               PIC 9(02).
           05 ADE-ITEM-RECUSADO        PIC 9(03).
           05 ADE-NUM-EXISTENTE        PIC 9(09).
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
           88 FS-ERR-OK                VALUE "00" THRU "09".
           88 FS-ERR-FIM               VALUE "10".
           88 FS-ERR-NAO-EXISTE        VALUE "35".
       77 WS-FS-APP-PED-ERROS          PIC X(02).
           88 FS-APD-OK                VALUE "00" THRU "09".
       77 WS-FS-DESCARTE               PIC X(02).
           88 FS-DSC-OK                VALUE "00" THRU "09".
           88 FS-DSC-NAO-EXISTE        VALUE "35".
                   88 REJ-PENDENTE     VALUE "P".
                   88 REJ-RESOLVIDO    VALUE "R".
                   88 REJ-DESCARTADO   VALUE "D".
      *
      *
      * --> PEDIDOS REJEITADOS, UMA LINHA POR ITEM; AS LINHAS SEGUIDAS
      *     DO MESMO NUMERO E CABECALHO SAO TRATADAS JUNTAS
      *
       01 WS-QTD-REJ-PEDIDOS           PIC 9(04)       VALUE 0.
       01 WS-RPD-TABELA.
           05 WS-RPD-OCORRENCIA        OCCURS 9999 TIMES
                                       DEPENDING ON WS-QTD-REJ-PEDIDOS
                                       INDEXED BY WS-RPD-IND.
               10 WS-RPD-TAB-NUMERO    PIC 9(09).
               10 WS-RPD-TAB-CNPJ      PIC 9(14).
               10 WS-RPD-TAB-CPF       PIC 9(11).
               10 WS-RPD-TAB-DATA      PIC 9(08).
               10 WS-RPD-TAB-TIPO      PIC X(01).
               10 WS-RPD-TAB-COND      PIC 9(02).
               10 WS-RPD-TAB-PRODUTO   PIC 9(07).
               10 WS-RPD-TAB-QTD       PIC 9(05).
               10 WS-RPD-TAB-PRECO     PIC 9(09)V99.
               10 WS-RPD-TAB-MOTIVO    PIC 9(02).
               10 WS-RPD-TAB-ITEM-REC  PIC 9(03).
               10 WS-RPD-TAB-EXISTENTE PIC 9(09).
               10 WS-RPD-TAB-SITUACAO  PIC X(01).
                   88 RPD-PENDENTE     VALUE "P".
                   88 RPD-RESOLVIDO    VALUE "R".
                   88 RPD-DESCARTADO   VALUE "D".
       01 WS-RPD-INICIO                PIC 9(04)       VALUE 0.
       01 WS-RPD-FIM                   PIC 9(04)       VALUE 0.
       01 WS-RPD-LINHA                 PIC 9(04)       VALUE 0.
       01 WS-RPD-SEQ                   PIC 9(03)       VALUE 0.
       01 WS-NOVO-NUMERO               PIC 9(09)       VALUE 0.
       01 WS-NOVO-CNPJ                 PIC 9(14)       VALUE 0.
       01 WS-NOVO-CPF                  PIC 9(11)       VALUE 0.
       01 WS-NOVA-DATA                 PIC 9(08)       VALUE 0.
       01 WS-NOVO-TIPO                 PIC X(01)       VALUE SPACE.
       01 WS-NOVA-COND                 PIC 9(02)       VALUE 0.
       01 WS-NOVO-PRODUTO              PIC 9(07)       VALUE 0.
       01 WS-NOVA-QTD                  PIC 9(05)       VALUE 0.
       01 WS-NOVO-PRECO                PIC 9(09)V99    VALUE 0.
       01 WS-PRECO-EDITADO             PIC ZZZ.ZZZ.ZZ9,99.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE INCLUSAO DO PEDIDO
      *
       COPY PEDIPARM.
      *
       01 WS-TOT-REPROCESSADOS         PIC 9(05)       VALUE 0.
       01 WS-TOT-DESCARTADOS           PIC 9(05)       VALUE 0.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
       01 WS-NIVEL-LINK                PIC 9(01).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK
                                                      WS-NIVEL-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1000-CARREGAR-REJEICOES
           PERFORM 4000-CARREGAR-REJ-PEDIDOS
           IF WS-QTD-REJEITOS = 0 AND WS-QTD-REJ-PEDIDOS = 0
               DISPLAY "NAO HA REJEICOES PENDENTES"
           ELSE
               IF WS-QTD-REJEITOS > 0
                   PERFORM 1100-ABRIR-ARQUIVOS
                   PERFORM VARYING WS-REJ-IND FROM 1 BY 1
                           UNTIL WS-REJ-IND > WS-QTD-REJEITOS
                           OR SAIR-FILA
                       PERFORM 2000-MOSTRAR-REJEICAO
                       PERFORM 2100-DECIDIR-REJEICAO
                   END-PERFORM
                   PERFORM 6000-FECHAR-ARQUIVOS
                   PERFORM 3000-REGRAVAR-PENDENTES
               END-IF
               IF WS-QTD-REJ-PEDIDOS > 0
                   PERFORM 4100-TRATAR-REJ-PEDIDOS
                   PERFORM 4900-REGRAVAR-REJ-PEDIDOS
               END-IF
               PERFORM 7000-IMPRIMIR-RESUMO
           END-IF
           GOBACK
               MOVE WS-NOTA-DESCARTE   TO DSC-NOTA
               MOVE WS-OPERADOR-ATUAL  TO DSC-OPERADOR
               MOVE WS-DATA-ATUAL      TO DSC-DATA-DESCARTE
               MOVE 0                  TO DSC-PEDIDO
               WRITE REG-APP-DESCARTE
               MOVE "D"            TO WS-REJ-TAB-SITUACAO (WS-REJ-IND)
               ADD 1                   TO WS-TOT-DESCARTADOS
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-CARREGAR-REJ-PEDIDOS       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-QTD-REJ-PEDIDOS
           OPEN INPUT ARQ-APP-PED-ERROS
           IF FS-APD-OK
               READ ARQ-APP-PED-ERROS NEXT
               PERFORM UNTIL NOT FS-APD-OK
                   IF WS-QTD-REJ-PEDIDOS < 9999
                       ADD 1           TO WS-QTD-REJ-PEDIDOS
                       SET WS-RPD-IND  TO WS-QTD-REJ-PEDIDOS
                       MOVE ADE-NUMERO
                                   TO WS-RPD-TAB-NUMERO (WS-RPD-IND)
                       MOVE ADE-CNPJ
                                   TO WS-RPD-TAB-CNPJ (WS-RPD-IND)
                       MOVE ADE-CPF
                                   TO WS-RPD-TAB-CPF (WS-RPD-IND)
                       MOVE ADE-DATA
                                   TO WS-RPD-TAB-DATA (WS-RPD-IND)
                       MOVE ADE-TIPO
                                   TO WS-RPD-TAB-TIPO (WS-RPD-IND)
                       MOVE ADE-COND-PAGTO
                                   TO WS-RPD-TAB-COND (WS-RPD-IND)
                       MOVE ADE-PRODUTO
                                   TO WS-RPD-TAB-PRODUTO (WS-RPD-IND)
                       MOVE ADE-QUANTIDADE
                                   TO WS-RPD-TAB-QTD (WS-RPD-IND)
                       MOVE ADE-PRECO
                                   TO WS-RPD-TAB-PRECO (WS-RPD-IND)
                       MOVE ADE-MOTIVO
                                   TO WS-RPD-TAB-MOTIVO (WS-RPD-IND)
                       MOVE ADE-ITEM-RECUSADO
                                   TO WS-RPD-TAB-ITEM-REC (WS-RPD-IND)
                       MOVE ADE-NUM-EXISTENTE
                                   TO WS-RPD-TAB-EXISTENTE (WS-RPD-IND)
                       MOVE "P"
                                   TO WS-RPD-TAB-SITUACAO (WS-RPD-IND)
                   END-IF
                   READ ARQ-APP-PED-ERROS NEXT
               END-PERFORM
               CLOSE ARQ-APP-PED-ERROS
           END-IF
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-TRATAR-REJ-PEDIDOS         SECTION.
      *----------------------------------------------------------------*
      * CADA PEDIDO (AS LINHAS SEGUIDAS DO MESMO NUMERO E CABECALHO) E *
      * MOSTRADO E TRATADO DE UMA VEZ                                  *
      *----------------------------------------------------------------*
           IF SAIR-FILA
               GO TO 4100-FIM
           END-IF
           OPEN EXTEND ARQ-APP-DESCARTES
           IF FS-DSC-NAO-EXISTE
               OPEN OUTPUT ARQ-APP-DESCARTES
           END-IF
           MOVE 1                      TO WS-RPD-INICIO
           PERFORM UNTIL WS-RPD-INICIO > WS-QTD-REJ-PEDIDOS
                   OR SAIR-FILA
               PERFORM 4150-DELIMITAR-PEDIDO
               PERFORM 4200-MOSTRAR-REJ-PEDIDO
               PERFORM 4300-DECIDIR-REJ-PEDIDO
               COMPUTE WS-RPD-INICIO = WS-RPD-FIM + 1
           END-PERFORM
           IF FS-DSC-OK
               CLOSE ARQ-APP-DESCARTES
           END-IF
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4150-DELIMITAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      * A ULTIMA LINHA DO PEDIDO: MESMO NUMERO E MESMO CABECALHO (DUAS *
      * REJEICOES SEGUIDAS DO MESMO NUMERO SAO PEDIDOS DIFERENTES) E   *
      * NO MAXIMO 50 ITENS, COMO NO PEDIDO; O RECUSADO POR EXCESSO DE  *
      * ITENS (MOTIVO 14) VEM INTEIRO, SO PARA SER DESCARTADO          *
      *----------------------------------------------------------------*
           MOVE WS-RPD-INICIO          TO WS-RPD-FIM
           PERFORM VARYING WS-RPD-LINHA FROM WS-RPD-INICIO BY 1
                   UNTIL WS-RPD-LINHA > WS-QTD-REJ-PEDIDOS
               IF WS-RPD-TAB-NUMERO (WS-RPD-LINHA) =
                  WS-RPD-TAB-NUMERO (WS-RPD-INICIO)
                  AND WS-RPD-TAB-CNPJ (WS-RPD-LINHA) =
                      WS-RPD-TAB-CNPJ (WS-RPD-INICIO)
                  AND WS-RPD-TAB-CPF (WS-RPD-LINHA) =
                      WS-RPD-TAB-CPF (WS-RPD-INICIO)
                  AND WS-RPD-TAB-DATA (WS-RPD-LINHA) =
                      WS-RPD-TAB-DATA (WS-RPD-INICIO)
                  AND WS-RPD-TAB-TIPO (WS-RPD-LINHA) =
                      WS-RPD-TAB-TIPO (WS-RPD-INICIO)
                  AND WS-RPD-TAB-COND (WS-RPD-LINHA) =
                      WS-RPD-TAB-COND (WS-RPD-INICIO)
                  AND WS-RPD-TAB-MOTIVO (WS-RPD-LINHA) =
                      WS-RPD-TAB-MOTIVO (WS-RPD-INICIO)
                  AND (WS-RPD-LINHA - WS-RPD-INICIO < 50
                       OR WS-RPD-TAB-MOTIVO (WS-RPD-INICIO) = 14)
                   MOVE WS-RPD-LINHA   TO WS-RPD-FIM
               ELSE
                   MOVE WS-QTD-REJ-PEDIDOS
                                       TO WS-RPD-LINHA
               END-IF
           END-PERFORM
           .
       4150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4200-MOSTRAR-REJ-PEDIDO         SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY " "
           DISPLAY "PEDIDO REJEITADO NA INTERFACE DO APP"
           DISPLAY "PEDIDO............: "
                   WS-RPD-TAB-NUMERO (WS-RPD-INICIO)
           DISPLAY "CNPJ..............: "
                   WS-RPD-TAB-CNPJ (WS-RPD-INICIO)
           DISPLAY "CPF...............: "
                   WS-RPD-TAB-CPF (WS-RPD-INICIO)
           DISPLAY "DATA..............: "
                   WS-RPD-TAB-DATA (WS-RPD-INICIO)
           DISPLAY "TIPO..............: "
                   WS-RPD-TAB-TIPO (WS-RPD-INICIO)
           DISPLAY "CONDICAO PAGAMENTO: "
                   WS-RPD-TAB-COND (WS-RPD-INICIO)
           EVALUATE WS-RPD-TAB-MOTIVO (WS-RPD-INICIO)
               WHEN 1
                   DISPLAY "MOTIVO............: NUMERO NAO "
                           "INFORMADO OU JA CADASTRADO"
               WHEN 2
                   DISPLAY "MOTIVO............: TIPO DO PEDIDO "
                           "INVALIDO"
               WHEN 3
                   DISPLAY "MOTIVO............: CONDICAO DE "
                           "PAGAMENTO NAO CADASTRADA"
               WHEN 4
                   DISPLAY "MOTIVO............: DATA DO PEDIDO "
                           "INVALIDA"
               WHEN 5
                   DISPLAY "MOTIVO............: COMPETENCIA JA "
                           "FECHADA"
               WHEN 6
                   DISPLAY "MOTIVO............: CLIENTE NAO "
                           "ENCONTRADO OU INATIVO"
               WHEN 7
                   DISPLAY "MOTIVO............: VENDEDOR NAO "
                           "ENCONTRADO OU INATIVO"
               WHEN 8
                   DISPLAY "MOTIVO............: CLIENTE SEM "
                           "VINCULO NA CARTEIRA"
               WHEN 9
                   DISPLAY "MOTIVO............: CLIENTE DE OUTRO "
                           "VENDEDOR"
               WHEN 10
                   DISPLAY "MOTIVO............: LIMITE DE CREDITO "
                           "EXCEDIDO"
               WHEN 11
                   DISPLAY "MOTIVO............: LIMITE DA REDE "
                           "EXCEDIDO"
               WHEN 12
                   DISPLAY "MOTIVO............: CLIENTE BLOQUEADO "
                           "NA COBRANCA"
               WHEN 13
                   DISPLAY "MOTIVO............: LIMITE DE "
                           "VASILHAMES EXCEDIDO"
               WHEN 14
                   DISPLAY "MOTIVO............: PEDIDO SEM ITENS "
                           "OU COM MAIS DE 50"
                   DISPLAY "DIVIDA O PEDIDO NO APP EM PEDIDOS DE "
                           "ATE 50 ITENS E DESCARTE ESTE"
               WHEN 15
                   DISPLAY "MOTIVO............: PRODUTO NAO "
                           "ENCONTRADO OU INATIVO"
               WHEN 16
                   DISPLAY "MOTIVO............: QUANTIDADE "
                           "INVALIDA"
               WHEN 17
                   DISPLAY "MOTIVO............: PRECO FORA DA "
                           "FAIXA DO SEGMENTO"
               WHEN 18
                   DISPLAY "MOTIVO............: ESTOQUE "
                           "INSUFICIENTE NA FILIAL"
               WHEN 19
                   DISPLAY "MOTIVO............: BONIFICACAO ACIMA "
                           "DO LIMITE"
               WHEN 20
                   DISPLAY "MOTIVO............: POSSIVEL DUPLICATA "
                           "DO PEDIDO "
                           WS-RPD-TAB-EXISTENTE (WS-RPD-INICIO)
               WHEN 21
                   DISPLAY "MOTIVO............: ALVARA EXIGIDO DO "
                           "CLIENTE VENCIDO"
               WHEN 99
                   DISPLAY "MOTIVO............: ERRO NO ACESSO AOS "
                           "ARQUIVOS"
               WHEN OTHER
                   DISPLAY "MOTIVO............: "
                           WS-RPD-TAB-MOTIVO (WS-RPD-INICIO)
           END-EVALUATE
           IF WS-RPD-TAB-ITEM-REC (WS-RPD-INICIO) > 0
               DISPLAY "ITEM RECUSADO.....: "
                       WS-RPD-TAB-ITEM-REC (WS-RPD-INICIO)
           END-IF
           PERFORM VARYING WS-RPD-LINHA FROM WS-RPD-INICIO BY 1
                   UNTIL WS-RPD-LINHA > WS-RPD-FIM
               COMPUTE WS-RPD-SEQ = WS-RPD-LINHA - WS-RPD-INICIO + 1
               MOVE WS-RPD-TAB-PRECO (WS-RPD-LINHA)
                                       TO WS-PRECO-EDITADO
               DISPLAY "ITEM " WS-RPD-SEQ
                       " PRODUTO " WS-RPD-TAB-PRODUTO (WS-RPD-LINHA)
                       " QTD " WS-RPD-TAB-QTD (WS-RPD-LINHA)
                       " PRECO " WS-PRECO-EDITADO
           END-PERFORM
           .
       4200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4300-DECIDIR-REJ-PEDIDO         SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "C-CORRIGIR  D-DESCARTAR  P-PULAR  S-SAIR: "
                                       WITH NO ADVANCING
           ACCEPT WS-OPCAO-REJEITO
           EVALUATE WS-OPCAO-REJEITO
               WHEN "C"
               WHEN "c"
                   IF WS-RPD-TAB-MOTIVO (WS-RPD-INICIO) = 14
                       DISPLAY "PEDIDO COM MAIS DE 50 ITENS NAO PODE "
                               "SER CORRIGIDO - SO DESCARTADO"
                   ELSE
                       PERFORM 4400-CORRIGIR-REJ-PEDIDO
                   END-IF
               WHEN "D"
               WHEN "d"
                   PERFORM 4600-DESCARTAR-REJ-PEDIDO
               WHEN "S"
               WHEN "s"
                   MOVE "S"            TO WS-SAIR-FILA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       4300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4400-CORRIGIR-REJ-PEDIDO        SECTION.
      *----------------------------------------------------------------*
      * O OPERADOR REDIGITA O CABECALHO E OS ITENS (0 OU ESPACO MANTEM *
      * O VALOR ATUAL) E O PEDIDO E REPROCESSADO PELO INCLPEDI         *
      *----------------------------------------------------------------*
           DISPLAY "NOVO NUMERO (0 MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVO-NUMERO
           DISPLAY "NOVO CNPJ (0 MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVO-CNPJ
           DISPLAY "NOVO CPF (0 MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVO-CPF
           DISPLAY "NOVA DATA (0 MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVA-DATA
           MOVE SPACE                  TO WS-NOVO-TIPO
           DISPLAY "NOVO TIPO V/B/T (ESPACO MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVO-TIPO
           DISPLAY "NOVA CONDICAO (0 MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVA-COND
           PERFORM VARYING WS-RPD-LINHA FROM WS-RPD-INICIO BY 1
                   UNTIL WS-RPD-LINHA > WS-RPD-FIM
               IF WS-NOVO-NUMERO > 0
                   MOVE WS-NOVO-NUMERO
                               TO WS-RPD-TAB-NUMERO (WS-RPD-LINHA)
               END-IF
               IF WS-NOVO-CNPJ > 0
                   MOVE WS-NOVO-CNPJ
                               TO WS-RPD-TAB-CNPJ (WS-RPD-LINHA)
               END-IF
               IF WS-NOVO-CPF > 0
                   MOVE WS-NOVO-CPF
                               TO WS-RPD-TAB-CPF (WS-RPD-LINHA)
               END-IF
               IF WS-NOVA-DATA > 0
                   MOVE WS-NOVA-DATA
                               TO WS-RPD-TAB-DATA (WS-RPD-LINHA)
               END-IF
               IF WS-NOVO-TIPO NOT = SPACE
                   MOVE WS-NOVO-TIPO
                               TO WS-RPD-TAB-TIPO (WS-RPD-LINHA)
               END-IF
               IF WS-NOVA-COND > 0
                   MOVE WS-NOVA-COND
                               TO WS-RPD-TAB-COND (WS-RPD-LINHA)
               END-IF
               PERFORM 4450-CORRIGIR-ITEM
           END-PERFORM
           PERFORM 4500-REPROCESSAR-PEDIDO
           .
       4400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4450-CORRIGIR-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WS-RPD-SEQ = WS-RPD-LINHA - WS-RPD-INICIO + 1
           DISPLAY "ITEM " WS-RPD-SEQ
                   " PRODUTO " WS-RPD-TAB-PRODUTO (WS-RPD-LINHA)
                   " QTD " WS-RPD-TAB-QTD (WS-RPD-LINHA)
           DISPLAY "  NOVO PRODUTO (0 MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVO-PRODUTO
           IF WS-NOVO-PRODUTO > 0
               MOVE WS-NOVO-PRODUTO
                               TO WS-RPD-TAB-PRODUTO (WS-RPD-LINHA)
           END-IF
           DISPLAY "  NOVA QUANTIDADE (0 MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVA-QTD
           IF WS-NOVA-QTD > 0
               MOVE WS-NOVA-QTD
                               TO WS-RPD-TAB-QTD (WS-RPD-LINHA)
           END-IF
           DISPLAY "  NOVO PRECO (0 MANTEM): "
                                       WITH NO ADVANCING
           ACCEPT WS-NOVO-PRECO
           IF WS-NOVO-PRECO > 0
               MOVE WS-NOVO-PRECO
                               TO WS-RPD-TAB-PRECO (WS-RPD-LINHA)
           END-IF
           .
       4450-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4500-REPROCESSAR-PEDIDO         SECTION.
      *----------------------------------------------------------------*
      * GRAVADO, O PEDIDO SAI DA FILA; RECUSADO DE NOVO, PERMANECE COM *
      * OS CAMPOS CORRIGIDOS E O NOVO MOTIVO                           *
      *----------------------------------------------------------------*
           INITIALIZE REG-PARM-PEDIDO
           MOVE WS-RPD-TAB-NUMERO (WS-RPD-INICIO) TO PPD-NUMERO
           MOVE WS-RPD-TAB-CNPJ (WS-RPD-INICIO)   TO PPD-CNPJ
           MOVE WS-RPD-TAB-CPF (WS-RPD-INICIO)    TO PPD-CPF
           MOVE WS-RPD-TAB-DATA (WS-RPD-INICIO)   TO PPD-DATA
           MOVE WS-RPD-TAB-TIPO (WS-RPD-INICIO)   TO PPD-TIPO
           MOVE WS-RPD-TAB-COND (WS-RPD-INICIO)   TO PPD-COND-PAGTO
           MOVE "CORRAPP"              TO PPD-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PPD-OPERADOR
           MOVE WS-NIVEL-LINK          TO PPD-NIVEL
           MOVE 0                      TO PPD-QTD-ITENS
           PERFORM VARYING WS-RPD-LINHA FROM WS-RPD-INICIO BY 1
                   UNTIL WS-RPD-LINHA > WS-RPD-FIM
               ADD 1                   TO PPD-QTD-ITENS
               MOVE WS-RPD-TAB-PRODUTO (WS-RPD-LINHA)
                               TO PPD-ITE-PRODUTO (PPD-QTD-ITENS)
               MOVE WS-RPD-TAB-QTD (WS-RPD-LINHA)
                               TO PPD-ITE-QUANTIDADE (PPD-QTD-ITENS)
               MOVE WS-RPD-TAB-PRECO (WS-RPD-LINHA)
                               TO PPD-ITE-PRECO (PPD-QTD-ITENS)
           END-PERFORM
           CALL "INCLPEDI"             USING REG-PARM-PEDIDO
           PERFORM VARYING WS-RPD-LINHA FROM WS-RPD-INICIO BY 1
                   UNTIL WS-RPD-LINHA > WS-RPD-FIM
               IF PPD-GRAVADO
                   MOVE "R"    TO WS-RPD-TAB-SITUACAO (WS-RPD-LINHA)
               ELSE
                   MOVE PPD-RETORNO
                               TO WS-RPD-TAB-MOTIVO (WS-RPD-LINHA)
                   MOVE PPD-ITEM-RECUSADO
                               TO WS-RPD-TAB-ITEM-REC (WS-RPD-LINHA)
                   MOVE PPD-NUM-EXISTENTE
                               TO WS-RPD-TAB-EXISTENTE (WS-RPD-LINHA)
               END-IF
           END-PERFORM
           IF PPD-GRAVADO
               ADD 1                   TO WS-TOT-REPROCESSADOS
               MOVE PPD-VALOR          TO WS-PRECO-EDITADO
               DISPLAY "PEDIDO GRAVADO - VALOR " WS-PRECO-EDITADO
           ELSE
               DISPLAY "CORRECAO AINDA INVALIDA - MOTIVO "
                       PPD-RETORNO
           END-IF
           .
       4500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4600-DESCARTAR-REJ-PEDIDO       SECTION.
      *----------------------------------------------------------------*
      * UM REGISTRO DE DESCARTE POR PEDIDO, COM O NUMERO               *
      *----------------------------------------------------------------*
           DISPLAY "NOTA DO DESCARTE: "
                                       WITH NO ADVANCING
           ACCEPT WS-NOTA-DESCARTE
           IF WS-NOTA-DESCARTE = SPACES
               DISPLAY "NOTA OBRIGATORIA PARA DESCARTAR"
               GO TO 4600-FIM
           END-IF
           MOVE WS-RPD-TAB-CNPJ (WS-RPD-INICIO)   TO DSC-CNPJ
           MOVE WS-RPD-TAB-CPF (WS-RPD-INICIO)    TO DSC-CPF
           MOVE WS-RPD-TAB-DATA (WS-RPD-INICIO)   TO DSC-DATA
           MOVE WS-RPD-TAB-MOTIVO (WS-RPD-INICIO) TO DSC-MOTIVO
           MOVE WS-NOTA-DESCARTE       TO DSC-NOTA
           MOVE WS-OPERADOR-ATUAL      TO DSC-OPERADOR
           MOVE WS-DATA-ATUAL          TO DSC-DATA-DESCARTE
           MOVE WS-RPD-TAB-NUMERO (WS-RPD-INICIO) TO DSC-PEDIDO
           WRITE REG-APP-DESCARTE
           PERFORM VARYING WS-RPD-LINHA FROM WS-RPD-INICIO BY 1
                   UNTIL WS-RPD-LINHA > WS-RPD-FIM
               MOVE "D"        TO WS-RPD-TAB-SITUACAO (WS-RPD-LINHA)
           END-PERFORM
           ADD 1                       TO WS-TOT-DESCARTADOS
           DISPLAY "PEDIDO DESCARTADO"
           .
       4600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4900-REGRAVAR-REJ-PEDIDOS       SECTION.
      *----------------------------------------------------------------*
      * A FILA DE PEDIDOS E REGRAVADA SO COM AS LINHAS DOS PEDIDOS QUE *
      * CONTINUAM PENDENTES                                            *
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQ-APP-PED-ERROS
           IF NOT FS-APD-OK
               GO TO 4900-FIM
           END-IF
           PERFORM VARYING WS-RPD-IND FROM 1 BY 1
                   UNTIL WS-RPD-IND > WS-QTD-REJ-PEDIDOS
               IF RPD-PENDENTE (WS-RPD-IND)
                   MOVE WS-RPD-TAB-NUMERO (WS-RPD-IND)
                                       TO ADE-NUMERO
                   MOVE WS-RPD-TAB-CNPJ (WS-RPD-IND)
                                       TO ADE-CNPJ
                   MOVE WS-RPD-TAB-CPF (WS-RPD-IND)
                                       TO ADE-CPF
                   MOVE WS-RPD-TAB-DATA (WS-RPD-IND)
                                       TO ADE-DATA
                   MOVE WS-RPD-TAB-TIPO (WS-RPD-IND)
                                       TO ADE-TIPO
                   MOVE WS-RPD-TAB-COND (WS-RPD-IND)
                                       TO ADE-COND-PAGTO
                   MOVE WS-RPD-TAB-PRODUTO (WS-RPD-IND)
                                       TO ADE-PRODUTO
                   MOVE WS-RPD-TAB-QTD (WS-RPD-IND)
                                       TO ADE-QUANTIDADE
                   MOVE WS-RPD-TAB-PRECO (WS-RPD-IND)
                                       TO ADE-PRECO
                   MOVE WS-RPD-TAB-MOTIVO (WS-RPD-IND)
                                       TO ADE-MOTIVO
                   MOVE WS-RPD-TAB-ITEM-REC (WS-RPD-IND)
                                       TO ADE-ITEM-RECUSADO
                   MOVE WS-RPD-TAB-EXISTENTE (WS-RPD-IND)
                                       TO ADE-NUM-EXISTENTE
                   WRITE REG-APP-PED-ERRO
                   IF WS-RPD-IND = 1
                      OR WS-RPD-TAB-NUMERO (WS-RPD-IND) NOT =
                         WS-RPD-TAB-NUMERO (WS-RPD-IND - 1)
                       ADD 1           TO WS-TOT-PENDENTES
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-APP-PED-ERROS
           .
       4900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
