      *            COORDENADAS DO CADASTRO, COM A TOLERANCIA DO        *
      *            REGISTRO DE PARAMETROS) E GRAVA OS VALIDOS NO       *
      *            DIARIO DE VISITAS; REJEITADOS VAO PARA O ARQUIVO    *
      *            DE ERROS COM CODIGO DE MOTIVO; A CONFERENCIA DO     *
      *            EQUIPAMENTO EM COMODATO QUE VEM NO CHECK-IN E       *
      *            REPASSADA AO CADASTRO DE EQUIPAMENTOS               *
      ******************************************************************
      * O APLICATIVO TRANSMITE A VISITA DEPOIS DE ENCERRADA, COM A     *
      * HORA DO CHECK-OUT NA PRIMEIRA LINHA DO CHECK-IN (ZERO = SEM    *
      * CHECK-OUT); O CHECK-OUT VAI PARA O ARQUIVO DE CHECK-OUTS       *
      * AMARRADO AO CHECK-IN GRAVADO NO DIARIO                         *
      ******************************************************************
      * A PESQUISA DE MERCADO DA VISITA VEM UM PRODUTO POR LINHA; AS   *
      * LINHAS SEGUIDAS DO MESMO CHECK-IN (DATA, HORA, VENDEDOR E      *
      * CLIENTE) FORMAM UMA SO VISITA, VALIDADA E GRAVADA NA PRIMEIRA  *
      * LINHA; AS DEMAIS SO ACRESCENTAM PRODUTOS A PESQUISA            *
      ******************************************************************
      * CODIGOS DE MOTIVO DA REJEICAO:                                 *
      *   01 - CLIENTE NAO ENCONTRADO                                  *
      *   04 - DATA INVALIDA                                           *
      *   05 - GPS FORA DA TOLERANCIA DO CADASTRO                      *
      *   06 - COMPETENCIA DA DATA JA FECHADA                          *
      *   07 - PESQUISA INVALIDA (PRODUTO INATIVO OU VALOR NAO         *
      *        NUMERICO) - SO A LINHA DA PESQUISA E RECUSADA, O        *
      *        CHECK-IN JA FOI GRAVADO NO DIARIO                       *
      *   08 - HORA DO CHECK-OUT INVALIDA OU ANTERIOR A DO CHECK-IN -  *
      *        SO O CHECK-OUT E RECUSADO, O CHECK-IN JA FOI GRAVADO    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
               RECORD KEY              IS FCH-ANOMES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FECHAMENTO.
      *
           SELECT ARQ-PESQUISAS        ASSIGN TO  "WID-ARQ-PSQ.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PESQUISA.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-CHECKOUTS        ASSIGN TO  "WID-ARQ-CKO.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-CHECKOUT.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-APP-VISITAS.
       01 REG-APP-VISITA.
           05 APV-CHAVE-CHECKIN.
               10 APV-DATA             PIC 9(08).
               10 APV-HORA             PIC 9(06).
               10 APV-CPF              PIC 9(11).
               10 APV-CNPJ             PIC 9(14).
           05 APV-RESULTADO            PIC X(10).
           05 APV-LATITUDE             PIC S9(03)V9(08)
                                       SIGN LEADING SEPARATE.
           05 APV-LONGITUDE            PIC S9(03)V9(08)
                                       SIGN LEADING SEPARATE.
      *
      * --> CONFERENCIA DO EQUIPAMENTO EM COMODATO NO LOCAL (S = NO
      *     LOCAL, N = AUSENTE, BRANCO = NAO CONFERIDO); SERIE EM
      *     BRANCO VALE PARA TODOS OS EQUIPAMENTOS DO CLIENTE
      *
           05 APV-EQP-SERIE            PIC X(15).
           05 APV-EQP-CONFERENCIA      PIC X(01).
      *
      * --> PESQUISA DE MERCADO (PRODUTO ZERO OU EM BRANCO = LINHA SEM
      *     PESQUISA); GELADEIRA S = ABASTECIDA, N = COM FALTA, BRANCO
      *     = SEM GELADEIRA OU NAO CONFERIDA
      *
           05 APV-PESQUISA.
               10 APV-PSQ-PRODUTO      PIC 9(07).
               10 APV-PSQ-PRECO-NOSSO  PIC 9(07)V99.
               10 APV-PSQ-MARCA        PIC X(20).
               10 APV-PSQ-PRECO-CONC   PIC 9(07)V99.
               10 APV-PSQ-FRENTES-NOSSAS PIC 9(03).
               10 APV-PSQ-FRENTES-CONC PIC 9(03).
               10 APV-PSQ-GELADEIRA    PIC X(01).
      *
      * --> HORA DO CHECK-OUT (HHMMSS; ZERO OU EM BRANCO = SEM
      *     CHECK-OUT), LIDA SO NA PRIMEIRA LINHA DO CHECK-IN
      *
           05 APV-HORA-SAIDA           PIC 9(06).
           05 APV-HORA-SAIDA-R         REDEFINES APV-HORA-SAIDA.
               10 APV-SAIDA-HH         PIC 9(02).
               10 APV-SAIDA-MM         PIC 9(02).
               10 APV-SAIDA-SS         PIC 9(02).
      *
       FD ARQ-APP-VIS-ERROS.
       01 REG-APP-VIS-ERRO.
           05 AVE-LONGITUDE            PIC S9(03)V9(08)
                                       SIGN LEADING SEPARATE.
           05 AVE-MOTIVO               PIC 9(02).
           05 AVE-EQP-SERIE            PIC X(15).
           05 AVE-EQP-CONFERENCIA      PIC X(01).
      *
      * --> PESQUISA DA LINHA COMO VEIO DO APLICATIVO
      *
           05 AVE-PESQUISA             PIC X(52).
           05 AVE-HORA-SAIDA           PIC X(06).
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-FECHAMENTOS.
       COPY FCHMCADA.
      *
       FD ARQ-PESQUISAS.
       COPY PESQCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-CHECKOUTS.
       COPY CKOUCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           88 FS-FCH-NAO-EXISTE        VALUE "35".
       01 WS-COMPETENCIA-FECHADA       PIC X(01)       VALUE "N".
           88 COMPETENCIA-CHECKIN-FECHADA VALUE "S".
       77 WS-FS-PESQUISA               PIC X(02).
           88 FS-PSQ-OK                VALUE "00" THRU "09".
           88 FS-PSQ-NAO-EXISTE        VALUE "35".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
           88 FS-PRO-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-CHECKOUT               PIC X(02).
           88 FS-CKO-OK                VALUE "00" THRU "09".
           88 FS-CKO-NAO-EXISTE        VALUE "35".
      *
      * --> CHECK-IN DA LINHA ANTERIOR, PARA JUNTAR AS LINHAS DA
      *     PESQUISA DE UMA MESMA VISITA, E SE A VISITA FOI GRAVADA
      *
       01 WS-CHAVE-ANTERIOR            PIC X(39)       VALUE SPACES.
       01 WS-VISITA-GRAVADA            PIC X(01)       VALUE "N".
           88 VISITA-GRAVADA           VALUE "S".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-MOTIVO-REJEICAO           PIC 9(02)       VALUE 0.
       01 WS-TOT-LIDOS                 PIC 9(07)       VALUE 0.
       01 WS-TOT-APLICADOS             PIC 9(07)       VALUE 0.
       01 WS-TOT-REJEITADOS            PIC 9(07)       VALUE 0.
       01 WS-TOT-CONFERENCIAS          PIC 9(07)       VALUE 0.
       01 WS-TOT-EQP-DIVERGENTES       PIC 9(07)       VALUE 0.
       01 WS-TOT-PESQUISAS             PIC 9(07)       VALUE 0.
       01 WS-TOT-PSQ-RECUSADAS         PIC 9(07)       VALUE 0.
       01 WS-TOT-CHECKOUTS             PIC 9(07)       VALUE 0.
       01 WS-TOT-CKO-RECUSADOS         PIC 9(07)       VALUE 0.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE EQUIPAMENTOS
      *
       COPY EQUIPARM.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
           IF FS-VIS-NAO-EXISTE
               OPEN OUTPUT ARQ-VISITAS
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           OPEN EXTEND ARQ-PESQUISAS
           IF FS-PSQ-NAO-EXISTE
               OPEN OUTPUT ARQ-PESQUISAS
           END-IF
           OPEN EXTEND ARQ-CHECKOUTS
           IF FS-CKO-NAO-EXISTE
               OPEN OUTPUT ARQ-CHECKOUTS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-PROCESSAR-CHECKIN          SECTION.
      *----------------------------------------------------------------*
      * LINHA DO MESMO CHECK-IN DA ANTERIOR SEGUE O DESTINO DELA: COM  *
      * A VISITA GRAVADA SO ACRESCENTA O PRODUTO A PESQUISA; COM O     *
      * CHECK-IN RECUSADO VAI TAMBEM PARA O ARQUIVO DE ERROS           *
      *----------------------------------------------------------------*
           IF APV-CHAVE-CHECKIN = WS-CHAVE-ANTERIOR
               IF VISITA-GRAVADA
                   PERFORM 2500-GRAVAR-PESQUISA
               ELSE
               IF WS-MOTIVO-REJEICAO NOT = 0
                   PERFORM 2400-REJEITAR-CHECKIN
               END-IF
               END-IF
           ELSE
               MOVE APV-CHAVE-CHECKIN  TO WS-CHAVE-ANTERIOR
               MOVE "N"                TO WS-VISITA-GRAVADA
               ADD 1                   TO WS-TOT-LIDOS
               PERFORM 2200-VALIDAR-CHECKIN
               IF WS-MOTIVO-REJEICAO = 0
                   PERFORM 2300-GRAVAR-VISITA
               ELSE
                   ADD 1               TO WS-TOT-REJEITADOS
                   PERFORM 2400-REJEITAR-CHECKIN
               END-IF
           END-IF
           PERFORM 2000-LER-APP-SEQ
           .
           WRITE REG-VISITA
           IF FS-VIS-OK
               ADD 1                   TO WS-TOT-APLICADOS
               MOVE "S"                TO WS-VISITA-GRAVADA
               IF APV-EQP-CONFERENCIA = "S"
                   OR APV-EQP-CONFERENCIA = "N"
                   PERFORM 2350-CONFERIR-EQUIPAMENTO
               END-IF
               PERFORM 2600-GRAVAR-CHECKOUT
               PERFORM 2500-GRAVAR-PESQUISA
           END-IF
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2350-CONFERIR-EQUIPAMENTO       SECTION.
      *----------------------------------------------------------------*
      * A VISITA JA FOI GRAVADA; SERIE QUE NAO ESTA INSTALADA NO       *
      * CLIENTE SO E CONTADA COMO DIVERGENTE NO RESUMO                 *
      *----------------------------------------------------------------*
           INITIALIZE REG-PARM-EQUIPAMENTO
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           IF APV-EQP-CONFERENCIA = "S"
               MOVE "P"                TO PEQ-FUNCAO
           ELSE
               MOVE "A"                TO PEQ-FUNCAO
           END-IF
           MOVE APV-EQP-SERIE          TO PEQ-SERIE
           MOVE APV-CNPJ               TO PEQ-CNPJ
           MOVE "INTVISAP"             TO PEQ-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PEQ-OPERADOR
           CALL "MOVIEQUI"             USING REG-PARM-EQUIPAMENTO
           IF PEQ-APLICADO
               ADD PEQ-QTD-EQUIPAMENTOS TO WS-TOT-CONFERENCIAS
           ELSE
               ADD 1                   TO WS-TOT-EQP-DIVERGENTES
           END-IF
           .
       2350-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-REJEITAR-CHECKIN           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE APV-DATA               TO AVE-DATA
           MOVE APV-HORA               TO AVE-HORA
           MOVE APV-CPF                TO AVE-CPF
           MOVE APV-LATITUDE           TO AVE-LATITUDE
           MOVE APV-LONGITUDE          TO AVE-LONGITUDE
           MOVE WS-MOTIVO-REJEICAO     TO AVE-MOTIVO
           MOVE APV-EQP-SERIE          TO AVE-EQP-SERIE
           MOVE APV-EQP-CONFERENCIA    TO AVE-EQP-CONFERENCIA
           MOVE APV-PESQUISA           TO AVE-PESQUISA
           MOVE APV-HORA-SAIDA         TO AVE-HORA-SAIDA
           WRITE REG-APP-VIS-ERRO
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-GRAVAR-PESQUISA            SECTION.
      *----------------------------------------------------------------*
      * LINHA SEM PRODUTO NAO TRAZ PESQUISA; PRODUTO FORA DO CADASTRO  *
      * OU INATIVO E VALOR NAO NUMERICO RECUSAM SO A PESQUISA          *
      *----------------------------------------------------------------*
           IF APV-PSQ-PRODUTO NOT NUMERIC
               GO TO 2500-FIM
           END-IF
           IF APV-PSQ-PRODUTO = 0
               GO TO 2500-FIM
           END-IF
           MOVE 0                      TO WS-MOTIVO-REJEICAO
           IF APV-PSQ-PRECO-NOSSO NOT NUMERIC
               OR APV-PSQ-PRECO-CONC NOT NUMERIC
               OR APV-PSQ-FRENTES-NOSSAS NOT NUMERIC
               OR APV-PSQ-FRENTES-CONC NOT NUMERIC
               MOVE 7                  TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE APV-PSQ-PRODUTO    TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF NOT FS-PRO-OK OR NOT PRODUTO-ATIVO
                   MOVE 7              TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           IF WS-MOTIVO-REJEICAO NOT = 0
               ADD 1                   TO WS-TOT-PSQ-RECUSADAS
               PERFORM 2400-REJEITAR-CHECKIN
               MOVE 0                  TO WS-MOTIVO-REJEICAO
               GO TO 2500-FIM
           END-IF
           MOVE APV-DATA               TO PSQ-DATA
           MOVE APV-HORA               TO PSQ-HORA
           MOVE APV-CPF                TO PSQ-CPF
           MOVE APV-CNPJ               TO PSQ-CNPJ
           MOVE APV-PSQ-PRODUTO        TO PSQ-PRODUTO
           MOVE APV-PSQ-PRECO-NOSSO    TO PSQ-PRECO-NOSSO
           MOVE APV-PSQ-MARCA          TO PSQ-MARCA-CONCORRENTE
           MOVE APV-PSQ-PRECO-CONC     TO PSQ-PRECO-CONCORRENTE
           MOVE APV-PSQ-FRENTES-NOSSAS TO PSQ-FRENTES-NOSSAS
           MOVE APV-PSQ-FRENTES-CONC   TO PSQ-FRENTES-CONCORRENTE
           IF APV-PSQ-GELADEIRA = "S" OR APV-PSQ-GELADEIRA = "N"
               MOVE APV-PSQ-GELADEIRA  TO PSQ-GELADEIRA
           ELSE
               MOVE SPACE              TO PSQ-GELADEIRA
           END-IF
           MOVE "A"                    TO PSQ-ORIGEM
           MOVE "INTVISAP"             TO PSQ-OPERADOR
           WRITE REG-PESQUISA
           IF FS-PSQ-OK
               ADD 1                   TO WS-TOT-PESQUISAS
           END-IF
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2600-GRAVAR-CHECKOUT            SECTION.
      *----------------------------------------------------------------*
      * HORA DE SAIDA ZERO OU EM BRANCO: VISITA SEM CHECK-OUT; HORA    *
      * FORA DO RELOGIO OU NAO POSTERIOR A DO CHECK-IN RECUSA SO O     *
      * CHECK-OUT                                                      *
      *----------------------------------------------------------------*
           IF APV-HORA-SAIDA = SPACES
               GO TO 2600-FIM
           END-IF
           IF APV-HORA-SAIDA NUMERIC
               IF APV-HORA-SAIDA = 0
                   GO TO 2600-FIM
               END-IF
           END-IF
           MOVE 0                      TO WS-MOTIVO-REJEICAO
           IF APV-HORA-SAIDA NOT NUMERIC
               MOVE 8                  TO WS-MOTIVO-REJEICAO
           ELSE
           IF APV-SAIDA-HH > 23 OR APV-SAIDA-MM > 59
               OR APV-SAIDA-SS > 59
               OR APV-HORA-SAIDA NOT > APV-HORA
               MOVE 8                  TO WS-MOTIVO-REJEICAO
           END-IF
           END-IF
           IF WS-MOTIVO-REJEICAO NOT = 0
               ADD 1                   TO WS-TOT-CKO-RECUSADOS
               PERFORM 2400-REJEITAR-CHECKIN
               MOVE 0                  TO WS-MOTIVO-REJEICAO
               GO TO 2600-FIM
           END-IF
           MOVE APV-DATA               TO CKO-DATA
           MOVE APV-HORA               TO CKO-HORA-ENTRADA
           MOVE APV-CPF                TO CKO-CPF
           MOVE APV-CNPJ               TO CKO-CNPJ
           MOVE APV-HORA-SAIDA         TO CKO-HORA-SAIDA
           MOVE "A"                    TO CKO-ORIGEM
           MOVE "INTVISAP"             TO CKO-OPERADOR
           WRITE REG-CHECKOUT
           IF FS-CKO-OK
               ADD 1                   TO WS-TOT-CHECKOUTS
           END-IF
           .
       2600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
           IF FS-VIS-OK
               CLOSE ARQ-VISITAS
           END-IF
           IF FS-PRO-OK OR FS-PRO-NAO-ENCONTRADO
               CLOSE ARQ-PRODUTOS
           END-IF
           IF FS-PSQ-OK
               CLOSE ARQ-PESQUISAS
           END-IF
           IF FS-CKO-OK
               CLOSE ARQ-CHECKOUTS
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "EQUIPAMENTOS CONFERIDOS...: "
                   WS-TOT-CONFERENCIAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CONFERENCIAS DIVERGENTES..: "
                   WS-TOT-EQP-DIVERGENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PRODUTOS PESQUISADOS......: "
                   WS-TOT-PESQUISAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PESQUISAS RECUSADAS.......: "
                   WS-TOT-PSQ-RECUSADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CHECK-OUTS GRAVADOS.......: "
                   WS-TOT-CHECKOUTS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CHECK-OUTS RECUSADOS......: "
                   WS-TOT-CKO-RECUSADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
