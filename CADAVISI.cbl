      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 22/08/2026                                          *
      * OBJETIVO.: CHECK-IN DE VISITA - REGISTRA NO DIARIO DE VISITAS  *
      *            A PASSAGEM DO VENDEDOR PELO CLIENTE E O RESULTADO,  *
      *            COM A PESQUISA DE MERCADO OPCIONAL DA VISITA, E O   *
      *            CHECK-OUT (SAIDA DO CLIENTE) PARA O TEMPO EM LOJA   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
               RECORD KEY              IS FCH-ANOMES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FECHAMENTO.
      *
           SELECT ARQ-EQUIPAMENTOS     ASSIGN TO  "WID-ARQ-EQP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EQP-SERIE
               ALTERNATE RECORD KEY    IS EQP-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-EQUIPAMENTO.
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
       FD ARQ-FECHAMENTOS.
       COPY FCHMCADA.
      *
       FD ARQ-EQUIPAMENTOS.
       COPY EQUICADA.
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
       01 WS-VISITA-VALIDA             PIC X(01)       VALUE "N".
           88 VISITA-VALIDA            VALUE "S".
      *
      * --> EQUIPAMENTOS EM COMODATO DO CLIENTE, CONFERIDOS NO CHECK-IN
      *
       77 WS-FS-EQUIPAMENTO            PIC X(02).
           88 FS-EQP-OK                VALUE "00" THRU "09".
           88 FS-EQP-NAO-EXISTE        VALUE "35".
       01 WS-QTD-EQUIPAMENTOS          PIC 9(02)       VALUE 0.
       01 WS-QTD-AUSENTES              PIC 9(02)       VALUE 0.
       01 WS-EQP-TABELA.
           05 WS-EQP-OCORRENCIA        OCCURS 20 TIMES
                                       INDEXED BY WS-EQP-IND.
               10 WS-EQP-TAB-SERIE     PIC X(15).
               10 WS-EQP-TAB-DESCRICAO PIC X(30).
       01 WS-RESPOSTA-EQUIPAMENTO      PIC X(01)       VALUE SPACE.
      *
      * --> AREA DE CHAMADA DO SUBPROGRAMA DE EQUIPAMENTOS
      *
       COPY EQUIPARM.
      *
      * --> PESQUISA DE MERCADO OPCIONAL FEITA JUNTO COM O CHECK-IN
      *
       77 WS-FS-PESQUISA               PIC X(02).
           88 FS-PSQ-OK                VALUE "00" THRU "09".
           88 FS-PSQ-NAO-EXISTE        VALUE "35".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
           88 FS-PRO-NAO-ENCONTRADO    VALUE "23".
       01 WS-RESPOSTA-PESQUISA         PIC X(01)       VALUE SPACE.
       01 WS-GELADEIRA-PESQUISA        PIC X(01)       VALUE SPACE.
       01 WS-PRODUTO-PESQUISA          PIC 9(07)       VALUE 0.
       01 WS-QTD-PESQUISADOS           PIC 9(03)       VALUE 0.
      *
      * --> CHECK-OUT: ULTIMO CHECK-IN DO DIA DO VENDEDOR NO CLIENTE
      *     AINDA SEM SAIDA REGISTRADA, E O TEMPO EM LOJA EM MINUTOS
      *
       77 WS-FS-CHECKOUT               PIC X(02).
           88 FS-CKO-OK                VALUE "00" THRU "09".
           88 FS-CKO-NAO-EXISTE        VALUE "35".
       01 WS-CHAVE-CHECKOUT.
           05 WS-CKO-DATA              PIC 9(08)       VALUE 0.
           05 WS-CKO-HORA-ENTRADA      PIC 9(06)       VALUE 0.
           05 WS-CKO-CPF               PIC 9(11)       VALUE 0.
           05 WS-CKO-CNPJ              PIC 9(14)       VALUE 0.
       01 WS-CHECKOUT-REPETIDO         PIC X(01)       VALUE "N".
           88 CHECKOUT-REPETIDO        VALUE "S".
       01 WS-HORA-SAIDA                PIC 9(06)       VALUE 0.
       01 WS-HORA-CALCULO.
           05 WS-CALC-HH               PIC 9(02)       VALUE 0.
           05 WS-CALC-MM               PIC 9(02)       VALUE 0.
           05 WS-CALC-SS               PIC 9(02)       VALUE 0.
       01 WS-SEGUNDOS-ENTRADA          PIC 9(05)       VALUE 0.
       01 WS-SEGUNDOS-SAIDA            PIC 9(05)       VALUE 0.
       01 WS-MINUTOS-LOJA              PIC 9(04)       VALUE 0.
       01 WS-MINUTOS-LOJA-ED           PIC ZZZ9.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-VISITA
                   WHEN "c"
                   WHEN "C"
                       PERFORM 2000-REGISTRAR-CHECKOUT
                   WHEN "v"
                   WHEN "V"
                       GOBACK
               IF WS-TEXTO-ANOTACAO NOT = SPACES
                   PERFORM 1400-GRAVAR-ANOTACAO
               END-IF
               PERFORM 1500-CONFERIR-EQUIPAMENTOS
               PERFORM 1600-PESQUISA-MERCADO
           ELSE
               MOVE "ERRO NO ACESSO AO DIARIO DE VISITAS"
                                       TO WS-STATUS
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-CONFERIR-EQUIPAMENTOS      SECTION.
      *----------------------------------------------------------------*
      * O VENDEDOR CONFIRMA SE CADA EQUIPAMENTO EM COMODATO DO CLIENTE *
      * CONTINUA NO LOCAL (S/N; EM BRANCO NAO CONFERE); A RESPOSTA     *
      * FICA NO CADASTRO E NO HISTORICO DO EQUIPAMENTO                 *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-EQUIPAMENTOS
           MOVE 0                      TO WS-QTD-AUSENTES
           OPEN INPUT ARQ-EQUIPAMENTOS
           IF NOT FS-EQP-OK
               GO TO 1500-FIM
           END-IF
           MOVE VIS-CNPJ               TO EQP-CNPJ
           START ARQ-EQUIPAMENTOS      KEY IS EQUAL EQP-CNPJ
           IF FS-EQP-OK
               READ ARQ-EQUIPAMENTOS NEXT
               PERFORM UNTIL NOT FS-EQP-OK
                       OR EQP-CNPJ NOT = VIS-CNPJ
                       OR WS-QTD-EQUIPAMENTOS = 20
                   ADD 1               TO WS-QTD-EQUIPAMENTOS
                   SET WS-EQP-IND      TO WS-QTD-EQUIPAMENTOS
                   MOVE EQP-SERIE  TO WS-EQP-TAB-SERIE (WS-EQP-IND)
                   MOVE EQP-DESCRICAO
                                   TO WS-EQP-TAB-DESCRICAO (WS-EQP-IND)
                   READ ARQ-EQUIPAMENTOS NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-EQUIPAMENTOS
           PERFORM VARYING WS-EQP-IND FROM 1 BY 1
                   UNTIL WS-EQP-IND > WS-QTD-EQUIPAMENTOS
               DISPLAY "EQUIPAMENTO " WS-EQP-TAB-SERIE (WS-EQP-IND)
                       " " WS-EQP-TAB-DESCRICAO (WS-EQP-IND)
               DISPLAY "CONTINUA NO LOCAL? (S/N): "
                                       WITH NO ADVANCING
               ACCEPT WS-RESPOSTA-EQUIPAMENTO
               INITIALIZE REG-PARM-EQUIPAMENTO
                                       REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
               EVALUATE WS-RESPOSTA-EQUIPAMENTO
                   WHEN "S"
                   WHEN "s"
                       MOVE "P"        TO PEQ-FUNCAO
                   WHEN "N"
                   WHEN "n"
                       MOVE "A"        TO PEQ-FUNCAO
                       ADD 1           TO WS-QTD-AUSENTES
               END-EVALUATE
               IF PEQ-FUNCAO NOT = SPACE
                   MOVE WS-EQP-TAB-SERIE (WS-EQP-IND)
                                       TO PEQ-SERIE
                   MOVE VIS-CNPJ       TO PEQ-CNPJ
                   MOVE "CADAVISI"     TO PEQ-PROGRAMA
                   MOVE WS-OPERADOR-ATUAL
                                       TO PEQ-OPERADOR
                   CALL "MOVIEQUI"     USING REG-PARM-EQUIPAMENTO
               END-IF
           END-PERFORM
           IF WS-QTD-AUSENTES > 0
               MOVE "VISITA REGISTRADA - EQUIPAMENTO AUSENTE"
                                       TO WS-STATUS
           END-IF
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1600-PESQUISA-MERCADO           SECTION.
      *----------------------------------------------------------------*
      * PESQUISA OPCIONAL DE PRECO E GONDOLA: A GELADEIRA E CONFERIDA  *
      * UMA VEZ POR VISITA E, PARA CADA PRODUTO CHAVE INFORMADO (ZERO  *
      * ENCERRA), A MARCA E O PRECO DO CONCORRENTE, O NOSSO PRECO NA   *
      * PRATELEIRA E AS FRENTES DE GONDOLA DE CADA LADO                *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-PESQUISADOS
           DISPLAY "FAZER PESQUISA DE MERCADO? (S/N): "
                                       WITH NO ADVANCING
           ACCEPT WS-RESPOSTA-PESQUISA
           IF WS-RESPOSTA-PESQUISA NOT = "S"
               AND WS-RESPOSTA-PESQUISA NOT = "s"
               GO TO 1600-FIM
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF NOT FS-PRO-OK
               MOVE "VISITA REGISTRADA - SEM CADASTRO DE PRODUTOS"
                                       TO WS-STATUS
               GO TO 1600-FIM
           END-IF
           OPEN EXTEND ARQ-PESQUISAS
           IF FS-PSQ-NAO-EXISTE
               OPEN OUTPUT ARQ-PESQUISAS
           END-IF
           IF NOT FS-PSQ-OK
               CLOSE ARQ-PRODUTOS
               MOVE "VISITA REGISTRADA - ERRO NA PESQUISA"
                                       TO WS-STATUS
               GO TO 1600-FIM
           END-IF
           DISPLAY "GELADEIRA ABASTECIDA? (S/N, BRANCO = SEM "
                   "GELADEIRA): " WITH NO ADVANCING
           ACCEPT WS-GELADEIRA-PESQUISA
           INSPECT WS-GELADEIRA-PESQUISA CONVERTING "sn" TO "SN"
           IF WS-GELADEIRA-PESQUISA NOT = "S"
               AND WS-GELADEIRA-PESQUISA NOT = "N"
               MOVE SPACE              TO WS-GELADEIRA-PESQUISA
           END-IF
           PERFORM UNTIL 1 <> 1
               MOVE 0                  TO WS-PRODUTO-PESQUISA
               DISPLAY "PRODUTO PESQUISADO (0 = ENCERRAR): "
                                       WITH NO ADVANCING
               ACCEPT WS-PRODUTO-PESQUISA
               IF WS-PRODUTO-PESQUISA = 0
                   EXIT PERFORM
               END-IF
               MOVE WS-PRODUTO-PESQUISA TO PRO-CODIGO
               READ ARQ-PRODUTOS
               IF NOT FS-PRO-OK OR NOT PRODUTO-ATIVO
                   DISPLAY "PRODUTO NAO ENCONTRADO OU INATIVO"
               ELSE
                   DISPLAY PRO-DESCRICAO
                   PERFORM 1650-GRAVAR-PESQUISA
               END-IF
           END-PERFORM
           CLOSE ARQ-PESQUISAS
           CLOSE ARQ-PRODUTOS
           IF WS-QTD-PESQUISADOS > 0
               AND WS-STATUS = "VISITA REGISTRADA COM SUCESSO"
               MOVE "VISITA E PESQUISA REGISTRADAS"
                                       TO WS-STATUS
           END-IF
           .
       1600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1650-GRAVAR-PESQUISA            SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-PESQUISA     REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE VIS-DATA               TO PSQ-DATA
           MOVE VIS-HORA               TO PSQ-HORA
           MOVE VIS-CPF                TO PSQ-CPF
           MOVE VIS-CNPJ               TO PSQ-CNPJ
           MOVE WS-PRODUTO-PESQUISA    TO PSQ-PRODUTO
           DISPLAY "NOSSO PRECO NA PRATELEIRA (0 = NAO ANOTADO): "
                                       WITH NO ADVANCING
           ACCEPT PSQ-PRECO-NOSSO
           DISPLAY "MARCA DO CONCORRENTE: " WITH NO ADVANCING
           ACCEPT PSQ-MARCA-CONCORRENTE
           DISPLAY "PRECO DO CONCORRENTE (0 = NAO ANOTADO): "
                                       WITH NO ADVANCING
           ACCEPT PSQ-PRECO-CONCORRENTE
           DISPLAY "FRENTES DE GONDOLA NOSSAS: " WITH NO ADVANCING
           ACCEPT PSQ-FRENTES-NOSSAS
           DISPLAY "FRENTES DE GONDOLA DO CONCORRENTE: "
                                       WITH NO ADVANCING
           ACCEPT PSQ-FRENTES-CONCORRENTE
           MOVE WS-GELADEIRA-PESQUISA  TO PSQ-GELADEIRA
           MOVE "T"                    TO PSQ-ORIGEM
           MOVE WS-OPERADOR-ATUAL      TO PSQ-OPERADOR
           WRITE REG-PESQUISA
           IF FS-PSQ-OK
               ADD 1                   TO WS-QTD-PESQUISADOS
           END-IF
           .
       1650-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-REGISTRAR-CHECKOUT         SECTION.
      *----------------------------------------------------------------*
      * A SAIDA FECHA O ULTIMO CHECK-IN DO DIA DO VENDEDOR NO CLIENTE; *
      * CHECK-IN JA FECHADO NAO RECEBE OUTRO CHECK-OUT                 *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-SAIDA
           MOVE WS-DATA-ATUAL          TO WS-CKO-DATA
           MOVE 0                      TO WS-CKO-HORA-ENTRADA
           MOVE VIS-CPF                TO WS-CKO-CPF
           MOVE VIS-CNPJ               TO WS-CKO-CNPJ
           PERFORM 2100-LOCALIZAR-CHECKIN
           MOVE WS-CKO-CPF             TO VIS-CPF
           MOVE WS-CKO-CNPJ            TO VIS-CNPJ
           IF WS-CKO-HORA-ENTRADA = 0
               MOVE "NAO HA CHECK-IN HOJE NESTE CLIENTE"
                                       TO WS-STATUS
               GO TO 2000-FIM
           END-IF
           PERFORM 2200-VERIFICAR-CHECKOUT
           IF CHECKOUT-REPETIDO
               MOVE "CHECK-OUT JA REGISTRADO PARA A VISITA"
                                       TO WS-STATUS
               GO TO 2000-FIM
           END-IF
           OPEN EXTEND ARQ-CHECKOUTS
           IF FS-CKO-NAO-EXISTE
               OPEN OUTPUT ARQ-CHECKOUTS
           END-IF
           IF NOT FS-CKO-OK
               MOVE "ERRO NO ACESSO AOS CHECK-OUTS"
                                       TO WS-STATUS
               GO TO 2000-FIM
           END-IF
           MOVE WS-CHAVE-CHECKOUT      TO CKO-CHAVE-VISITA
           MOVE WS-HORA-SAIDA          TO CKO-HORA-SAIDA
           MOVE "T"                    TO CKO-ORIGEM
           MOVE WS-OPERADOR-ATUAL      TO CKO-OPERADOR
           WRITE REG-CHECKOUT
           CLOSE ARQ-CHECKOUTS
           MOVE WS-CKO-HORA-ENTRADA    TO WS-HORA-CALCULO
           COMPUTE WS-SEGUNDOS-ENTRADA =
               WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS
           MOVE WS-HORA-SAIDA          TO WS-HORA-CALCULO
           COMPUTE WS-SEGUNDOS-SAIDA =
               WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS
           COMPUTE WS-MINUTOS-LOJA =
               (WS-SEGUNDOS-SAIDA - WS-SEGUNDOS-ENTRADA) / 60
           MOVE WS-MINUTOS-LOJA        TO WS-MINUTOS-LOJA-ED
           MOVE SPACES                 TO WS-STATUS
           STRING "CHECK-OUT REGISTRADO - " WS-MINUTOS-LOJA-ED
                  " MIN NO CLIENTE"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-LOCALIZAR-CHECKIN          SECTION.
      *----------------------------------------------------------------*
      * O DIARIO E GRAVADO EM ORDEM DE CHEGADA; FICA A HORA DO ULTIMO  *
      * CHECK-IN DO DIA DO PAR VENDEDOR E CLIENTE                      *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-VISITAS
           IF NOT FS-VIS-OK
               GO TO 2100-FIM
           END-IF
           READ ARQ-VISITAS NEXT
           PERFORM UNTIL NOT FS-VIS-OK
               IF VIS-DATA = WS-CKO-DATA
                  AND VIS-CPF = WS-CKO-CPF
                  AND VIS-CNPJ = WS-CKO-CNPJ
                  AND VIS-HORA NOT > WS-HORA-SAIDA
                   MOVE VIS-HORA       TO WS-CKO-HORA-ENTRADA
               END-IF
               READ ARQ-VISITAS NEXT
           END-PERFORM
           CLOSE ARQ-VISITAS
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-VERIFICAR-CHECKOUT         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-CHECKOUT-REPETIDO
           OPEN INPUT ARQ-CHECKOUTS
           IF NOT FS-CKO-OK
               GO TO 2200-FIM
           END-IF
           READ ARQ-CHECKOUTS NEXT
           PERFORM UNTIL NOT FS-CKO-OK
               IF CKO-CHAVE-VISITA = WS-CHAVE-CHECKOUT
                   MOVE "S"            TO WS-CHECKOUT-REPETIDO
               END-IF
               READ ARQ-CHECKOUTS NEXT
           END-PERFORM
           CLOSE ARQ-CHECKOUTS
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAVISI.
      *----------------------------------------------------------------*
