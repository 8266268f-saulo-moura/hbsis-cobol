      *            VENDEDOR (BASE OU ACELERADA QUANDO A META DE VALOR  *
      *            DO MES E ATINGIDA), IMPRIME O DEMONSTRATIVO NO      *
      *            SPOOL E GERA O ARQUIVO CONSOLIDADO PARA A FOLHA     *
      ******************************************************************
      * A COMISSAO PAGA SOBRE O SALDO DE TITULOS BAIXADOS POR PERDA E  *
      * ESTORNADA DO VENDEDOR DO PEDIDO EM LINHA PROPRIA DO            *
      * DEMONSTRATIVO, PELO PERCENTUAL QUE VALEU NO MES DA VENDA; O    *
      * QUE PASSAR DA COMISSAO DO MES FICA PARA AS APURACOES SEGUINTES *
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
               RECORD KEY              IS COM-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-COMISSAO.
      *
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
      *
       FD ARQ-COMISSOES.
       COPY COMICADA.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
           88 FS-COM-OK                VALUE "00" THRU "09".
           88 FS-COM-NAO-ENCONTRADO    VALUE "23".
           88 FS-COM-NAO-EXISTE        VALUE "35".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
           88 FS-VEN-NAO-ENCONTRADO    VALUE "23".
               10 WS-VEN-TAB-CPF       PIC 9(11).
               10 WS-VEN-TAB-QTD       PIC 9(05).
               10 WS-VEN-TAB-VALOR     PIC 9(11)V99.
               10 WS-VEN-TAB-ESTORNO   PIC 9(11)V99.
       01 WS-ACHOU-VENDEDOR            PIC X(01)       VALUE "N".
           88 ACHOU-VENDEDOR           VALUE "S".
      *
           88 META-ATINGIDA            VALUE "S".
       01 WS-VALOR-COMISSAO            PIC 9(11)V99    VALUE 0.
       01 WS-TOT-COMISSOES             PIC 9(11)V99    VALUE 0.
      *
      * --> REGRA E META CONSULTADAS: VENDEDOR, COMPETENCIA E VALOR
      *     VENDIDO QUE DECIDE O PERCENTUAL ACELERADO
      *
       01 WS-CPF-REGRA                 PIC 9(11)       VALUE 0.
       01 WS-ANOMES-META               PIC 9(06)       VALUE 0.
       01 WS-VALOR-BASE-META           PIC 9(11)V99    VALUE 0.
      *
      * --> ESTORNOS DE COMISSAO DOS TITULOS BAIXADOS POR PERDA AINDA
      *     NAO DESCONTADOS: VALOR DEVIDO E O DESCONTADO NESTA APURACAO
      *
       01 WS-QTD-PERDAS                PIC 9(04)       VALUE 0.
       01 WS-QTD-PERDAS-FORA           PIC 9(05)       VALUE 0.
       01 WS-PER-IND                   PIC 9(04)       VALUE 0.
       01 WS-PER-TABELA.
           05 WS-PER-OCORRENCIA        OCCURS 2000 TIMES.
               10 WS-PER-DOCUMENTO     PIC 9(09).
               10 WS-PER-PARCELA       PIC 9(02).
               10 WS-PER-CPF           PIC 9(11).
               10 WS-PER-DEVIDO        PIC 9(09)V99.
               10 WS-PER-DESCONTADO    PIC 9(09)V99.
       01 WS-ANOMES-VENDA              PIC 9(06)       VALUE 0.
       01 WS-SALDO-COMISSAO            PIC 9(11)V99    VALUE 0.
       01 WS-VALOR-ESTORNADO           PIC 9(11)V99    VALUE 0.
       01 WS-VALOR-PENDENTE            PIC 9(11)V99    VALUE 0.
       01 WS-QTD-TITULOS-VEN           PIC 9(04)       VALUE 0.
       01 WS-VALOR-LIQUIDO             PIC 9(11)V99    VALUE 0.
       01 WS-TOT-ESTORNOS              PIC 9(11)V99    VALUE 0.
       01 WS-TOT-PENDENTES             PIC 9(11)V99    VALUE 0.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-REL-COMISSAO.
           05 SAI-PERCENTUAL           PIC Z9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR-COMISSAO       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-REL-ESTORNO.
           05 FILLER                   PIC X(13)   VALUE SPACES.
           05 SAI-DESCRICAO-EST        PIC X(59).
           05 FILLER                   PIC X(01)   VALUE SPACES.
           05 SAI-VALOR-EST            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-EXP-FOLHA.
           05 FOL-CPF                  PIC 9(11).
           05 FILLER                   PIC X(01)   VALUE ";".
           IF FS-PED-NAO-EXISTE
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
           ELSE
               PERFORM 1900-POSICIONAR-MES
               PERFORM 2100-PROCESSAR-PEDIDO
                                       UNTIL FS-PED-FIM
               PERFORM 2300-DESCONTAR-DEVOLUCOES
               PERFORM 2400-APURAR-ESTORNOS
               PERFORM 3000-GRAVAR-DEMONSTRATIVO
               PERFORM 7000-IMPRIMIR-RESUMO
           END-IF
           OPEN INPUT ARQ-METAS
           OPEN INPUT ARQ-COMISSOES
           OPEN INPUT ARQ-VENDEDORES
           OPEN I-O ARQ-RECEBER
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1900-POSICIONAR-MES             SECTION.
      *----------------------------------------------------------------*
      * POSICIONA NO PRIMEIRO PEDIDO DO MES DE APURACAO PELA CHAVE DE  *
      * DATA                                                           *
      *----------------------------------------------------------------*
           COMPUTE PED-DATA = WS-ANOMES-APURACAO * 100 + 1
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               PERFORM 2000-LER-ARQUIVO-PEDIDOS
           ELSE
               MOVE "10"               TO WS-FS-PEDIDO
           END-IF
           .
       1900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LER-ARQUIVO-PEDIDOS        SECTION.
      *----------------------------------------------------------------*
      * A LEITURA PARA AO PASSAR DO MES DE APURACAO                    *
      *----------------------------------------------------------------*
           READ ARQ-PEDIDOS            NEXT
           IF NOT FS-PED-OK AND NOT FS-PED-FIM
               PERFORM 9991-ERRO-ARQUIVO-PEDIDOS
           END-IF
           IF FS-PED-OK AND PED-DATA (1:6) > WS-ANOMES-APURACAO
               MOVE "10"               TO WS-FS-PEDIDO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
       2100-PROCESSAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT PEDIDO-CANCELADO
               AND TIPO-VENDA
               PERFORM 2200-ACUMULAR-VENDEDOR
           END-IF
               MOVE PED-CPF            TO WS-VEN-TAB-CPF (WS-VEN-IND)
               MOVE 1                  TO WS-VEN-TAB-QTD (WS-VEN-IND)
               MOVE PED-VALOR          TO WS-VEN-TAB-VALOR (WS-VEN-IND)
               MOVE 0              TO WS-VEN-TAB-ESTORNO (WS-VEN-IND)
           END-IF
           .
       2200-FIM. EXIT.
       2310-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-APURAR-ESTORNOS            SECTION.
      *----------------------------------------------------------------*
      * TITULOS BAIXADOS POR PERDA ATE A COMPETENCIA COM ESTORNO AINDA *
      * A DESCONTAR. REFAZENDO A MESMA COMPETENCIA, O QUE ELA TINHA    *
      * DESCONTADO VOLTA A SER DEVIDO; COMPETENCIA ANTERIOR A ULTIMA   *
      * QUE DESCONTOU NAO MEXE NO TITULO                               *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-PERDAS
           IF NOT FS-REC-OK
               GO TO 2400-FIM
           END-IF
           MOVE 0                      TO REC-DOCUMENTO
           MOVE 0                      TO REC-PARCELA
           START ARQ-RECEBER           KEY NOT < REC-CHAVE
           IF FS-REC-OK
               READ ARQ-RECEBER NEXT
           END-IF
           PERFORM UNTIL NOT FS-REC-OK
               IF TITULO-BAIXADO-PERDA
                  AND REC-PERDA-DATA (1:6) NOT > WS-ANOMES-APURACAO
                  AND REC-PERDA-ANOMES-ESTORNO NOT > WS-ANOMES-APURACAO
                   PERFORM 2410-PREPARAR-ESTORNO
               END-IF
               READ ARQ-RECEBER NEXT
           END-PERFORM
           MOVE "00"                   TO WS-FS-RECEBER
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2410-PREPARAR-ESTORNO           SECTION.
      *----------------------------------------------------------------*
      * NA PRIMEIRA APURACAO DEPOIS DA BAIXA CALCULA O ESTORNO TOTAL;  *
      * O SALDO AINDA DEVIDO ENTRA NA TABELA E NO VENDEDOR DO PEDIDO   *
      *----------------------------------------------------------------*
           IF REC-PERDA-ANOMES-ESTORNO = WS-ANOMES-APURACAO
               SUBTRACT REC-PERDA-ULTIMO-ESTORNO
                                       FROM REC-PERDA-VALOR-ESTORNADO
               MOVE 0                  TO REC-PERDA-ULTIMO-ESTORNO
           END-IF
           IF NOT ESTORNO-CALCULADO
               PERFORM 2420-CALCULAR-ESTORNO
           END-IF
           REWRITE REG-RECEBER
           IF REC-PERDA-VALOR-ESTORNO NOT > REC-PERDA-VALOR-ESTORNADO
               GO TO 2410-FIM
           END-IF
           IF WS-QTD-PERDAS = 2000
               ADD 1                   TO WS-QTD-PERDAS-FORA
               GO TO 2410-FIM
           END-IF
           ADD 1                       TO WS-QTD-PERDAS
           MOVE WS-QTD-PERDAS          TO WS-PER-IND
           MOVE REC-DOCUMENTO          TO WS-PER-DOCUMENTO (WS-PER-IND)
           MOVE REC-PARCELA            TO WS-PER-PARCELA (WS-PER-IND)
           MOVE REC-CPF                TO WS-PER-CPF (WS-PER-IND)
           COMPUTE WS-PER-DEVIDO (WS-PER-IND) =
               REC-PERDA-VALOR-ESTORNO - REC-PERDA-VALOR-ESTORNADO
           MOVE 0                  TO WS-PER-DESCONTADO (WS-PER-IND)
           MOVE "N"                    TO WS-ACHOU-VENDEDOR
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
                   OR ACHOU-VENDEDOR
               IF WS-VEN-TAB-CPF (WS-VEN-IND) = REC-CPF
                   ADD WS-PER-DEVIDO (WS-PER-IND)
                                   TO WS-VEN-TAB-ESTORNO (WS-VEN-IND)
                   MOVE "S"            TO WS-ACHOU-VENDEDOR
               END-IF
           END-PERFORM
           IF NOT ACHOU-VENDEDOR
               ADD 1                   TO WS-QTD-VENDEDORES
               SET WS-VEN-IND          TO WS-QTD-VENDEDORES
               MOVE REC-CPF            TO WS-VEN-TAB-CPF (WS-VEN-IND)
               MOVE 0                  TO WS-VEN-TAB-QTD (WS-VEN-IND)
               MOVE 0                  TO WS-VEN-TAB-VALOR (WS-VEN-IND)
               MOVE WS-PER-DEVIDO (WS-PER-IND)
                                   TO WS-VEN-TAB-ESTORNO (WS-VEN-IND)
           END-IF
           .
       2410-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2420-CALCULAR-ESTORNO           SECTION.
      *----------------------------------------------------------------*
      * O PERCENTUAL E O QUE O VENDEDOR RECEBEU NO MES DO PEDIDO: A    *
      * REGRA DELE (OU A PADRAO), ACELERADA SE AS VENDAS DO MES, MENOS *
      * AS DEVOLUCOES, BATERAM A META                                  *
      *----------------------------------------------------------------*
           MOVE REC-DATA-EMISSAO (1:6) TO WS-ANOMES-VENDA
           MOVE REC-NUMERO-PED         TO PED-NUMERO
           READ ARQ-PEDIDOS            KEY IS PED-NUMERO
           IF FS-PED-OK
               MOVE PED-DATA (1:6)     TO WS-ANOMES-VENDA
           END-IF
           MOVE REC-CPF                TO WS-CPF-REGRA
           MOVE WS-ANOMES-VENDA        TO WS-ANOMES-META
           MOVE 0                      TO WS-VALOR-BASE-META
           PERFORM 2430-SOMAR-VENDAS-MES
           PERFORM 3200-VERIFICAR-META
           PERFORM 3300-LOCALIZAR-REGRA
           IF META-ATINGIDA
               MOVE COM-PERC-ACELERADO TO REC-PERDA-PERC-COMISSAO
           ELSE
               MOVE COM-PERC-BASE      TO REC-PERDA-PERC-COMISSAO
           END-IF
           COMPUTE REC-PERDA-VALOR-ESTORNO ROUNDED =
               REC-PERDA-VALOR * REC-PERDA-PERC-COMISSAO / 100
           MOVE "S"                    TO REC-PERDA-ESTORNO-CALC
           .
       2420-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2430-SOMAR-VENDAS-MES           SECTION.
      *----------------------------------------------------------------*
      * BASE DE COMISSAO DO VENDEDOR NO MES DA VENDA, COMO NA APURACAO *
      * DAQUELE MES                                                    *
      *----------------------------------------------------------------*
           MOVE WS-CPF-REGRA           TO PED-CPF
           START ARQ-PEDIDOS           KEY IS = PED-CPF
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-CPF NOT = WS-CPF-REGRA
               IF PED-DATA (1:6) = WS-ANOMES-META
                  AND NOT PEDIDO-CANCELADO
                  AND TIPO-VENDA
                   ADD PED-VALOR       TO WS-VALOR-BASE-META
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           OPEN INPUT ARQ-DEVOLUCOES
           IF FS-DEV-OK
               READ ARQ-DEVOLUCOES NEXT
               PERFORM UNTIL NOT FS-DEV-OK
                   IF DEV-CPF = WS-CPF-REGRA
                      AND DEV-DATA (1:6) = WS-ANOMES-META
                       IF DEV-VALOR > WS-VALOR-BASE-META
                           MOVE 0      TO WS-VALOR-BASE-META
                       ELSE
                           SUBTRACT DEV-VALOR
                                       FROM WS-VALOR-BASE-META
                       END-IF
                   END-IF
                   READ ARQ-DEVOLUCOES NEXT
               END-PERFORM
               CLOSE ARQ-DEVOLUCOES
           END-IF
           .
       2430-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-DEMONSTRATIVO       SECTION.
      *----------------------------------------------------------------*
           END-PERFORM
           CLOSE ARQ-REL-COMISSAO
           CLOSE ARQ-EXP-FOLHA
           PERFORM 3500-ATUALIZAR-TITULOS
           PERFORM 8950-REGISTRAR-SPOOL
           .
       3000-FIM. EXIT.
      * PERCENTUAL ACELERADO VALE QUANDO A META DE VALOR DO MES FOI    *
      * ATINGIDA; SEM REGRA CADASTRADA A COMISSAO SAI ZERADA           *
      *----------------------------------------------------------------*
           MOVE WS-VEN-TAB-CPF (WS-VEN-IND) TO WS-CPF-REGRA
           MOVE WS-ANOMES-APURACAO     TO WS-ANOMES-META
           MOVE WS-VEN-TAB-VALOR (WS-VEN-IND) TO WS-VALOR-BASE-META
           PERFORM 3200-VERIFICAR-META
           PERFORM 3300-LOCALIZAR-REGRA
           IF META-ATINGIDA
               WS-VEN-TAB-VALOR (WS-VEN-IND)
               * WS-PERC-APLICADO / 100
           ADD WS-VALOR-COMISSAO       TO WS-TOT-COMISSOES
           MOVE 0                      TO WS-VALOR-ESTORNADO
           MOVE 0                      TO WS-VALOR-PENDENTE
           MOVE WS-VALOR-COMISSAO      TO WS-VALOR-LIQUIDO
           IF WS-VEN-TAB-ESTORNO (WS-VEN-IND) > 0
               PERFORM 3400-DESCONTAR-ESTORNOS
           END-IF
           MOVE WS-VEN-TAB-CPF (WS-VEN-IND) TO VEN-CPF
           READ ARQ-VENDEDORES         KEY IS VEN-CPF
           IF FS-VEN-OK
           MOVE WS-LINHA-REL-COMISSAO  TO REG-REL-COMISSAO
           WRITE REG-REL-COMISSAO
           DISPLAY WS-LINHA-REL-COMISSAO
           IF WS-VEN-TAB-ESTORNO (WS-VEN-IND) > 0
               PERFORM 3450-LISTAR-ESTORNO
           END-IF
      *
      * --> VENDEDOR QUE SO ENTROU PELO ESTORNO, SEM VENDA NO MES, NAO
      *     VAI PARA A FOLHA
      *
           IF WS-VEN-TAB-QTD (WS-VEN-IND) > 0
               MOVE WS-VEN-TAB-CPF (WS-VEN-IND) TO FOL-CPF
               MOVE WS-ANOMES-APURACAO TO FOL-ANOMES
               MOVE WS-VALOR-LIQUIDO   TO FOL-VALOR
               MOVE WS-LINHA-EXP-FOLHA TO REG-EXP-FOLHA
               WRITE REG-EXP-FOLHA
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-META-ATINGIDA
           IF FS-MET-OK OR FS-MET-NAO-ENCONTRADO
               MOVE WS-CPF-REGRA       TO MET-CPF
               MOVE WS-ANOMES-META     TO MET-ANOMES
               READ ARQ-METAS
      *
      * --> SUGESTOES AINDA NAO ACEITAS PELO SUPERVISOR NAO ACELERAM
      *
               IF FS-MET-OK AND NOT META-SUGERIDA
                   AND MET-VALOR > 0
                   AND WS-VALOR-BASE-META >= MET-VALOR
                   MOVE "S"            TO WS-META-ATINGIDA
               END-IF
           END-IF
           MOVE 0                      TO COM-PERC-BASE
           MOVE 0                      TO COM-PERC-ACELERADO
           IF FS-COM-OK OR FS-COM-NAO-ENCONTRADO
               MOVE WS-CPF-REGRA       TO COM-CPF
               READ ARQ-COMISSOES
               IF NOT FS-COM-OK
                   MOVE 0              TO COM-CPF
       3300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3400-DESCONTAR-ESTORNOS         SECTION.
      *----------------------------------------------------------------*
      * DESCONTA OS ESTORNOS DO VENDEDOR, NA ORDEM DOS TITULOS, ATE O  *
      * LIMITE DA COMISSAO DO MES; O RESTO FICA PENDENTE               *
      *----------------------------------------------------------------*
           MOVE WS-VALOR-COMISSAO      TO WS-SALDO-COMISSAO
           MOVE 0                      TO WS-QTD-TITULOS-VEN
           PERFORM VARYING WS-PER-IND FROM 1 BY 1
                   UNTIL WS-PER-IND > WS-QTD-PERDAS
               IF WS-PER-CPF (WS-PER-IND) = WS-VEN-TAB-CPF (WS-VEN-IND)
                   ADD 1               TO WS-QTD-TITULOS-VEN
                   IF WS-PER-DEVIDO (WS-PER-IND) > WS-SALDO-COMISSAO
                       MOVE WS-SALDO-COMISSAO
                                   TO WS-PER-DESCONTADO (WS-PER-IND)
                   ELSE
                       MOVE WS-PER-DEVIDO (WS-PER-IND)
                                   TO WS-PER-DESCONTADO (WS-PER-IND)
                   END-IF
                   SUBTRACT WS-PER-DESCONTADO (WS-PER-IND)
                                       FROM WS-SALDO-COMISSAO
                   ADD WS-PER-DESCONTADO (WS-PER-IND)
                                       TO WS-VALOR-ESTORNADO
               END-IF
           END-PERFORM
           COMPUTE WS-VALOR-PENDENTE =
               WS-VEN-TAB-ESTORNO (WS-VEN-IND) - WS-VALOR-ESTORNADO
           COMPUTE WS-VALOR-LIQUIDO =
               WS-VALOR-COMISSAO - WS-VALOR-ESTORNADO
           ADD WS-VALOR-ESTORNADO      TO WS-TOT-ESTORNOS
           ADD WS-VALOR-PENDENTE       TO WS-TOT-PENDENTES
           .
       3400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3450-LISTAR-ESTORNO             SECTION.
      *----------------------------------------------------------------*
      * LINHAS DO ESTORNO ABAIXO DA COMISSAO DO VENDEDOR: O DESCONTADO,*
      * A COMISSAO LIQUIDA QUE VAI PARA A FOLHA E O QUE FICOU PENDENTE *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO SAI-DESCRICAO-EST
           STRING "(-) ESTORNO DE COMISSAO - " WS-QTD-TITULOS-VEN
                  " TITULO(S) BAIXADO(S) POR PERDA"
                                       DELIMITED BY SIZE
                                       INTO SAI-DESCRICAO-EST
           MOVE WS-VALOR-ESTORNADO     TO SAI-VALOR-EST
           MOVE WS-LINHA-REL-ESTORNO   TO REG-REL-COMISSAO
           WRITE REG-REL-COMISSAO
           DISPLAY WS-LINHA-REL-ESTORNO
           MOVE "(=) COMISSAO LIQUIDA PARA A FOLHA"
                                       TO SAI-DESCRICAO-EST
           MOVE WS-VALOR-LIQUIDO       TO SAI-VALOR-EST
           MOVE WS-LINHA-REL-ESTORNO   TO REG-REL-COMISSAO
           WRITE REG-REL-COMISSAO
           DISPLAY WS-LINHA-REL-ESTORNO
           IF WS-VALOR-PENDENTE > 0
               MOVE "    ESTORNO PENDENTE PARA AS PROXIMAS APURACOES"
                                       TO SAI-DESCRICAO-EST
               MOVE WS-VALOR-PENDENTE  TO SAI-VALOR-EST
               MOVE WS-LINHA-REL-ESTORNO
                                       TO REG-REL-COMISSAO
               WRITE REG-REL-COMISSAO
               DISPLAY WS-LINHA-REL-ESTORNO
           END-IF
           .
       3450-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3500-ATUALIZAR-TITULOS          SECTION.
      *----------------------------------------------------------------*
      * GRAVA NOS TITULOS O QUE ESTA COMPETENCIA DESCONTOU             *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-PER-IND FROM 1 BY 1
                   UNTIL WS-PER-IND > WS-QTD-PERDAS
               MOVE WS-PER-DOCUMENTO (WS-PER-IND) TO REC-DOCUMENTO
               MOVE WS-PER-PARCELA (WS-PER-IND)   TO REC-PARCELA
               READ ARQ-RECEBER
               IF FS-REC-OK
                   ADD WS-PER-DESCONTADO (WS-PER-IND)
                                       TO REC-PERDA-VALOR-ESTORNADO
                   MOVE WS-PER-DESCONTADO (WS-PER-IND)
                                       TO REC-PERDA-ULTIMO-ESTORNO
                   MOVE WS-ANOMES-APURACAO
                                       TO REC-PERDA-ANOMES-ESTORNO
                   REWRITE REG-RECEBER
               END-IF
           END-PERFORM
           .
       3500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
           IF FS-VEN-OK
               CLOSE ARQ-VENDEDORES
           END-IF
           IF FS-REC-OK
               CLOSE ARQ-RECEBER
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF WS-QTD-PERDAS > 0
               MOVE WS-TOT-ESTORNOS    TO SAI-VALOR-EST
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "ESTORNOS DE PERDAS.........: " SAI-VALOR-EST
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
               MOVE WS-TOT-PENDENTES   TO SAI-VALOR-EST
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "ESTORNOS A DESCONTAR.......: " SAI-VALOR-EST
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
           END-IF
           IF WS-QTD-PERDAS-FORA > 0
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "PERDAS PARA A PROXIMA......: "
                       WS-QTD-PERDAS-FORA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
           END-IF
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
