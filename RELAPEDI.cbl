               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
      *
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      * --> TOTAIS DE VENDA POR NIVEL DA HIERARQUIA DE PRODUTO
      *     (BRANCO = RELATORIO SEM ESSES TOTAIS)
      *
       01 WS-NIVEL-PRODUTO             PIC X(01)       VALUE SPACE.
       01 WS-DESC-NIVEL                PIC X(09)       VALUE SPACES.
       01 WS-FAM-IND                   PIC 9(04)       VALUE 0.
       01 WS-LINHA-FAMILIA.
           05 SAI-FAM-GRUPO            PIC X(40).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FAM-QTD              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FAM-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       COPY FAMIPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
           IF WS-DATA-RELATORIO = 0
               MOVE WS-DATA-ATUAL      TO WS-DATA-RELATORIO
           END-IF
           DISPLAY "TOTAIS POR NIVEL DE PRODUTO (M=MARCA C=CATEGORIA "
                   "E=EMBALAGEM F=FAMILIA, BRANCO = NAO): "
                                       WITH NO ADVANCING
           ACCEPT WS-NIVEL-PRODUTO
           PERFORM 1050-INICIAR-TOTAIS-FAMILIA
           PERFORM 1000-ABRIR-ARQUIVOS
           IF FS-PED-NAO-EXISTE
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
           ELSE
               PERFORM 1900-POSICIONAR-DATA
               PERFORM 2100-PROCESSAR-PEDIDO
                                       UNTIL FS-PED-FIM
               PERFORM 2300-DESCONTAR-DEVOLUCOES
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-INICIAR-TOTAIS-FAMILIA     SECTION.
      *----------------------------------------------------------------*
      *
           INSPECT WS-NIVEL-PRODUTO    CONVERTING "mcef" TO "MCEF"
           EVALUATE WS-NIVEL-PRODUTO
               WHEN "M"
                   MOVE "MARCA"        TO WS-DESC-NIVEL
               WHEN "C"
                   MOVE "CATEGORIA"    TO WS-DESC-NIVEL
               WHEN "E"
                   MOVE "EMBALAGEM"    TO WS-DESC-NIVEL
               WHEN "F"
                   MOVE "FAMILIA"      TO WS-DESC-NIVEL
               WHEN OTHER
                   MOVE SPACE          TO WS-NIVEL-PRODUTO
                   GO TO 1050-FIM
           END-EVALUATE
           MOVE "I"                    TO PMF-FUNCAO
           MOVE WS-NIVEL-PRODUTO       TO PMF-NIVEL
           CALL "TOTAFAMI"             USING REG-PARM-FAMILIA
           IF PMF-ERRO
               DISPLAY "ITENS/PRODUTOS INDISPONIVEIS - RELATORIO SEM "
                       "TOTAIS POR " WS-DESC-NIVEL
               MOVE SPACE              TO WS-NIVEL-PRODUTO
           END-IF
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1900-POSICIONAR-DATA            SECTION.
      *----------------------------------------------------------------*
      * POSICIONA NO PRIMEIRO PEDIDO DA DATA PELA CHAVE DE DATA; SEM   *
      * PEDIDO NA DATA O RELATORIO SAI ZERADO                          *
      *----------------------------------------------------------------*
           MOVE WS-DATA-RELATORIO      TO PED-DATA
           START ARQ-PEDIDOS           KEY IS = PED-DATA
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
      * A LEITURA PARA AO SAIR DA DATA DO RELATORIO                    *
      *----------------------------------------------------------------*
           READ ARQ-PEDIDOS            NEXT
           IF NOT FS-PED-OK AND NOT FS-PED-FIM
               PERFORM 9991-ERRO-ARQUIVO-PEDIDOS
           END-IF
           IF FS-PED-OK AND PED-DATA NOT = WS-DATA-RELATORIO
               MOVE "10"               TO WS-FS-PEDIDO
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
               ADD 1                   TO WS-TOT-PEDIDOS
               IF TIPO-VENDA
                   ADD PED-VALOR       TO WS-TOT-VALOR
                   IF WS-NIVEL-PRODUTO NOT = SPACE
                       MOVE "A"        TO PMF-FUNCAO
                       MOVE PED-NUMERO TO PMF-NUMERO-PED
                       MOVE SPACES     TO PMF-CHAVE
                       CALL "TOTAFAMI" USING REG-PARM-FAMILIA
                   END-IF
               END-IF
               PERFORM 2200-ACUMULAR-VENDEDOR
           END-IF
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
               PERFORM 3100-GRAVAR-LINHA-VENDEDOR
           END-PERFORM
           IF WS-NIVEL-PRODUTO NOT = SPACE
               PERFORM 3200-GRAVAR-TOTAIS-FAMILIA
           END-IF
           CLOSE ARQ-REL-PEDIDOS
           .
       3000-FIM. EXIT.
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-GRAVAR-TOTAIS-FAMILIA      SECTION.
      *----------------------------------------------------------------*
      * QUANTIDADE E VALOR VENDIDOS NO DIA POR GRUPO DO NIVEL DE       *
      * PRODUTO ESCOLHIDO, SOMADOS DOS ITENS DOS PEDIDOS DE VENDA      *
      *----------------------------------------------------------------*
           MOVE "F"                    TO PMF-FUNCAO
           CALL "TOTAFAMI"             USING REG-PARM-FAMILIA
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "VENDAS POR " WS-DESC-NIVEL
                  "                          QUANTIDADE"
                  "              VALOR"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-PEDIDOS
           WRITE REG-REL-PEDIDOS
           DISPLAY WS-LINHA-CABECALHO
           PERFORM VARYING WS-FAM-IND FROM 1 BY 1
                   UNTIL WS-FAM-IND > PMF-QTD-LINHAS
               MOVE PMF-LIN-GRUPO (WS-FAM-IND) TO SAI-FAM-GRUPO
               MOVE PMF-LIN-QTD (WS-FAM-IND)   TO SAI-FAM-QTD
               MOVE PMF-LIN-VALOR (WS-FAM-IND) TO SAI-FAM-VALOR
               MOVE WS-LINHA-FAMILIA   TO REG-REL-PEDIDOS
               WRITE REG-REL-PEDIDOS
               DISPLAY WS-LINHA-FAMILIA
           END-PERFORM
           IF PMF-TABELA-CHEIA
               MOVE "TABELA DE TOTAIS CHEIA - GRUPOS INCOMPLETOS"
                                       TO REG-REL-PEDIDOS
               WRITE REG-REL-PEDIDOS
               DISPLAY REG-REL-PEDIDOS
           END-IF
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
           IF FS-VEN-OK
               CLOSE ARQ-VENDEDORES
           END-IF
           IF WS-NIVEL-PRODUTO NOT = SPACE
               MOVE "F"                TO PMF-FUNCAO
               CALL "TOTAFAMI"         USING REG-PARM-FAMILIA
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
