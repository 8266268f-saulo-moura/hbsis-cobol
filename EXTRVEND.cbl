               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
       01 WS-PCT-EDITADO               PIC ZZZZ9,99.
       01 WS-TOT-EXTRATOS              PIC 9(04)       VALUE 0.
      *
      * --> TOTAIS DE VENDA POR NIVEL DA HIERARQUIA DE PRODUTO
      *     (BRANCO = RELATORIO SEM ESSES TOTAIS)
      *
       01 WS-NIVEL-PRODUTO             PIC X(01)       VALUE SPACE.
       01 WS-DESC-NIVEL                PIC X(09)       VALUE SPACES.
       01 WS-FAM-IND                   PIC 9(04)       VALUE 0.
       01 WS-CHAVE-VENDEDOR            PIC X(15)       VALUE SPACES.
       01 WS-LINHA-FAMILIA.
           05 FILLER                   PIC X(04)   VALUE SPACES.
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
           IF WS-ANOMES-EXTRATO = 0
               MOVE WS-DATA-ATUAL (1:6) TO WS-ANOMES-EXTRATO
           END-IF
           DISPLAY "TOTAIS POR NIVEL DE PRODUTO (M=MARCA C=CATEGORIA "
                   "E=EMBALAGEM F=FAMILIA, BRANCO = NAO): "
                                       WITH NO ADVANCING
           ACCEPT WS-NIVEL-PRODUTO
           PERFORM 0500-INICIAR-TOTAIS-FAMILIA
           IF WS-CPF-BUSCA NOT = 0
               MOVE WS-CPF-BUSCA       TO WS-CPF-PROCURADO
               PERFORM 2400-LOCALIZAR-OCORRENCIA
               CLOSE ARQ-VENDEDORES
           END-IF
           DISPLAY "EXTRATOS GERADOS: " WS-TOT-EXTRATOS
           IF WS-NIVEL-PRODUTO NOT = SPACE
               MOVE "F"                TO PMF-FUNCAO
               CALL "TOTAFAMI"         USING REG-PARM-FAMILIA
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0500-INICIAR-TOTAIS-FAMILIA     SECTION.
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
                   GO TO 0500-FIM
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
       0500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ACUMULAR-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PEDIDOS
           IF FS-PED-OK
               COMPUTE PED-DATA = WS-ANOMES-EXTRATO * 100 + 1
               START ARQ-PEDIDOS       KEY IS NOT < PED-DATA
               IF FS-PED-OK
                   READ ARQ-PEDIDOS NEXT
               END-IF
               PERFORM UNTIL NOT FS-PED-OK
                       OR PED-DATA (1:6) > WS-ANOMES-EXTRATO
                   IF NOT PEDIDO-CANCELADO
                       AND TIPO-VENDA
                       MOVE PED-CPF    TO WS-CPF-PROCURADO
                       PERFORM 2400-LOCALIZAR-OCORRENCIA
                       ADD 1       TO WS-EXT-TAB-PEDIDOS (WS-EXT-IND)
                       ADD PED-VALOR
                                   TO WS-EXT-TAB-VALOR (WS-EXT-IND)
                       IF WS-NIVEL-PRODUTO NOT = SPACE
                           MOVE "A"    TO PMF-FUNCAO
                           MOVE PED-NUMERO
                                       TO PMF-NUMERO-PED
                           MOVE PED-CPF
                                       TO PMF-CHAVE
                           CALL "TOTAFAMI" USING REG-PARM-FAMILIA
                       END-IF
                   END-IF
                   READ ARQ-PEDIDOS NEXT
               END-PERFORM
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-EXTRATO
           PERFORM 3100-GRAVAR-LINHA
           IF WS-NIVEL-PRODUTO NOT = SPACE
               PERFORM 3300-GRAVAR-TOTAIS-FAMILIA
           END-IF
           MOVE SPACES                 TO WS-LINHA-EXTRATO
           STRING "AUSENCIAS NO MES..........: "
                  WS-EXT-TAB-AUSENCIAS (WS-EXT-IND)
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3300-GRAVAR-TOTAIS-FAMILIA      SECTION.
      *----------------------------------------------------------------*
      * QUANTIDADE E VALOR VENDIDOS PELO VENDEDOR NO MES POR GRUPO DO  *
      * NIVEL DE PRODUTO ESCOLHIDO                                     *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-EXTRATO
           STRING "VENDAS POR " WS-DESC-NIVEL ":"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-EXTRATO
           PERFORM 3100-GRAVAR-LINHA
           MOVE SPACES                 TO WS-CHAVE-VENDEDOR
           MOVE WS-EXT-TAB-CPF (WS-EXT-IND)
                                       TO WS-CHAVE-VENDEDOR
           PERFORM VARYING WS-FAM-IND FROM 1 BY 1
                   UNTIL WS-FAM-IND > PMF-QTD-LINHAS
               IF PMF-LIN-CHAVE (WS-FAM-IND) = WS-CHAVE-VENDEDOR
                   MOVE PMF-LIN-GRUPO (WS-FAM-IND) TO SAI-FAM-GRUPO
                   MOVE PMF-LIN-QTD (WS-FAM-IND)   TO SAI-FAM-QTD
                   MOVE PMF-LIN-VALOR (WS-FAM-IND) TO SAI-FAM-VALOR
                   MOVE WS-LINHA-FAMILIA
                                       TO WS-LINHA-EXTRATO
                   PERFORM 3100-GRAVAR-LINHA
               END-IF
           END-PERFORM
           IF PMF-TABELA-CHEIA
               MOVE "    TABELA DE TOTAIS CHEIA - GRUPOS INCOMPLETOS"
                                       TO WS-LINHA-EXTRATO
               PERFORM 3100-GRAVAR-LINHA
           END-IF
           .
       3300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
