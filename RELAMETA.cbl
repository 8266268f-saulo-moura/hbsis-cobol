               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PEDIDO.
      *
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DEVOLUCAO.
      *
           SELECT ARQ-REL-METAS        ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-METAS.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-REL-METAS.
       01 REG-REL-METAS                PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           88 FS-VIS-NAO-EXISTE        VALUE "35".
       77 WS-FS-REL-METAS              PIC X(02).
           88 FS-REL-MET-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
       77 WS-FS-DEVOLUCAO              PIC X(02).
           88 FS-DEV-OK                VALUE "00" THRU "09".
           88 FS-DEV-FIM               VALUE "10".
      *
       01 WS-ANOMES-RELATORIO          PIC 9(06)       VALUE 0.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAMETA".
      *
      * --> REALIZADO POR VENDEDOR, ACUMULADO A PARTIR DOS PEDIDOS
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
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "ANO/MES DO RELATORIO (AAAAMM, 0 = ATUAL): "
                                       WITH NO ADVANCING
           ACCEPT WS-ANOMES-RELATORIO
           IF WS-ANOMES-RELATORIO = 0
               MOVE WS-DATA-ATUAL (1:6) TO WS-ANOMES-RELATORIO
           END-IF
           DISPLAY "TOTAIS POR NIVEL DE PRODUTO (M=MARCA C=CATEGORIA "
                   "E=EMBALAGEM F=FAMILIA, BRANCO = NAO): "
                                       WITH NO ADVANCING
           ACCEPT WS-NIVEL-PRODUTO
           PERFORM 1050-INICIAR-TOTAIS-FAMILIA
           PERFORM 1000-ABRIR-ARQUIVOS
           IF FS-MET-NAO-EXISTE
               DISPLAY "NAO HA METAS CADASTRADAS"
               PERFORM 2100-LER-ARQUIVO-METAS
               PERFORM 2200-PROCESSAR-META
                                       UNTIL FS-MET-FIM
               IF WS-NIVEL-PRODUTO NOT = SPACE
                   PERFORM 2500-GRAVAR-TOTAIS-FAMILIA
               END-IF
               CLOSE ARQ-REL-METAS
           PERFORM 8950-REGISTRAR-SPOOL
               PERFORM 7000-IMPRIMIR-RESUMO
           END-IF
           PERFORM 6000-FECHAR-ARQUIVOS
       1000-FIM. EXIT.
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
       1100-ACUMULAR-PEDIDOS-MES       SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-QTD-REALIZADO
           IF FS-PED-OK
               COMPUTE PED-DATA = WS-ANOMES-RELATORIO * 100 + 1
               START ARQ-PEDIDOS       KEY IS NOT < PED-DATA
               IF FS-PED-OK
                   PERFORM 1110-LER-PEDIDO-SEQ
               ELSE
                   MOVE "10"           TO WS-FS-PEDIDO
               END-IF
               PERFORM UNTIL FS-PED-FIM
                       OR PED-DATA (1:6) > WS-ANOMES-RELATORIO
                   IF NOT PEDIDO-CANCELADO
                       AND TIPO-VENDA
                       PERFORM 1120-ACUMULAR-PEDIDO
                       IF WS-NIVEL-PRODUTO NOT = SPACE
                           MOVE "A"    TO PMF-FUNCAO
                           MOVE PED-NUMERO
                                       TO PMF-NUMERO-PED
                           MOVE SPACES TO PMF-CHAVE
                           CALL "TOTAFAMI" USING REG-PARM-FAMILIA
                       END-IF
                   END-IF
                   PERFORM 1110-LER-PEDIDO-SEQ
               END-PERFORM
       2000-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-MET-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-METAS
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "VENDEDOR                       "
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2500-GRAVAR-TOTAIS-FAMILIA      SECTION.
      *----------------------------------------------------------------*
      * QUANTIDADE E VALOR VENDIDOS NO MES POR GRUPO DO NIVEL DE       *
      * PRODUTO ESCOLHIDO, SOMADOS DOS ITENS DOS PEDIDOS DE VENDA      *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "VENDAS POR " WS-DESC-NIVEL
                  "                          QUANTIDADE"
                  "              VALOR"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-METAS
           WRITE REG-REL-METAS
           DISPLAY WS-LINHA-CABECALHO
           PERFORM VARYING WS-FAM-IND FROM 1 BY 1
                   UNTIL WS-FAM-IND > PMF-QTD-LINHAS
               MOVE PMF-LIN-GRUPO (WS-FAM-IND) TO SAI-FAM-GRUPO
               MOVE PMF-LIN-QTD (WS-FAM-IND)   TO SAI-FAM-QTD
               MOVE PMF-LIN-VALOR (WS-FAM-IND) TO SAI-FAM-VALOR
               MOVE WS-LINHA-FAMILIA   TO REG-REL-METAS
               WRITE REG-REL-METAS
               DISPLAY WS-LINHA-FAMILIA
           END-PERFORM
           IF PMF-TABELA-CHEIA
               MOVE "TABELA DE TOTAIS CHEIA - GRUPOS INCOMPLETOS"
                                       TO REG-REL-METAS
               WRITE REG-REL-METAS
               DISPLAY REG-REL-METAS
           END-IF
           .
       2500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
           IF FS-VIS-OK OR FS-VIS-FIM
               CLOSE ARQ-VISITAS
           END-IF
           IF WS-NIVEL-PRODUTO NOT = SPACE
               MOVE "F"                TO PMF-FUNCAO
               CALL "TOTAFAMI"         USING REG-PARM-FAMILIA
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
       9991-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
      * REGISTRA A GERACAO DATADA NO CONTROLE DE SPOOL, PARA O         *
      * GERENCIADOR LISTAR, REIMPRIMIR E EXPURGAR                      *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-ATUAL (1:6) TO SPL-HORA
               MOVE "RELAMETA"         TO SPL-PROGRAMA
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
       END PROGRAM RELAMETA.
      *----------------------------------------------------------------*
