      * DATA.....: 02/09/2026                                          *
      * OBJETIVO.: RELATORIO CONSOLIDADO POR REDE (GRUPO ECONOMICO) -  *
      *            CLIENTES, VINCULOS DE CARTEIRA E VALOR DE PEDIDOS   *
      *            DO ANO POR REDE, E A EXPOSICAO DO GRUPO (TITULOS EM *
      *            ABERTO MENOS CREDITO DOS CLIENTES) CONTRA O LIMITE  *
      *            DE CREDITO DA REDE                                  *
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
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-CREDITOS         ASSIGN TO  "WID-ARQ-CRE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CRE-CNPJ
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CREDITO.
      *
           SELECT ARQ-REL-REDES        ASSIGN TO  "WID-REL-RDE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
      *
       FD ARQ-PEDIDOS.
       COPY PEDICADA.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-CREDITOS.
       COPY CREDCADA.
      *
       FD ARQ-REL-REDES.
       01 REG-REL-REDES                PIC X(132).
           88 FS-PED-OK                VALUE "00" THRU "09".
           88 FS-PED-FIM               VALUE "10".
           88 FS-PED-NAO-EXISTE        VALUE "35".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
       77 WS-FS-CREDITO                PIC X(02).
           88 FS-CRE-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-RDE                PIC X(02).
           88 FS-REL-RDE-OK            VALUE "00" THRU "09".
      *
               10 WS-RDE-TAB-CLIENTES  PIC 9(05).
               10 WS-RDE-TAB-VINCULOS  PIC 9(05).
               10 WS-RDE-TAB-VALOR     PIC 9(11)V99.
               10 WS-RDE-TAB-LIMITE    PIC 9(09)V99.
               10 WS-RDE-TAB-ABERTO    PIC 9(11)V99.
               10 WS-RDE-TAB-CREDITO   PIC 9(11)V99.
       01 WS-REDE-PROCURADA            PIC 9(05)       VALUE 0.
       01 WS-CNPJ-CRUZAMENTO           PIC 9(14)       VALUE 0.
       01 WS-ACHOU-REDE                PIC X(01)       VALUE "N".
           88 ACHOU-REDE               VALUE "S".
       01 WS-EXPOSICAO-REDE            PIC 9(11)V99    VALUE 0.
       01 WS-PCT-USO-LIMITE            PIC 9(05)V9     VALUE 0.
      *
       01 WS-LINHA-RELATORIO.
           05 SAI-CODIGO-RDE           PIC 9(05).
           05 SAI-VINCULOS-RDE         PIC ZZZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR-RDE            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-EXPOSICAO-RDE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-LIMITE-RDE           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-USO-RDE              PIC ZZZZ9,9.
           05 FILLER                   PIC X(01)   VALUE "%".
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-SITUACAO-RDE         PIC X(08).
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
      *
      * --> TOTAIS DE VENDA POR NIVEL DA HIERARQUIA DE PRODUTO
      *     (BRANCO = RELATORIO SEM ESSES TOTAIS)
      *
       01 WS-NIVEL-PRODUTO             PIC X(01)       VALUE SPACE.
       01 WS-DESC-NIVEL                PIC X(09)       VALUE SPACES.
       01 WS-FAM-IND                   PIC 9(04)       VALUE 0.
       01 WS-CHAVE-REDE                PIC X(15)       VALUE SPACES.
       01 WS-LINHA-FAMILIA.
           05 FILLER                   PIC X(07)   VALUE SPACES.
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
           DISPLAY "TOTAIS POR NIVEL DE PRODUTO (M=MARCA C=CATEGORIA "
                   "E=EMBALAGEM F=FAMILIA, BRANCO = NAO): "
                                       WITH NO ADVANCING
           ACCEPT WS-NIVEL-PRODUTO
           PERFORM 0500-INICIAR-TOTAIS-FAMILIA
           PERFORM 1000-CARREGAR-REDES
           IF WS-QTD-REDES = 0
               DISPLAY "NAO HA REDES CADASTRADAS"
               IF WS-NIVEL-PRODUTO NOT = SPACE
                   MOVE "F"            TO PMF-FUNCAO
                   CALL "TOTAFAMI"     USING REG-PARM-FAMILIA
               END-IF
               GOBACK
           END-IF
           PERFORM 2000-CLASSIFICAR-CLIENTES
           PERFORM 3000-ACUMULAR-CARTEIRA
           PERFORM 4000-ACUMULAR-PEDIDOS
           PERFORM 4500-ACUMULAR-EXPOSICAO
           PERFORM 5000-GRAVAR-RELATORIO
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
       1000-CARREGAR-REDES             SECTION.
      *----------------------------------------------------------------*
                   MOVE 0          TO WS-RDE-TAB-CLIENTES (WS-RDE-IND)
                   MOVE 0          TO WS-RDE-TAB-VINCULOS (WS-RDE-IND)
                   MOVE 0          TO WS-RDE-TAB-VALOR (WS-RDE-IND)
                   MOVE RED-LIMITE-CREDITO
                                   TO WS-RDE-TAB-LIMITE (WS-RDE-IND)
                   MOVE 0          TO WS-RDE-TAB-ABERTO (WS-RDE-IND)
                   MOVE 0          TO WS-RDE-TAB-CREDITO (WS-RDE-IND)
                   READ ARQ-REDES NEXT
               END-PERFORM
               CLOSE ARQ-REDES
                           IF ACHOU-REDE
                               ADD PED-VALOR
                                   TO WS-RDE-TAB-VALOR (WS-RDE-IND)
                               IF TIPO-VENDA
                                   PERFORM 4100-ACUMULAR-FAMILIA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4100-ACUMULAR-FAMILIA           SECTION.
      *----------------------------------------------------------------*
      * ITENS DO PEDIDO DE VENDA SOMADOS NA REDE, PELO NIVEL DE        *
      * PRODUTO ESCOLHIDO                                              *
      *----------------------------------------------------------------*
           IF WS-NIVEL-PRODUTO NOT = SPACE
               MOVE "A"                TO PMF-FUNCAO
               MOVE PED-NUMERO         TO PMF-NUMERO-PED
               MOVE SPACES             TO PMF-CHAVE
               MOVE WS-RDE-TAB-CODIGO (WS-RDE-IND)
                                       TO PMF-CHAVE
               CALL "TOTAFAMI"         USING REG-PARM-FAMILIA
           END-IF
           .
       4100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4500-ACUMULAR-EXPOSICAO         SECTION.
      *----------------------------------------------------------------*
      * TITULOS EM ABERTO E CREDITO DISPONIVEL DOS CLIENTES DE CADA    *
      * REDE, A MESMA CONTA DO BLOQUEIO NA DIGITACAO DO PEDIDO         *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-RECEBER
           IF FS-REC-OK
               READ ARQ-RECEBER NEXT
               PERFORM UNTIL NOT FS-REC-OK
                   IF TITULO-ABERTO
                       MOVE REC-CNPJ   TO WS-CNPJ-CRUZAMENTO
                       PERFORM 2100-REDE-DO-CNPJ
                       IF WS-REDE-PROCURADA > 0
                           PERFORM 1100-LOCALIZAR-REDE
                           IF ACHOU-REDE
                               COMPUTE WS-RDE-TAB-ABERTO (WS-RDE-IND) =
                                   WS-RDE-TAB-ABERTO (WS-RDE-IND)
                                   + REC-VALOR - REC-VALOR-PAGO
                           END-IF
                       END-IF
                   END-IF
                   READ ARQ-RECEBER NEXT
               END-PERFORM
               CLOSE ARQ-RECEBER
           END-IF
           OPEN INPUT ARQ-CREDITOS
           IF FS-CRE-OK
               READ ARQ-CREDITOS NEXT
               PERFORM UNTIL NOT FS-CRE-OK
                   MOVE CRE-CNPJ       TO WS-CNPJ-CRUZAMENTO
                   PERFORM 2100-REDE-DO-CNPJ
                   IF WS-REDE-PROCURADA > 0
                       PERFORM 1100-LOCALIZAR-REDE
                       IF ACHOU-REDE
                           ADD CRE-SALDO
                               TO WS-RDE-TAB-CREDITO (WS-RDE-IND)
                       END-IF
                   END-IF
                   READ ARQ-CREDITOS NEXT
               END-PERFORM
               CLOSE ARQ-CREDITOS
           END-IF
           .
       4500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
           STRING "REDE   NOME"
                  "                            "
                  "CLIEN VINCU  VALOR PEDIDOS NO ANO"
                  "    EXPOSICAO GRUPO  LIMITE DO GRUPO"
                  "     USO  SITUACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-REDES
               MOVE WS-RDE-TAB-VINCULOS (WS-RDE-IND)
                                                   TO SAI-VINCULOS-RDE
               MOVE WS-RDE-TAB-VALOR (WS-RDE-IND)    TO SAI-VALOR-RDE
               PERFORM 5100-CALCULAR-USO-LIMITE
               MOVE WS-LINHA-RELATORIO TO REG-REL-REDES
               WRITE REG-REL-REDES
               DISPLAY WS-LINHA-RELATORIO
               IF WS-NIVEL-PRODUTO NOT = SPACE
                   PERFORM 5200-GRAVAR-TOTAIS-FAMILIA
               END-IF
           END-PERFORM
           IF WS-NIVEL-PRODUTO NOT = SPACE
               IF PMF-TABELA-CHEIA
                   MOVE "TABELA DE TOTAIS CHEIA - GRUPOS INCOMPLETOS"
                                       TO REG-REL-REDES
                   WRITE REG-REL-REDES
                   DISPLAY REG-REL-REDES
               END-IF
               MOVE "F"                TO PMF-FUNCAO
               CALL "TOTAFAMI"         USING REG-PARM-FAMILIA
           END-IF
           CLOSE ARQ-REL-REDES
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-CALCULAR-USO-LIMITE        SECTION.
      *----------------------------------------------------------------*
      * EXPOSICAO = ABERTO MENOS CREDITO (NUNCA NEGATIVA); REDE SEM    *
      * LIMITE NAO TEM PERCENTUAL DE USO                               *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-EXPOSICAO-REDE
           IF WS-RDE-TAB-ABERTO (WS-RDE-IND)
               > WS-RDE-TAB-CREDITO (WS-RDE-IND)
               COMPUTE WS-EXPOSICAO-REDE =
                   WS-RDE-TAB-ABERTO (WS-RDE-IND)
                   - WS-RDE-TAB-CREDITO (WS-RDE-IND)
           END-IF
           MOVE WS-EXPOSICAO-REDE      TO SAI-EXPOSICAO-RDE
           MOVE WS-RDE-TAB-LIMITE (WS-RDE-IND) TO SAI-LIMITE-RDE
           MOVE 0                      TO WS-PCT-USO-LIMITE
           MOVE SPACES                 TO SAI-SITUACAO-RDE
           IF WS-RDE-TAB-LIMITE (WS-RDE-IND) = 0
               MOVE "SEM LIM."         TO SAI-SITUACAO-RDE
           ELSE
               COMPUTE WS-PCT-USO-LIMITE ROUNDED =
                   WS-EXPOSICAO-REDE * 100
                   / WS-RDE-TAB-LIMITE (WS-RDE-IND)
                   ON SIZE ERROR
                       MOVE 9999,9     TO WS-PCT-USO-LIMITE
               END-COMPUTE
               IF WS-EXPOSICAO-REDE > WS-RDE-TAB-LIMITE (WS-RDE-IND)
                   MOVE "EXCEDIDO"     TO SAI-SITUACAO-RDE
               END-IF
           END-IF
           MOVE WS-PCT-USO-LIMITE      TO SAI-USO-RDE
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5200-GRAVAR-TOTAIS-FAMILIA      SECTION.
      *----------------------------------------------------------------*
      * ABAIXO DA LINHA DA REDE, QUANTIDADE E VALOR VENDIDOS NO ANO    *
      * POR GRUPO DO NIVEL DE PRODUTO ESCOLHIDO                        *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-CHAVE-REDE
           MOVE WS-RDE-TAB-CODIGO (WS-RDE-IND)
                                       TO WS-CHAVE-REDE
           PERFORM VARYING WS-FAM-IND FROM 1 BY 1
                   UNTIL WS-FAM-IND > PMF-QTD-LINHAS
               IF PMF-LIN-CHAVE (WS-FAM-IND) = WS-CHAVE-REDE
                   MOVE PMF-LIN-GRUPO (WS-FAM-IND) TO SAI-FAM-GRUPO
                   MOVE PMF-LIN-QTD (WS-FAM-IND)   TO SAI-FAM-QTD
                   MOVE PMF-LIN-VALOR (WS-FAM-IND) TO SAI-FAM-VALOR
                   MOVE WS-LINHA-FAMILIA
                                       TO REG-REL-REDES
                   WRITE REG-REL-REDES
                   DISPLAY WS-LINHA-FAMILIA
               END-IF
           END-PERFORM
           .
       5200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM RELAREDE.
      *----------------------------------------------------------------*
