      ******************************************************************
      * PROGRAMA.: RELAATRI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: ATRIBUICAO DE VENDAS PELO DONO NA DATA - CREDITA    *
      *            CADA PEDIDO DE VENDA DO PERIODO AO VENDEDOR QUE ERA *
      *            DONO DO CLIENTE NA CARTEIRA NA DATA DO PEDIDO, LADO *
      *            A LADO COM O VENDEDOR QUE TIROU O PEDIDO, PARA      *
      *            RESOLVER DIVERGENCIAS DE COMISSAO E DE META         *
      ******************************************************************
      * O DONO NA DATA VEM DO SUBPROGRAMA DONOCART (DIARIO DE          *
      * MOVIMENTACAO E GERACOES ANUAIS). PEDIDOS CANCELADOS,           *
      * BONIFICACOES E TROCAS FICAM DE FORA                            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAATRI.
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
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-REL-ATRIBUICAO   ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-ATRIBUICAO.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
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
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-REL-ATRIBUICAO.
       01 REG-REL-ATRIBUICAO           PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PEDIDO                 PIC X(02).
           88 FS-PED-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-ATRIBUICAO         PIC X(02).
           88 FS-REL-ATRIBUICAO-OK     VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       COPY DONOPARM.
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAATRI".
       01 WS-DATA-INICIAL              PIC 9(08)       VALUE 0.
       01 WS-DATA-FINAL                PIC 9(08)       VALUE 0.
       01 WS-SO-DIVERGENTES            PIC X(01)       VALUE "N".
           88 SO-DIVERGENTES           VALUE "S".
       01 WS-CPF-NOME                  PIC 9(11)       VALUE 0.
       01 WS-NOME-VENDEDOR             PIC X(40)       VALUE SPACES.
       01 WS-SITUACAO-PEDIDO           PIC X(12)       VALUE SPACES.
       01 WS-DIFERENCA                 PIC S9(11)V99   VALUE 0.
      *
      * --> VENDAS POR VENDEDOR: TIRADAS POR ELE E CREDITADAS A ELE
      *     COMO DONO DO CLIENTE NA DATA
      *
       01 WS-QTD-VENDEDORES            PIC 9(04)       VALUE 0.
       01 WS-VEN-IND                   PIC 9(04)       VALUE 0.
       01 WS-VEN-TABELA.
           05 WS-VEN-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-VEN-TAB-CPF       PIC 9(11).
               10 WS-VEN-TAB-QTD-TIRADO
                                       PIC 9(06).
               10 WS-VEN-TAB-VLR-TIRADO
                                       PIC 9(11)V99.
               10 WS-VEN-TAB-QTD-DONO  PIC 9(06).
               10 WS-VEN-TAB-VLR-DONO  PIC 9(11)V99.
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
       01 WS-TOT-PEDIDOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-DIVERGENTES           PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-DONO              PIC 9(07)       VALUE 0.
       01 WS-VLR-DIVERGENTE            PIC 9(11)V99    VALUE 0.
       01 WS-VALOR-EDITADO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-PEDIDO.
           05 SAI-PED-NUMERO           PIC 9(09).
           05 FILLER                   PIC X(01).
           05 SAI-PED-DATA             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SAI-PED-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01).
           05 SAI-PED-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-PED-CPF-TIROU        PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-PED-NOME-TIROU       PIC X(20).
           05 FILLER                   PIC X(01).
           05 SAI-PED-CPF-DONO         PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-PED-NOME-DONO        PIC X(20).
           05 FILLER                   PIC X(01).
           05 SAI-PED-SITUACAO         PIC X(12).
       01 WS-LINHA-VENDEDOR.
           05 SAI-VEN-CPF              PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-NOME             PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-QTD-TIRADO       PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-VLR-TIRADO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-QTD-DONO         PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-VLR-DONO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01).
           05 SAI-VEN-DIFERENCA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-ATRIBUIR-VENDAS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-ATRIBUIR-VENDAS            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "ATRIBUICAO DE VENDAS PELO DONO NA DATA"
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATA-INICIAL
           DISPLAY "DATA FINAL (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-INICIAL = 0 OR WS-DATA-FINAL < WS-DATA-INICIAL
               DISPLAY "PERIODO INVALIDO"
               GOBACK
           END-IF
           DISPLAY "LISTAR SOMENTE DIVERGENTES (S/N): "
                                       WITH NO ADVANCING
           ACCEPT WS-SO-DIVERGENTES
           MOVE FUNCTION UPPER-CASE (WS-SO-DIVERGENTES)
                                       TO WS-SO-DIVERGENTES
           OPEN INPUT ARQ-PEDIDOS
           IF NOT FS-PED-OK
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-VENDEDORES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-ATR-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-ATRIBUICAO
           PERFORM 1000-PROCESSAR-PEDIDOS
           PERFORM 3000-GRAVAR-RESUMO-VENDEDOR
           MOVE "F"                    TO PDN-FUNCAO
           CALL "DONOCART"             USING REG-PARM-DONO
           CLOSE ARQ-REL-ATRIBUICAO
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-VENDEDORES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-PROCESSAR-PEDIDOS          SECTION.
      *----------------------------------------------------------------*
      * PEDIDOS DO PERIODO PELA CHAVE DE DATA                          *
      *----------------------------------------------------------------*
           STRING "ATRIBUICAO DE VENDAS PELO DONO NA DATA - PERIODO "
                  WS-DATA-INICIAL " A " WS-DATA-FINAL
                  " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "PEDIDO    DATA     CLIENTE                VALOR TIROU
      -    "       VENDEDOR             DONO NA DATA VENDEDOR
      -    "    SITUACAO"            TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-DATA-INICIAL        TO PED-DATA
           START ARQ-PEDIDOS           KEY IS NOT < PED-DATA
           IF FS-PED-OK
               READ ARQ-PEDIDOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PED-OK
                   OR PED-DATA > WS-DATA-FINAL
               IF NOT PEDIDO-CANCELADO AND TIPO-VENDA
                   PERFORM 1100-ATRIBUIR-PEDIDO
               END-IF
               READ ARQ-PEDIDOS NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ATRIBUIR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-PEDIDOS
           MOVE "C"                    TO PDN-FUNCAO
           MOVE PED-CNPJ               TO PDN-CNPJ
           MOVE PED-DATA               TO PDN-DATA
           CALL "DONOCART"             USING REG-PARM-DONO
           IF PDN-ERRO
               MOVE 0                  TO PDN-CPF-DONO
           END-IF
           MOVE PED-CPF                TO WS-CPF-NOME
           PERFORM 1500-LOCALIZAR-VENDEDOR
           IF WS-VEN-IND > 0
               ADD 1           TO WS-VEN-TAB-QTD-TIRADO (WS-VEN-IND)
               ADD PED-VALOR   TO WS-VEN-TAB-VLR-TIRADO (WS-VEN-IND)
           END-IF
           IF PDN-CPF-DONO > 0
               MOVE PDN-CPF-DONO       TO WS-CPF-NOME
               PERFORM 1500-LOCALIZAR-VENDEDOR
               IF WS-VEN-IND > 0
                   ADD 1       TO WS-VEN-TAB-QTD-DONO (WS-VEN-IND)
                   ADD PED-VALOR
                               TO WS-VEN-TAB-VLR-DONO (WS-VEN-IND)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PDN-CPF-DONO = 0
                   MOVE "SEM DONO"     TO WS-SITUACAO-PEDIDO
                   ADD 1               TO WS-TOT-SEM-DONO
                   ADD 1               TO WS-TOT-DIVERGENTES
                   ADD PED-VALOR       TO WS-VLR-DIVERGENTE
               WHEN PDN-CPF-DONO NOT = PED-CPF
                   MOVE "DIVERGENTE"   TO WS-SITUACAO-PEDIDO
                   ADD 1               TO WS-TOT-DIVERGENTES
                   ADD PED-VALOR       TO WS-VLR-DIVERGENTE
               WHEN OTHER
                   MOVE SPACES         TO WS-SITUACAO-PEDIDO
                   IF SO-DIVERGENTES
                       GO TO 1100-FIM
                   END-IF
           END-EVALUATE
           MOVE SPACES                 TO WS-LINHA-PEDIDO
           MOVE PED-NUMERO             TO SAI-PED-NUMERO
           MOVE PED-DATA               TO SAI-PED-DATA
           MOVE PED-CNPJ               TO SAI-PED-CNPJ
           MOVE PED-VALOR              TO SAI-PED-VALOR
           MOVE PED-CPF                TO SAI-PED-CPF-TIROU
           MOVE PED-CPF                TO WS-CPF-NOME
           PERFORM 1600-LER-NOME-VENDEDOR
           MOVE WS-NOME-VENDEDOR       TO SAI-PED-NOME-TIROU
           MOVE PDN-CPF-DONO           TO SAI-PED-CPF-DONO
           MOVE PDN-CPF-DONO           TO WS-CPF-NOME
           PERFORM 1600-LER-NOME-VENDEDOR
           MOVE WS-NOME-VENDEDOR       TO SAI-PED-NOME-DONO
           MOVE WS-SITUACAO-PEDIDO     TO SAI-PED-SITUACAO
           MOVE WS-LINHA-PEDIDO        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-LOCALIZAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * LOCALIZA OU INCLUI O CPF EM WS-CPF-NOME NA TABELA DO RESUMO;   *
      * TABELA CHEIA DEVOLVE INDICE ZERO                               *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
                   OR ACHOU-OCORRENCIA
               IF WS-VEN-TAB-CPF (WS-VEN-IND) = WS-CPF-NOME
                   MOVE "S"            TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-OCORRENCIA
               SUBTRACT 1              FROM WS-VEN-IND
               GO TO 1500-FIM
           END-IF
           IF WS-QTD-VENDEDORES = 999
               MOVE "S"                TO WS-TABELA-CHEIA
               MOVE 0                  TO WS-VEN-IND
               GO TO 1500-FIM
           END-IF
           ADD 1                       TO WS-QTD-VENDEDORES
           MOVE WS-QTD-VENDEDORES      TO WS-VEN-IND
           INITIALIZE WS-VEN-OCORRENCIA (WS-VEN-IND)
           MOVE WS-CPF-NOME            TO WS-VEN-TAB-CPF (WS-VEN-IND)
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1600-LER-NOME-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           IF WS-CPF-NOME = 0
               MOVE "SEM VENDEDOR"     TO WS-NOME-VENDEDOR
               GO TO 1600-FIM
           END-IF
           MOVE WS-CPF-NOME            TO VEN-CPF
           READ ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE VEN-NOME           TO WS-NOME-VENDEDOR
           ELSE
               MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-NOME-VENDEDOR
           END-IF
           .
       1600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-RESUMO-VENDEDOR     SECTION.
      *----------------------------------------------------------------*
      * DIFERENCA POSITIVA = VENDEDOR TEM MAIS A RECEBER COMO DONO DO  *
      * QUE TIROU                                                      *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "RESUMO POR VENDEDOR"  TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CPF         VENDEDOR                       PEDIDOS
      -    "  VALOR TIRADO    PEDIDOS   VALOR COMO DONO         DIFEREN
      -    "CA"                        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
               MOVE WS-VEN-TAB-CPF (WS-VEN-IND)
                                       TO WS-CPF-NOME
               PERFORM 1600-LER-NOME-VENDEDOR
               MOVE SPACES             TO WS-LINHA-VENDEDOR
               MOVE WS-CPF-NOME        TO SAI-VEN-CPF
               MOVE WS-NOME-VENDEDOR   TO SAI-VEN-NOME
               MOVE WS-VEN-TAB-QTD-TIRADO (WS-VEN-IND)
                                       TO SAI-VEN-QTD-TIRADO
               MOVE WS-VEN-TAB-VLR-TIRADO (WS-VEN-IND)
                                       TO SAI-VEN-VLR-TIRADO
               MOVE WS-VEN-TAB-QTD-DONO (WS-VEN-IND)
                                       TO SAI-VEN-QTD-DONO
               MOVE WS-VEN-TAB-VLR-DONO (WS-VEN-IND)
                                       TO SAI-VEN-VLR-DONO
               COMPUTE WS-DIFERENCA =
                   WS-VEN-TAB-VLR-DONO (WS-VEN-IND)
                 - WS-VEN-TAB-VLR-TIRADO (WS-VEN-IND)
               MOVE WS-DIFERENCA       TO SAI-VEN-DIFERENCA
               MOVE WS-LINHA-VENDEDOR  TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           IF PDN-DIARIO-INCOMPLETO
               MOVE "DIARIO INCOMPLETO - MOVIMENTOS ANTIGOS IGNORADOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-ATRIBUICAO
           WRITE REG-REL-ATRIBUICAO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA ATRIBUICAO DE VENDAS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS DE VENDA NO PERIODO: " WS-TOT-PEDIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TIRADOS FORA DA CARTEIRA...: " WS-TOT-DIVERGENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTE SEM DONO NA DATA...: " WS-TOT-SEM-DONO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-VLR-DIVERGENTE      TO WS-VALOR-EDITADO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VALOR FORA DA CARTEIRA.....: " WS-VALOR-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-CHEIA
               DISPLAY "TABELA DE VENDEDORES CHEIA - RESUMO INCOMPLETO"
           END-IF
           IF PDN-DIARIO-INCOMPLETO
               DISPLAY "DIARIO INCOMPLETO - MOVIMENTOS ANTIGOS "
                       "IGNORADOS"
           END-IF
           DISPLAY "GERADO EM " WS-NOME-GERACAO
           .
       7000-FIM. EXIT.
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
               MOVE "RELAATRI"         TO SPL-PROGRAMA
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
       END PROGRAM RELAATRI.
      *----------------------------------------------------------------*
