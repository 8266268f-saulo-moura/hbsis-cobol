      ******************************************************************
      * PROGRAMA.: RECOCART                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RECONSTITUICAO DA CARTEIRA EM UMA DATA PASSADA -    *
      *            LISTA A CARTEIRA COMPLETA COMO ESTAVA NO FIM DO DIA *
      *            INFORMADO, OU A LINHA DO TEMPO DE DONOS DE UM       *
      *            CLIENTE, A PARTIR DO DIARIO DE MOVIMENTACAO E DAS   *
      *            SUAS GERACOES ANUAIS (SUBPROGRAMA DONOCART)         *
      ******************************************************************
      * CLIENTE INCLUIDO NO CADASTRO DEPOIS DA DATA NAO ENTRA NA       *
      * CARTEIRA COMPLETA; O RESUMO COMPARA, POR VENDEDOR, OS CLIENTES *
      * QUE ELE TINHA NA DATA COM OS QUE TEM HOJE                      *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RECOCART.
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
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-REL-CARTEIRA     ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-CARTEIRA.
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
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-REL-CARTEIRA.
       01 REG-REL-CARTEIRA             PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-CARTEIRA           PIC X(02).
           88 FS-REL-CARTEIRA-OK       VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       COPY DONOPARM.
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RECOCART".
       01 WS-DATA-REFERENCIA           PIC 9(08)       VALUE 0.
       01 WS-CNPJ-CONSULTA             PIC 9(14)       VALUE 0.
       01 WS-CPF-ATUAL                 PIC 9(11)       VALUE 0.
       01 WS-CPF-NOME                  PIC 9(11)       VALUE 0.
       01 WS-NOME-VENDEDOR             PIC X(40)       VALUE SPACES.
       01 WS-SITUACAO-DONO             PIC X(12)       VALUE SPACES.
       01 WS-EVT-IND                   PIC 9(03)       VALUE 0.
      *
      * --> CLIENTES POR VENDEDOR NA DATA E HOJE
      *
       01 WS-QTD-VENDEDORES            PIC 9(04)       VALUE 0.
       01 WS-VEN-IND                   PIC 9(04)       VALUE 0.
       01 WS-VEN-TABELA.
           05 WS-VEN-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-VEN-TAB-CPF       PIC 9(11).
               10 WS-VEN-TAB-NA-DATA   PIC 9(06).
               10 WS-VEN-TAB-HOJE      PIC 9(06).
       01 WS-ACHOU                     PIC X(01)       VALUE "N".
           88 ACHOU-OCORRENCIA         VALUE "S".
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
       01 WS-TOT-CLIENTES              PIC 9(07)       VALUE 0.
       01 WS-TOT-NA-CARTEIRA           PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-DONO              PIC 9(07)       VALUE 0.
       01 WS-TOT-MUDARAM               PIC 9(07)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-CLIENTE.
           05 SAI-CLI-CNPJ             PIC 9(14).
           05 FILLER                   PIC X(01).
           05 SAI-CLI-NOME             PIC X(30).
           05 FILLER                   PIC X(01).
           05 SAI-CLI-CPF-DONO         PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-CLI-NOME-DONO        PIC X(25).
           05 FILLER                   PIC X(01).
           05 SAI-CLI-DESDE            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SAI-CLI-CPF-ATUAL        PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-CLI-SITUACAO         PIC X(12).
       01 WS-LINHA-VENDEDOR.
           05 SAI-VEN-CPF              PIC 9(11).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-NOME             PIC X(40).
           05 FILLER                   PIC X(01).
           05 SAI-VEN-NA-DATA          PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(03).
           05 SAI-VEN-HOJE             PIC ZZZ.ZZ9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-RECONSTITUIR-CARTEIRA.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-RECONSTITUIR-CARTEIRA      SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "RECONSTITUICAO DA CARTEIRA NA DATA"
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD): "
                                       WITH NO ADVANCING
           ACCEPT WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA = 0
               OR WS-DATA-REFERENCIA > WS-DATA-ATUAL
               DISPLAY "DATA DE REFERENCIA INVALIDA"
               GOBACK
           END-IF
           DISPLAY "CNPJ DO CLIENTE (0 = CARTEIRA COMPLETA): "
                                       WITH NO ADVANCING
           ACCEPT WS-CNPJ-CONSULTA
           OPEN INPUT ARQ-CLIENTES
           IF NOT FS-CLI-OK
               DISPLAY "NAO HA CLIENTES CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-CARTEIRA
           IF NOT FS-CAR-OK
               DISPLAY "NAO HA CARTEIRA CADASTRADA"
               CLOSE ARQ-CLIENTES
               GOBACK
           END-IF
           OPEN INPUT ARQ-VENDEDORES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-RCT-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-CARTEIRA
           IF WS-CNPJ-CONSULTA > 0
               PERFORM 2000-LINHA-TEMPO-CLIENTE
           ELSE
               PERFORM 1000-CARTEIRA-COMPLETA
               PERFORM 3000-GRAVAR-RESUMO-VENDEDOR
           END-IF
           MOVE "F"                    TO PDN-FUNCAO
           CALL "DONOCART"             USING REG-PARM-DONO
           CLOSE ARQ-REL-CARTEIRA
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-CARTEIRA
           CLOSE ARQ-VENDEDORES
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CARTEIRA-COMPLETA          SECTION.
      *----------------------------------------------------------------*
      * UM CLIENTE POR LINHA, COM O DONO NA DATA E O DONO DE HOJE      *
      *----------------------------------------------------------------*
           STRING "CARTEIRA EM " WS-DATA-REFERENCIA
                  " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CNPJ           CLIENTE                        DONO NA
      -    " DATA  VENDEDOR                  DESDE    DONO HOJE   SITUAC
      -    "AO"                        TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           READ ARQ-CLIENTES NEXT
           PERFORM UNTIL NOT FS-CLI-OK
               IF DT-INCLUSAO NOT > WS-DATA-REFERENCIA
                   PERFORM 1100-PROCESSAR-CLIENTE
               END-IF
               READ ARQ-CLIENTES NEXT
           END-PERFORM
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-PROCESSAR-CLIENTE          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-CLIENTES
           MOVE "C"                    TO PDN-FUNCAO
           MOVE CNPJ                   TO PDN-CNPJ
           MOVE WS-DATA-REFERENCIA     TO PDN-DATA
           CALL "DONOCART"             USING REG-PARM-DONO
           IF PDN-ERRO
               MOVE 0                  TO PDN-CPF-DONO
           END-IF
           MOVE CNPJ                   TO CAR-CNPJ
           READ ARQ-CARTEIRA           KEY IS CAR-CNPJ
           IF FS-CAR-OK
               MOVE CAR-CPF            TO WS-CPF-ATUAL
           ELSE
               MOVE 0                  TO WS-CPF-ATUAL
           END-IF
           IF WS-CPF-ATUAL > 0
               MOVE WS-CPF-ATUAL       TO WS-CPF-NOME
               PERFORM 1500-LOCALIZAR-VENDEDOR
               IF WS-VEN-IND > 0
                   ADD 1               TO WS-VEN-TAB-HOJE (WS-VEN-IND)
               END-IF
           END-IF
           IF PDN-CPF-DONO = 0
               ADD 1                   TO WS-TOT-SEM-DONO
               GO TO 1100-FIM
           END-IF
           ADD 1                       TO WS-TOT-NA-CARTEIRA
           MOVE PDN-CPF-DONO           TO WS-CPF-NOME
           PERFORM 1500-LOCALIZAR-VENDEDOR
           IF WS-VEN-IND > 0
               ADD 1           TO WS-VEN-TAB-NA-DATA (WS-VEN-IND)
           END-IF
           PERFORM 1600-LER-NOME-VENDEDOR
           EVALUATE TRUE
               WHEN WS-CPF-ATUAL = PDN-CPF-DONO
                   MOVE SPACES         TO WS-SITUACAO-DONO
               WHEN WS-CPF-ATUAL = 0
                   MOVE "SAIU CARTEIRA"
                                       TO WS-SITUACAO-DONO
                   ADD 1               TO WS-TOT-MUDARAM
               WHEN OTHER
                   MOVE "TRANSFERIDO"  TO WS-SITUACAO-DONO
                   ADD 1               TO WS-TOT-MUDARAM
           END-EVALUATE
           MOVE SPACES                 TO WS-LINHA-CLIENTE
           MOVE CNPJ                   TO SAI-CLI-CNPJ
           MOVE NOME                   TO SAI-CLI-NOME
           MOVE PDN-CPF-DONO           TO SAI-CLI-CPF-DONO
           MOVE WS-NOME-VENDEDOR       TO SAI-CLI-NOME-DONO
           MOVE PDN-DATA-DESDE         TO SAI-CLI-DESDE
           MOVE WS-CPF-ATUAL           TO SAI-CLI-CPF-ATUAL
           MOVE WS-SITUACAO-DONO       TO SAI-CLI-SITUACAO
           MOVE WS-LINHA-CLIENTE       TO WS-LINHA-CABECALHO
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
           MOVE WS-CPF-NOME            TO WS-VEN-TAB-CPF (WS-VEN-IND)
           MOVE 0              TO WS-VEN-TAB-NA-DATA (WS-VEN-IND)
           MOVE 0                      TO WS-VEN-TAB-HOJE (WS-VEN-IND)
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
       2000-LINHA-TEMPO-CLIENTE        SECTION.
      *----------------------------------------------------------------*
      * TODOS OS MOVIMENTOS DO CLIENTE, O DONO NA DATA E O DE HOJE     *
      *----------------------------------------------------------------*
           MOVE WS-CNPJ-CONSULTA       TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE "CLIENTE NAO CADASTRADO"
                                       TO NOME
           END-IF
           STRING "LINHA DO TEMPO DA CARTEIRA - CLIENTE "
                  WS-CNPJ-CONSULTA " " NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "C"                    TO PDN-FUNCAO
           MOVE WS-CNPJ-CONSULTA       TO PDN-CNPJ
           MOVE WS-DATA-REFERENCIA     TO PDN-DATA
           CALL "DONOCART"             USING REG-PARM-DONO
           IF PDN-ERRO
               MOVE "ERRO NA LEITURA DO DIARIO DA CARTEIRA"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
               GO TO 2000-FIM
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           IF PDN-QTD-EVENTOS = 0
               MOVE "  NENHUMA MOVIMENTACAO NO DIARIO"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           PERFORM VARYING WS-EVT-IND FROM 1 BY 1
                   UNTIL WS-EVT-IND > PDN-QTD-EVENTOS
               STRING "  " PDN-EVT-DATA (WS-EVT-IND)
                      " " PDN-EVT-HORA (WS-EVT-IND)
                      " DE " PDN-EVT-CPF-ANTERIOR (WS-EVT-IND)
                      " PARA " PDN-EVT-CPF-NOVO (WS-EVT-IND)
                      " POR " PDN-EVT-PROGRAMA (WS-EVT-IND)
                      " " PDN-EVT-OPERADOR (WS-EVT-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
           PERFORM 3900-GRAVAR-LINHA
           MOVE PDN-CPF-DONO           TO WS-CPF-NOME
           PERFORM 1600-LER-NOME-VENDEDOR
           STRING "DONO EM " WS-DATA-REFERENCIA ": "
                  PDN-CPF-DONO " " WS-NOME-VENDEDOR
                  " DESDE " PDN-DATA-DESDE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CNPJ-CONSULTA       TO CAR-CNPJ
           READ ARQ-CARTEIRA           KEY IS CAR-CNPJ
           IF FS-CAR-OK
               MOVE CAR-CPF            TO WS-CPF-NOME
           ELSE
               MOVE 0                  TO WS-CPF-NOME
           END-IF
           PERFORM 1600-LER-NOME-VENDEDOR
           STRING "DONO HOJE: " WS-CPF-NOME " " WS-NOME-VENDEDOR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           IF PDN-DIARIO-INCOMPLETO
               MOVE "DIARIO INCOMPLETO - MOVIMENTOS ANTIGOS IGNORADOS"
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-RESUMO-VENDEDOR     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3900-GRAVAR-LINHA
           MOVE "RESUMO POR VENDEDOR"  TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           STRING "CPF         VENDEDOR"
                  "                                  EM "
                  WS-DATA-REFERENCIA "    HOJE"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
               MOVE WS-VEN-TAB-CPF (WS-VEN-IND)
                                       TO WS-CPF-NOME
               PERFORM 1600-LER-NOME-VENDEDOR
               MOVE SPACES             TO WS-LINHA-VENDEDOR
               MOVE WS-CPF-NOME        TO SAI-VEN-CPF
               MOVE WS-NOME-VENDEDOR   TO SAI-VEN-NOME
               MOVE WS-VEN-TAB-NA-DATA (WS-VEN-IND)
                                       TO SAI-VEN-NA-DATA
               MOVE WS-VEN-TAB-HOJE (WS-VEN-IND)
                                       TO SAI-VEN-HOJE
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
           MOVE WS-LINHA-CABECALHO     TO REG-REL-CARTEIRA
           WRITE REG-REL-CARTEIRA
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           IF WS-CNPJ-CONSULTA = 0
               DISPLAY "RESUMO DA CARTEIRA EM " WS-DATA-REFERENCIA
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "CLIENTES CADASTRADOS NA DATA: " WS-TOT-CLIENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "NA CARTEIRA NA DATA.........: "
                      WS-TOT-NA-CARTEIRA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "SEM VENDEDOR NA DATA........: " WS-TOT-SEM-DONO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
               MOVE SPACES             TO WS-LINHA-RESUMO
               STRING "MUDARAM DE DONO DESDE ENTAO.: " WS-TOT-MUDARAM
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
               DISPLAY WS-LINHA-RESUMO
               IF TABELA-CHEIA
                   DISPLAY "TABELA DE VENDEDORES CHEIA - RESUMO "
                           "INCOMPLETO"
               END-IF
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
               MOVE "RECOCART"         TO SPL-PROGRAMA
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
       END PROGRAM RECOCART.
      *----------------------------------------------------------------*
